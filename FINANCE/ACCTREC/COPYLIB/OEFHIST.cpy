      *****************************************************************
      * OEFHIST -- OUTBOUND CREDIT-STATUS FEED HISTORY, KEYED ON THE  *
      *            BUSINESS DATE OF THE RUN. FINOEF01 WRITES ONE      *
      *            RECORD EACH NIGHT IT CUTS THE ORDER-ENTRY FEED --  *
      *            FEED TYPE (D = DAILY CHANGES, F = WEEKLY FULL      *
      *            REFRESH), THE TRAILER COUNT AND HASH TOTAL AND HOW *
      *            MANY ACCOUNTS WENT FOR A STATUS CHANGE AND FOR     *
      *            BEING OVER LIMIT. FINOEA01 MATCHES ORDER ENTRY'S   *
      *            LOAD ACKNOWLEDGMENT BACK TO THE RECORD: THE ACK    *
      *            STATUS STAYS SPACE UNTIL AN ACKNOWLEDGMENT         *
      *            ARRIVES, THEN BECOMES A (LOADED, COUNT AND HASH    *
      *            AGREE), M (LOADED, COUNT OR HASH DISAGREE) OR R    *
      *            (REJECTED BY ORDER ENTRY). A RERUN FOR THE SAME    *
      *            DATE REPLACES THE RECORD AND SETS IT BACK TO       *
      *            AWAITING ACKNOWLEDGMENT.                           *
      *****************************************************************
       01  FEED-HISTORY-RECORD.
           05  OH-RUN-DATE             PIC 9(08).
           05  OH-FEED-TYPE            PIC X(01).
               88  OH-DAILY-FEED       VALUE 'D'.
               88  OH-FULL-REFRESH     VALUE 'F'.
           05  OH-RECORD-COUNT         PIC 9(07).
           05  OH-HASH-TOTAL           PIC 9(15).
           05  OH-STATUS-CHANGE-COUNT  PIC 9(07).
           05  OH-OVER-LIMIT-COUNT     PIC 9(07).
           05  OH-ACK-STATUS           PIC X(01).
               88  OH-AWAITING-ACK     VALUE ' '.
               88  OH-ACK-MATCHED      VALUE 'A'.
               88  OH-ACK-MISMATCHED   VALUE 'M'.
               88  OH-ACK-REJECTED     VALUE 'R'.
           05  OH-ACK-DATE             PIC 9(08).
           05  OH-ACK-RECORD-COUNT     PIC 9(07).
           05  OH-ACK-HASH-TOTAL       PIC 9(15).
           05  FILLER                  PIC X(04).
