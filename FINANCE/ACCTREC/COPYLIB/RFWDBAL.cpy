      *****************************************************************
      * RFWDBAL -- ROLL-FORWARD BALANCE HISTORY, KEYED ON ACCOUNTING  *
      *            PERIOD (CCYYMM) + REFERENCE CODE. FINMEP01 WRITES  *
      *            ONE RECORD PER REFERENCE CODE EACH MONTH-END RUN   *
      *            -- THE OPENING BALANCE IT ROLLED FORWARD, THE      *
      *            CLOSING BALANCE THE MONTH'S ACTIVITY COMPUTES TO   *
      *            AND THE BALANCE ACTUALLY ON THE MASTER. THE MASTER *
      *            BALANCE IS NEXT MONTH'S OPENING, SO AN UNEXPLAINED *
      *            DIFFERENCE IS REPORTED ONCE AND NOT CARRIED. A     *
      *            RERUN FOR THE SAME PERIOD REPLACES THE PERIOD'S    *
      *            RECORDS.                                           *
      *****************************************************************
       01  ROLL-FORWARD-BALANCE-RECORD.
           05  RF-KEY.
               10  RF-PERIOD           PIC 9(06).
               10  RF-REFERENCE-CODE   PIC X(06).
           05  RF-RUN-DATE             PIC 9(08).
           05  RF-OPENING-BALANCE      PIC S9(11)V99.
           05  RF-COMPUTED-CLOSING     PIC S9(11)V99.
           05  RF-MASTER-BALANCE       PIC S9(11)V99.
           05  FILLER                  PIC X(21).
