      *****************************************************************
      * ACHHIST -- ORIGINATED ACH DEBIT HISTORY, KEYED ON THE 15-     *
      *            DIGIT NACHA TRACE NUMBER. FINACH01 WRITES ONE      *
      *            RECORD FOR EVERY DEBIT IT SENDS THE BANK, CARRYING *
      *            THE PAYMENT REFERENCE AND DATE IT POSTED UNDER IN  *
      *            THE PAYMENT FEED, SO FINACR01 CAN FIND THE APPLIED *
      *            RECEIPT (SEE PAIDITM) FROM NOTHING MORE THAN THE   *
      *            ORIGINAL TRACE NUMBER ON A RETURN.                 *
      *            THE RECORD WITH TRACE NUMBER ZERO IS THE CONTROL   *
      *            RECORD HOLDING THE LAST TRACE SEQUENCE USED.       *
      *****************************************************************
       01  ACH-HISTORY-RECORD.
           05  AH-TRACE-NUMBER         PIC 9(15).
           05  AH-ACCOUNT-NUMBER       PIC 9(08).
           05  AH-AMOUNT               PIC 9(07)V99.
           05  AH-EFFECTIVE-DATE       PIC 9(08).
           05  AH-PAYMENT-REFERENCE    PIC X(10).
           05  AH-ORIGINATION-DATE     PIC 9(08).
           05  AH-ENTRY-STATUS         PIC X(01).
               88  AH-ORIGINATED       VALUE 'O'.
               88  AH-RETURNED         VALUE 'R'.
           05  AH-RETURN-CODE          PIC X(03).
           05  AH-RETURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(10).
       01  ACH-CONTROL-RECORD REDEFINES ACH-HISTORY-RECORD.
           05  FILLER                  PIC X(15).
           05  AH-LAST-SEQUENCE        PIC 9(07).
           05  FILLER                  PIC X(58).
