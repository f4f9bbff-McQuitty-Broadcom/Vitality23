      *****************************************************************
      * FINDSC01 -- LINKAGE RECORD PASSED TO FINDSQ01, THE OPEN-      *
      *             DISPUTE INQUIRY SERVICE. CALLERS SET              *
      *             DQ-ACCOUNT-NUMBER AND GET BACK THE NUMBER OF      *
      *             OPEN DISPUTES ON THE ACCOUNT (SEE DISPUTE) AND    *
      *             THEIR TOTAL AMOUNT, SO THE COLLECTIONS RUNS CAN   *
      *             WORK ON THE UNDISPUTED BALANCE ONLY. RESOLVED     *
      *             DISPUTES ARE NOT COUNTED.                         *
      *****************************************************************
       01  FINDSC01-RECORD.
           05  DQ-ACCOUNT-NUMBER       PIC 9(08).
           05  DQ-OPEN-COUNT           PIC 9(04).
           05  DQ-OPEN-AMOUNT          PIC 9(07)V99.
           05  FILLER                  PIC X(59).
