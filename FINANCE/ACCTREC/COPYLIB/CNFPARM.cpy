      *****************************************************************
      * CNFPARM -- AUDIT CONFIRMATION PARAMETER CARD, READ BY         *
      *            FINCNF01 (SAMPLE AND LETTERS) AND FINCNX01         *
      *            (EXCEPTIONS REPORT). ONE CARD PER RUN.             *
      *            CP-CONFIRM-DATE  DATE THE BALANCES ARE CONFIRMED   *
      *                             AS OF; ALSO THE KEY THE SAMPLE IS *
      *                             FILED UNDER (ZERO = BUSINESS DATE)*
      *            CP-SAMPLE-SIZE   NUMBER OF MONETARY-UNIT SELECTIONS*
      *                             THE AUDITORS WANT                 *
      *            CP-RANDOM-SEED   STARTING SEED; THE SAME SEED AND  *
      *                             SIZE AGAINST THE SAME MASTER DRAW *
      *                             THE SAME SAMPLE                   *
      *            CP-REPLY-DAYS    DAYS THE CUSTOMER IS GIVEN TO     *
      *                             REPLY (ZERO = 30)                 *
      *****************************************************************
       01  CONFIRM-PARAMETER-RECORD.
           05  CP-CONFIRM-DATE         PIC 9(08).
           05  CP-SAMPLE-SIZE          PIC 9(05).
           05  CP-RANDOM-SEED          PIC 9(09).
           05  CP-REPLY-DAYS           PIC 9(03).
           05  FILLER                  PIC X(55).
