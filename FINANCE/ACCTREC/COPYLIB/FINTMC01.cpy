      *****************************************************************
      * FINTMC01 -- LINKAGE RECORD PASSED TO FINTRM01, THE            *
      *             PAYMENT-TERMS SERVICE. CALLERS SET PQ-TERMS-CODE  *
      *             AND, WHEN THEY WANT DATES, PQ-BASE-DATE (THE      *
      *             INVOICE DATE). THEY GET BACK THE TERMS FROM THE   *
      *             TERMS TABLE (SEE PAYTERM) AND THE DUE DATE, LAST  *
      *             DISCOUNT DATE AND LAST GRACE DATE COUNTED FROM    *
      *             THE BASE DATE. A BLANK OR UNKNOWN CODE COMES BACK *
      *             NOT FOUND WITH NO NET DAYS, NO DISCOUNT AND EVERY *
      *             DATE EQUAL TO THE BASE DATE, AND THE CALLER       *
      *             APPLIES ITS OWN DEFAULT TERMS.                    *
      *****************************************************************
       01  FINTMC01-RECORD.
           05  PQ-TERMS-CODE           PIC X(02).
           05  PQ-BASE-DATE            PIC 9(08).
           05  PQ-RESULT               PIC X(01).
               88  PQ-TERMS-FOUND      VALUE 'Y'.
               88  PQ-TERMS-NOT-FOUND  VALUE 'N'.
           05  PQ-DESCRIPTION          PIC X(12).
           05  PQ-NET-DAYS             PIC 9(03).
           05  PQ-DISCOUNT-PCT         PIC 9(02)V99.
           05  PQ-DISCOUNT-DAYS        PIC 9(03).
           05  PQ-GRACE-DAYS           PIC 9(02).
           05  PQ-DUE-DATE             PIC 9(08).
           05  PQ-DISCOUNT-DATE        PIC 9(08).
           05  PQ-GRACE-DATE           PIC 9(08).
           05  FILLER                  PIC X(21).
