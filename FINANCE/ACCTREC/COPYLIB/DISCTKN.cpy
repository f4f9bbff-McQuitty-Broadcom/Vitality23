      *****************************************************************
      * DISCTKN -- EARLY-PAYMENT DISCOUNTS TAKEN, KEYED ON ACCOUNT +  *
      *            PAYMENT REFERENCE + PAYMENT DATE. FINCSH01 WRITES  *
      *            ONE RECORD EACH TIME IT ACCEPTS A SHORT PAYMENT AS *
      *            FULL SETTLEMENT UNDER THE ACCOUNT'S DISCOUNT TERMS *
      *            (SEE PAYTERM) AND POSTS THE DIFFERENCE AS A        *
      *            SEPARATE DISCNT CREDIT. DK-LATE-FLAG IS 'L' WHEN   *
      *            THE PAYMENT DATE WAS PAST THE DISCOUNT WINDOW BUT  *
      *            INSIDE THE GRACE DAYS, 'W' WHEN IT WAS WITHIN THE  *
      *            WINDOW. FINDTK01 REPORTS THE MONTH'S DISCOUNTS AND *
      *            FINMEP01 CARRIES THEM AS CREDITS IN THE            *
      *            ROLL-FORWARD.                                      *
      *****************************************************************
       01  DISCOUNT-TAKEN-RECORD.
           05  DK-KEY.
               10  DK-ACCOUNT-NUMBER   PIC 9(08).
               10  DK-PAYMENT-REFERENCE PIC X(10).
               10  DK-PAYMENT-DATE     PIC 9(08).
           05  DK-REFERENCE-CODE       PIC X(06).
           05  DK-APPLIED-DATE         PIC 9(08).
           05  DK-TERMS-CODE           PIC X(02).
           05  DK-INVOICE-DATE         PIC 9(08).
           05  DK-DISCOUNT-DATE        PIC 9(08).
           05  DK-PAYMENT-AMOUNT       PIC 9(07)V99.
           05  DK-DISCOUNT-AMOUNT      PIC 9(05)V99.
           05  DK-LATE-FLAG            PIC X(01).
               88  DK-TAKEN-LATE       VALUE 'L'.
               88  DK-TAKEN-IN-WINDOW  VALUE 'W'.
           05  FILLER                  PIC X(05).
