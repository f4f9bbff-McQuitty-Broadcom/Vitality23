      *                 FINSPL01 SUSPENDS FEED DETAILS FOR CLOSED     *
      *                 ACCOUNTS (REASON CLSD) AND FLAGS DETAILS FOR  *
      *                 ACCOUNTS ON CREDIT HOLD.                      *
      * 2026-09-22  TS  MSTR-COMPANY-CODE ADDED -- THE LEGAL ENTITY   *
      *                 (SEE COMPANY) THAT OWNS THE ACCOUNT. SPACES   *
      *                 ON OLD RECORDS READ AS COMPANY '01'.          *
      *                 MAINTAINED THROUGH FINMNT01.                  *
      * 2026-10-10  TS  MSTR-TERMS-CODE ADDED -- THE ACCOUNT'S        *
      *                 PAYMENT TERMS (SEE PAYTERM). SPACES KEEP THE  *
      *                 STANDARD TERMS EACH RUN HAS ALWAYS USED.      *
      *                 MAINTAINED THROUGH FINMNT01.                  *
      *****************************************************************
       01  MASTER-RECORD.
           05  MSTR-ACCOUNT-NUMBER     PIC 9(08).
               88  MSTR-OPEN           VALUES 'O' ' '.
               88  MSTR-CREDIT-HOLD    VALUE 'H'.
               88  MSTR-CLOSED         VALUE 'C'.
           05  MSTR-COMPANY-CODE       PIC X(02).
           05  MSTR-TERMS-CODE         PIC X(02).
           05  FILLER                  PIC X(02).
