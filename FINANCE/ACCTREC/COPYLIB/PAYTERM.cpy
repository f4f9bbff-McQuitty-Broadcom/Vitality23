      *****************************************************************
      * PAYTERM -- PAYMENT-TERMS TABLE. ONE 80-BYTE RECORD PER TERMS  *
      *            CODE CARRIED ON MSTRFILE (MSTR-TERMS-CODE). EACH   *
      *            CODE GIVES THE NET DAYS TO THE INVOICE DUE DATE,   *
      *            AND FOR DISCOUNT TERMS (2/10 NET 30 AND THE LIKE)  *
      *            THE EARLY-PAYMENT DISCOUNT PERCENT AND THE DAYS    *
      *            FROM INVOICE DATE IT MAY BE TAKEN. TM-GRACE-DAYS   *
      *            IS THE FEW DAYS PAST THE WINDOW CASH APPLICATION   *
      *            STILL HONOURS FOR MAIL FLOAT -- A DISCOUNT TAKEN   *
      *            IN THE GRACE DAYS IS ALLOWED BUT REPORTED AS LATE. *
      *            THE FILE IS OPTIONAL AND IS READ ONLY THROUGH      *
      *            FINTRM01. AN ACCOUNT WITH NO TERMS CODE KEEPS THE  *
      *            TERMS EACH RUN HAS ALWAYS USED.                    *
      *****************************************************************
       01  PAYMENT-TERMS-RECORD.
           05  TM-TERMS-CODE           PIC X(02).
           05  TM-DESCRIPTION          PIC X(12).
           05  TM-NET-DAYS             PIC 9(03).
           05  TM-DISCOUNT-PCT         PIC 9(02)V99.
           05  TM-DISCOUNT-DAYS        PIC 9(03).
           05  TM-GRACE-DAYS           PIC 9(02).
           05  FILLER                  PIC X(54).
