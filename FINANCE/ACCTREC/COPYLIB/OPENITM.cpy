      *****************************************************************
      * OPENITM -- OPEN-ITEM RECEIVABLES RECORD, KEYED ON ACCOUNT     *
      *            NUMBER + INVOICE NUMBER. THE MASTER CARRIES ONE    *
      *            PAIR OF BALANCE BUCKETS PER ACCOUNT; THIS FILE     *
      *            CARRIES THE INVOICES BEHIND THEM. FINAPL01 ADDS    *
      *            ONE OPEN ITEM FOR EVERY BOOK DETAIL IT APPLIES     *
      *            (AND CLOSES THE LATEST ONE FOR A REVERSAL),        *
      *            FINCSH01 KNOCKS DOWN THE INVOICE NAMED IN THE      *
      *            PAYMENT REFERENCE -- OLDEST FIRST WHEN NONE IS     *
      *            NAMED -- AND FINAGE01 AGES BY INVOICE DUE DATE.    *
      *            THE INVOICE NUMBER IS THE BUSINESS DATE THE        *
      *            DETAIL POSTED UNDER PLUS A TWO-DIGIT SEQUENCE      *
      *            WITHIN THE ACCOUNT AND DAY, SO KEY ORDER WITHIN    *
      *            AN ACCOUNT IS OLDEST INVOICE FIRST.                *
      *****************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-KEY.
               10  OI-ACCOUNT-NUMBER   PIC 9(08).
               10  OI-INVOICE-NUMBER   PIC X(10).
               10  FILLER REDEFINES OI-INVOICE-NUMBER.
                   15  OI-INVOICE-POST-DATE PIC 9(08).
                   15  OI-INVOICE-SEQUENCE  PIC 9(02).
           05  OI-INVOICE-DATE         PIC 9(08).
           05  OI-DUE-DATE             PIC 9(08).
           05  OI-ORIGINAL-AMOUNT      PIC S9(07)V99.
           05  OI-OPEN-AMOUNT          PIC S9(07)V99.
           05  OI-REFERENCE-CODE       PIC X(06).
           05  OI-LAST-ACTIVITY-DATE   PIC 9(08).
           05  OI-ITEM-STATUS          PIC X(01).
               88  OI-ITEM-OPEN        VALUE 'O'.
               88  OI-ITEM-PAID        VALUE 'P'.
               88  OI-ITEM-REVERSED    VALUE 'R'.
           05  FILLER                  PIC X(13).
