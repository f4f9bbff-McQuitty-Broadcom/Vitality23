      *****************************************************************
      * NETXREF -- AR/AP NETTING CROSS-REFERENCE, READ BY FINNET01.   *
      *            ONE CARD-IMAGE RECORD PER CUSTOMER ACCOUNT THAT IS *
      *            ALSO ONE OF OUR VENDORS, LINKING THE AR ACCOUNT    *
      *            NUMBER TO THE VENDOR NUMBER ACCOUNTS PAYABLE KNOWS *
      *            IT BY. ONLY AN ACTIVE (A) LINK IS NETTED; A        *
      *            SUSPENDED (S) LINK STAYS ON FILE AND IS LISTED. AN *
      *            ACCOUNT MAY BE LINKED TO MORE THAN ONE VENDOR AND  *
      *            A VENDOR TO MORE THAN ONE ACCOUNT -- NEITHER SIDE  *
      *            IS EVER NETTED FOR MORE THAN IT HAS OPEN.          *
      *****************************************************************
       01  NETTING-XREF-RECORD.
           05  NX-AR-ACCOUNT           PIC 9(08).
           05  NX-VENDOR-NUMBER        PIC X(10).
           05  NX-LINK-STATUS          PIC X(01).
               88  NX-ACTIVE           VALUE 'A'.
               88  NX-SUSPENDED        VALUE 'S'.
           05  NX-LINKED-DATE          PIC 9(08).
           05  NX-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(45).
