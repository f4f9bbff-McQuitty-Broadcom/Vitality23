      *****************************************************************
      * APOPEN -- OPEN-PAYABLES FILE SENT BY ACCOUNTS PAYABLE, READ   *
      *           BY FINNET01. H/D/T: ONE 'H' HEADER CARRYING AP'S    *
      *           AS-OF DATE, ONE 'D' DETAIL PER OPEN VENDOR INVOICE  *
      *           OR CREDIT (A CREDIT IS NEGATIVE) AND ONE 'T'        *
      *           TRAILER CARRYING THE DETAIL COUNT AND THE NET OPEN  *
      *           TOTAL. AN INVOICE AP HAS STOPPED FOR PAYMENT ('H'   *
      *           IN AQ-PAYMENT-HOLD) IS NOT NETTED.                  *
      *****************************************************************
       01  AP-OPEN-PAYABLE-RECORD.
           05  AQ-REC-TYPE             PIC X(01).
               88  AQ-IS-HEADER        VALUE 'H'.
               88  AQ-IS-DETAIL        VALUE 'D'.
               88  AQ-IS-TRAILER       VALUE 'T'.
           05  AQ-VENDOR-NUMBER        PIC X(10).
           05  AQ-INVOICE-NUMBER       PIC X(15).
           05  AQ-INVOICE-DATE         PIC 9(08).
           05  AQ-DUE-DATE             PIC 9(08).
           05  AQ-OPEN-AMOUNT          PIC S9(09)V99.
           05  AQ-PAYMENT-HOLD         PIC X(01).
               88  AQ-ON-PAYMENT-HOLD  VALUE 'H'.
           05  AQ-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(24).
       01  AP-OPEN-HEADER-RECORD REDEFINES AP-OPEN-PAYABLE-RECORD.
           05  FILLER                  PIC X(01).
           05  AQ-HDR-AS-OF-DATE       PIC 9(08).
           05  FILLER                  PIC X(71).
       01  AP-OPEN-TRAILER-RECORD REDEFINES AP-OPEN-PAYABLE-RECORD.
           05  FILLER                  PIC X(01).
           05  AQ-TRL-COUNT            PIC 9(07).
           05  AQ-TRL-TOTAL            PIC S9(13)V99.
           05  FILLER                  PIC X(57).
