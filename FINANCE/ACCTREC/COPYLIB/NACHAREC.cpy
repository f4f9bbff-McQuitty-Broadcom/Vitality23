      *****************************************************************
      * NACHAREC -- 94-BYTE NACHA ACH RECORD WITH A VIEW FOR EACH     *
      *             RECORD TYPE: '1' FILE HEADER, '5' BATCH HEADER,   *
      *             '6' ENTRY DETAIL, '7' ADDENDA (RETURN ADDENDA     *
      *             TYPE 99), '8' BATCH CONTROL, '9' FILE CONTROL.    *
      *             A BLOCK IS FILLED OUT TO TEN RECORDS WITH ALL-9   *
      *             PADDING RECORDS. USED BY FINACH01 TO ORIGINATE    *
      *             DEBITS AND BY FINACR01 TO READ THE BANK'S RETURN  *
      *             FILE.                                             *
      *****************************************************************
       01  NACHA-RECORD.
           05  NA-RECORD-TYPE          PIC X(01).
               88  NA-FILE-HEADER      VALUE '1'.
               88  NA-BATCH-HEADER     VALUE '5'.
               88  NA-ENTRY-DETAIL     VALUE '6'.
               88  NA-ADDENDA          VALUE '7'.
               88  NA-BATCH-CONTROL    VALUE '8'.
               88  NA-FILE-CONTROL     VALUE '9'.
           05  FILLER                  PIC X(93).
       01  NACHA-FILE-HEADER REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NFH-PRIORITY-CODE       PIC X(02).
           05  NFH-IMMEDIATE-DEST      PIC X(10).
           05  NFH-IMMEDIATE-ORIGIN    PIC X(10).
           05  NFH-CREATION-DATE       PIC 9(06).
           05  NFH-CREATION-TIME       PIC 9(04).
           05  NFH-FILE-ID-MODIFIER    PIC X(01).
           05  NFH-RECORD-SIZE         PIC X(03).
           05  NFH-BLOCKING-FACTOR     PIC X(02).
           05  NFH-FORMAT-CODE         PIC X(01).
           05  NFH-DESTINATION-NAME    PIC X(23).
           05  NFH-ORIGIN-NAME         PIC X(23).
           05  NFH-REFERENCE-CODE      PIC X(08).
       01  NACHA-BATCH-HEADER REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NBH-SERVICE-CLASS       PIC X(03).
           05  NBH-COMPANY-NAME        PIC X(16).
           05  NBH-DISCRETIONARY       PIC X(20).
           05  NBH-COMPANY-ID          PIC X(10).
           05  NBH-SEC-CODE            PIC X(03).
           05  NBH-ENTRY-DESCRIPTION   PIC X(10).
           05  NBH-DESCRIPTIVE-DATE    PIC X(06).
           05  NBH-EFFECTIVE-DATE      PIC 9(06).
           05  NBH-SETTLEMENT-DATE     PIC X(03).
           05  NBH-ORIGINATOR-STATUS   PIC X(01).
           05  NBH-ODFI-ID             PIC X(08).
           05  NBH-BATCH-NUMBER        PIC 9(07).
       01  NACHA-ENTRY-DETAIL REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NED-TRANSACTION-CODE    PIC X(02).
           05  FILLER REDEFINES NED-TRANSACTION-CODE.
               10  FILLER              PIC X(01).
               10  NED-TRAN-CODE-DIGIT PIC X(01).
                   88  NED-IS-CREDIT   VALUES '1' THRU '4'.
                   88  NED-IS-DEBIT    VALUES '6' THRU '9'.
           05  NED-RDFI-ID             PIC 9(08).
           05  NED-CHECK-DIGIT         PIC 9(01).
           05  NED-DFI-ACCOUNT         PIC X(17).
           05  NED-AMOUNT              PIC 9(08)V99.
           05  NED-IDENTIFICATION      PIC X(15).
           05  NED-RECEIVER-NAME       PIC X(22).
           05  NED-DISCRETIONARY       PIC X(02).
           05  NED-ADDENDA-INDICATOR   PIC X(01).
           05  NED-TRACE-NUMBER        PIC 9(15).
       01  NACHA-RETURN-ADDENDA REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NRA-ADDENDA-TYPE        PIC X(02).
               88  NRA-IS-RETURN       VALUE '99'.
           05  NRA-RETURN-REASON       PIC X(03).
           05  NRA-ORIGINAL-TRACE      PIC 9(15).
           05  NRA-DATE-OF-DEATH       PIC X(06).
           05  NRA-ORIGINAL-RDFI       PIC X(08).
           05  NRA-ADDENDA-INFO        PIC X(44).
           05  NRA-TRACE-NUMBER        PIC X(15).
       01  NACHA-BATCH-CONTROL REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NBC-SERVICE-CLASS       PIC X(03).
           05  NBC-ENTRY-COUNT         PIC 9(06).
           05  NBC-ENTRY-HASH          PIC 9(10).
           05  NBC-TOTAL-DEBIT         PIC 9(10)V99.
           05  NBC-TOTAL-CREDIT        PIC 9(10)V99.
           05  NBC-COMPANY-ID          PIC X(10).
           05  NBC-AUTHENTICATION      PIC X(19).
           05  NBC-RESERVED            PIC X(06).
           05  NBC-ODFI-ID             PIC X(08).
           05  NBC-BATCH-NUMBER        PIC 9(07).
       01  NACHA-FILE-CONTROL REDEFINES NACHA-RECORD.
           05  FILLER                  PIC X(01).
           05  NFC-BATCH-COUNT         PIC 9(06).
           05  NFC-BLOCK-COUNT         PIC 9(06).
           05  NFC-ENTRY-COUNT         PIC 9(08).
           05  NFC-ENTRY-HASH          PIC 9(10).
           05  NFC-TOTAL-DEBIT         PIC 9(10)V99.
           05  NFC-TOTAL-CREDIT        PIC 9(10)V99.
           05  NFC-RESERVED            PIC X(39).
