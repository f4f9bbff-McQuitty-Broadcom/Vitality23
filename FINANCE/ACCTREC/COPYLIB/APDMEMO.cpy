      *****************************************************************
      * APDMEMO -- DEBIT-MEMO FILE WRITTEN BY FINNET01 IN ACCOUNTS    *
      *            PAYABLE'S IMPORT LAYOUT. H/D/T: ONE 'H' HEADER     *
      *            CARRYING THE MEMO DATE AND THE SENDING SYSTEM, ONE *
      *            'D' DETAIL PER APPROVED NETTING -- THE VENDOR, A   *
      *            MEMO NUMBER UNIQUE TO THE RUN DATE, THE AMOUNT     *
      *            TAKEN OFF WHAT WE OWE AND THE AR ACCOUNT IT WAS    *
      *            NETTED AGAINST -- AND ONE 'T' TRAILER CARRYING THE *
      *            MEMO COUNT AND TOTAL AP PROVES THE FILE BY. A      *
      *            PROPOSAL RUN WRITES THE HEADER AND A COUNT-ZERO    *
      *            TRAILER ONLY.                                      *
      *****************************************************************
       01  AP-DEBIT-MEMO-RECORD.
           05  AD-REC-TYPE             PIC X(01).
               88  AD-IS-HEADER        VALUE 'H'.
               88  AD-IS-DETAIL        VALUE 'D'.
               88  AD-IS-TRAILER       VALUE 'T'.
           05  AD-VENDOR-NUMBER        PIC X(10).
           05  AD-MEMO-NUMBER          PIC X(15).
           05  AD-MEMO-DATE            PIC 9(08).
           05  AD-MEMO-AMOUNT          PIC 9(09)V99.
           05  AD-AR-ACCOUNT           PIC 9(08).
           05  AD-DESCRIPTION          PIC X(20).
           05  AD-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(25).
       01  AP-DEBIT-MEMO-HEADER-RECORD REDEFINES AP-DEBIT-MEMO-RECORD.
           05  FILLER                  PIC X(01).
           05  AD-HDR-MEMO-DATE        PIC 9(08).
           05  AD-HDR-SOURCE           PIC X(08).
           05  FILLER                  PIC X(83).
       01  AP-DEBIT-MEMO-TRAILER-RECORD REDEFINES AP-DEBIT-MEMO-RECORD.
           05  FILLER                  PIC X(01).
           05  AD-TRL-COUNT            PIC 9(07).
           05  AD-TRL-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(77).
