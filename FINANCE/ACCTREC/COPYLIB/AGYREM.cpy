      *****************************************************************
      * AGYREM -- REMITTANCE FILE RETURNED BY THE OUTSIDE COLLECTION  *
      *           AGENCY, READ BY FINAGR01. H/D/T: ONE 'H' HEADER     *
      *           CARRYING THE REMITTANCE DATE, 'D' DETAILS AND ONE   *
      *           'T' TRAILER CARRYING THE DETAIL COUNT AND THE       *
      *           COLLECTED AND COMMISSION TOTALS. EACH DETAIL IS A   *
      *           COLLECTION (C -- THE GROSS AMOUNT THE CUSTOMER PAID *
      *           AND THE COMMISSION THE AGENCY WITHHELD FROM IT), AN *
      *           ACCOUNT RETURNED UNCOLLECTABLE (U) OR AN ACCOUNT    *
      *           RECALLED (R), THE LAST TWO WITH THE AGENCY'S        *
      *           REASON.                                             *
      *****************************************************************
       01  AGENCY-REMITTANCE-RECORD.
           05  AM-REC-TYPE             PIC X(01).
               88  AM-IS-HEADER        VALUE 'H'.
               88  AM-IS-DETAIL        VALUE 'D'.
               88  AM-IS-TRAILER       VALUE 'T'.
           05  AM-ACCOUNT-NUMBER       PIC 9(08).
           05  AM-ITEM-TYPE            PIC X(01).
               88  AM-COLLECTION       VALUE 'C'.
               88  AM-UNCOLLECTABLE    VALUE 'U'.
               88  AM-RECALLED         VALUE 'R'.
           05  AM-COLLECTED-AMOUNT     PIC 9(07)V99.
           05  AM-COMMISSION-AMOUNT    PIC 9(07)V99.
           05  AM-ITEM-DATE            PIC 9(08).
           05  AM-AGENCY-REFERENCE     PIC X(10).
           05  AM-RETURN-REASON        PIC X(20).
           05  FILLER                  PIC X(14).
       01  AGENCY-REMIT-HEADER-RECORD REDEFINES
               AGENCY-REMITTANCE-RECORD.
           05  FILLER                  PIC X(01).
           05  AM-HDR-REMIT-DATE       PIC 9(08).
           05  FILLER                  PIC X(71).
       01  AGENCY-REMIT-TRAILER-RECORD REDEFINES
               AGENCY-REMITTANCE-RECORD.
           05  FILLER                  PIC X(01).
           05  AM-TRL-COUNT            PIC 9(07).
           05  AM-TRL-COLLECTED        PIC 9(13)V99.
           05  AM-TRL-COMMISSION       PIC 9(13)V99.
           05  FILLER                  PIC X(42).
