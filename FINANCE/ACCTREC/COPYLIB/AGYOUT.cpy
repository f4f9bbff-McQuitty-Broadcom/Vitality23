      *****************************************************************
      * AGYOUT -- PLACEMENT FILE SENT TO THE OUTSIDE COLLECTION       *
      *           AGENCY BY FINAGP01. THE SAME H/D/T CONVENTION AS    *
      *           THE PAYMENT FILE: ONE 'H' HEADER CARRYING THE       *
      *           PLACEMENT DATE, ONE 'D' DETAIL PER ACCOUNT PLACED   *
      *           (FULL NAME, ADDRESS AND PHONE FROM NAMADDR, THE     *
      *           BALANCE PLACED, THE FINAL-NOTICE DATE AND THE LAST  *
      *           ACTIVITY DATE), AND ONE 'T' TRAILER CARRYING THE    *
      *           ACCOUNT COUNT AND BALANCE TOTAL THE AGENCY PROVES   *
      *           THE FILE BY.                                        *
      *****************************************************************
       01  AGENCY-OUT-RECORD.
           05  AO-REC-TYPE             PIC X(01).
               88  AO-IS-HEADER        VALUE 'H'.
               88  AO-IS-DETAIL        VALUE 'D'.
               88  AO-IS-TRAILER       VALUE 'T'.
           05  AO-ACCOUNT-NUMBER       PIC 9(08).
           05  AO-NAME                 PIC X(30).
           05  AO-ADDRESS-1            PIC X(25).
           05  AO-ADDRESS-2            PIC X(25).
           05  AO-CITY                 PIC X(18).
           05  AO-POSTAL-CODE          PIC X(08).
           05  AO-PHONE                PIC X(12).
           05  AO-BALANCE              PIC 9(07)V99.
           05  AO-FINAL-NOTICE-DATE    PIC 9(08).
           05  AO-LAST-ACTIVITY-DATE   PIC 9(08).
           05  FILLER                  PIC X(48).
       01  AGENCY-OUT-HEADER-RECORD REDEFINES AGENCY-OUT-RECORD.
           05  FILLER                  PIC X(01).
           05  AO-HDR-PLACEMENT-DATE   PIC 9(08).
           05  FILLER                  PIC X(191).
       01  AGENCY-OUT-TRAILER-RECORD REDEFINES AGENCY-OUT-RECORD.
           05  FILLER                  PIC X(01).
           05  AO-TRL-COUNT            PIC 9(07).
           05  AO-TRL-TOTAL            PIC 9(13)V99.
           05  FILLER                  PIC X(177).
