      *****************************************************************
      * HLDRPT -- ANNUAL UNCLAIMED-PROPERTY HOLDER REPORT, WRITTEN BY *
      *            FINESC01 ON THE CUTOFF RUN. ONE HEADER, ONE DETAIL *
      *            PER REPORTED OWNER AND ONE TRAILER (COUNT AND      *
      *            TOTAL). EACH DETAIL CARRIES THE STATE IT IS        *
      *            REPORTED TO; THE FILE IS SPLIT BY HR-STATE-CODE    *
      *            FOR FILING. HR-PROPERTY-TYPE IS THE STANDARD CODE  *
      *            FOR AN ACCOUNTS-RECEIVABLE CREDIT BALANCE.         *
      *            HR-DUE-DILIGENCE IS THE CASE STATUS AT REPORTING   *
      *            (SEE ESCHEAT) -- L LETTER UNANSWERED, U RETURNED   *
      *            UNDELIVERABLE, A NO ADDRESS, B BELOW THE LETTER    *
      *            MINIMUM.                                           *
      *****************************************************************
       01  HOLDER-REPORT-RECORD.
           05  HR-REC-TYPE             PIC X(01).
               88  HR-IS-HEADER        VALUE 'H'.
               88  HR-IS-DETAIL        VALUE 'D'.
               88  HR-IS-TRAILER       VALUE 'T'.
           05  HR-STATE-CODE           PIC X(02).
           05  HR-ACCOUNT-NUMBER       PIC 9(08).
           05  HR-OWNER-NAME           PIC X(30).
           05  HR-ADDRESS-1            PIC X(25).
           05  HR-ADDRESS-2            PIC X(25).
           05  HR-CITY                 PIC X(18).
           05  HR-POSTAL-CODE          PIC X(08).
           05  HR-PROPERTY-TYPE        PIC X(04).
           05  HR-AMOUNT               PIC 9(07)V99.
           05  HR-LAST-ACTIVITY-DATE   PIC 9(08).
           05  HR-LETTER-DATE          PIC 9(08).
           05  HR-DUE-DILIGENCE        PIC X(01).
           05  FILLER                  PIC X(13).
       01  HOLDER-REPORT-HEADER REDEFINES HOLDER-REPORT-RECORD.
           05  FILLER                  PIC X(01).
           05  HRH-HOLDER-NAME         PIC X(30).
           05  HRH-HOLDER-TAX-ID       PIC X(09).
           05  HRH-CUTOFF-DATE         PIC 9(08).
           05  HRH-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(104).
       01  HOLDER-REPORT-TRAILER REDEFINES HOLDER-REPORT-RECORD.
           05  FILLER                  PIC X(01).
           05  HRT-COUNT               PIC 9(07).
           05  HRT-TOTAL               PIC 9(11)V99.
           05  FILLER                  PIC X(139).
