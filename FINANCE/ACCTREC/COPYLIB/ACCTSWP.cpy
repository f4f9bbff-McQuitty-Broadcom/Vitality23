      *****************************************************************
      * ACCTSWP -- ENRICHED ACCOUNT EXTRACT, WRITTEN ONCE BY FINMSW01 *
      *            FROM A SINGLE SEQUENTIAL PASS OF THE AR MASTER     *
      *            WITH THE NAME-AND-ADDRESS MASTER AND THE           *
      *            CREDIT-LIMIT FILE MATCHED ALONGSIDE, AND READ BY   *
      *            THE DERIVED RUNS (FINAGE01, FINDUN01, FINFCA01,    *
      *            FINWOF01, FINRFD01, FINEXP01, FINXTR01) IN PLACE   *
      *            OF THE KEYED MASTER. 260-BYTE RECORDS: ONE 'H'     *
      *            HEADER CARRYING THE AS-OF DATE THE AGING WAS       *
      *            FIGURED TO, ONE 'D' DETAIL PER MASTER RECORD IN    *
      *            ACCOUNT ORDER, AND ONE 'T' TRAILER CARRYING THE    *
      *            DETAIL COUNT, THE HASH OF THE ACCOUNT NUMBERS AND  *
      *            THE HASH OF THE OPEN BALANCES. EACH DETAIL CARRIES *
      *            THE MASTER RECORD AS IT STOOD, THE DUE DATE ITS    *
      *            PAYMENT TERMS (FINTRM01) GIVE ITS LAST-UPDATE      *
      *            DATE, THE DAYS PAST THAT DUE DATE (ZERO WHEN NOT   *
      *            YET DUE), THE OPEN BALANCE (MSTR-AMOUNT-1 PLUS     *
      *            MSTR-AMOUNT-2), THE ACCOUNT STATUS (BLANK SHOWN AS *
      *            'O'), THE CREDIT LIMIT AND THE NAME-AND-ADDRESS    *
      *            RECORD, EACH WITH A SWITCH SAYING WHETHER ONE WAS  *
      *            ON FILE. A READER TAKES NO ACTION ON AN EXTRACT    *
      *            WHOSE HEADER IS FOR ANOTHER AS-OF DATE, AND ENDS   *
      *            RETURN-CODE 8 WHEN THE DETAILS DO NOT ADD UP TO    *
      *            THE TRAILER.                                       *
      *****************************************************************
       01  ACCOUNT-SWEEP-RECORD.
           05  XA-REC-TYPE             PIC X(01).
               88  XA-IS-HEADER        VALUE 'H'.
               88  XA-IS-DETAIL        VALUE 'D'.
               88  XA-IS-TRAILER       VALUE 'T'.
           05  XA-MASTER-IMAGE         PIC X(80).
           05  FILLER REDEFINES XA-MASTER-IMAGE.
               10  XA-ACCOUNT-NUMBER   PIC 9(08).
               10  FILLER              PIC X(72).
           05  XA-DUE-DATE             PIC 9(08).
           05  XA-AGE-DAYS             PIC 9(05).
           05  XA-OPEN-BALANCE         PIC S9(05)V99.
           05  XA-ACCOUNT-STATUS       PIC X(01).
               88  XA-ACCOUNT-OPEN     VALUE 'O'.
               88  XA-ACCOUNT-ON-HOLD  VALUE 'H'.
               88  XA-ACCOUNT-CLOSED   VALUE 'C'.
           05  XA-LIMIT-SWITCH         PIC X(01).
               88  XA-LIMIT-ON-FILE    VALUE 'Y'.
           05  XA-CREDIT-LIMIT         PIC 9(07)V99.
           05  XA-ADDRESS-SWITCH       PIC X(01).
               88  XA-ADDRESS-ON-FILE  VALUE 'Y'.
           05  XA-ADDRESS-IMAGE        PIC X(140).
           05  FILLER                  PIC X(07).
       01  ACCOUNT-SWEEP-HEADER REDEFINES ACCOUNT-SWEEP-RECORD.
           05  FILLER                  PIC X(01).
           05  XA-HDR-AS-OF-DATE       PIC 9(08).
           05  XA-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(243).
       01  ACCOUNT-SWEEP-TRAILER REDEFINES ACCOUNT-SWEEP-RECORD.
           05  FILLER                  PIC X(01).
           05  XA-TRL-COUNT            PIC 9(07).
           05  XA-TRL-ACCOUNT-HASH     PIC 9(15).
           05  XA-TRL-BALANCE-HASH     PIC S9(13)V99.
           05  FILLER                  PIC X(222).
