      *****************************************************************
      * BRNJNL -- SEQUENTIAL JOURNAL OF THE BRANCH-KEYED RECORDS      *
      *           FINRMP01 CHANGES WHEN IT RETIRES A REFERENCE CODE   *
      *           -- REFBAL, THE COLLECTOR MASTER, HIERARCH, THE      *
      *           RESERVE-RATE CARDS AND THE REFERENCE-CODE MASTER    *
      *           (OPEN EXTEND). EACH ENTRY NAMES THE FILE, THE OLD   *
      *           AND NEW CODES AND CARRIES THE FULL 80-BYTE          *
      *           BEFORE-IMAGE AND AFTER-IMAGE, SO A REMAP APPLIED IN *
      *           ERROR CAN BE PUT BACK BY HAND. AN ADD CARRIES       *
      *           SPACES IN THE BEFORE-IMAGE; A DELETE CARRIES SPACES *
      *           IN THE AFTER-IMAGE. MASTER CHANGES GO TO MSTRJNL AS *
      *           ALWAYS.                                             *
      *****************************************************************
       01  BRANCH-JOURNAL-RECORD.
           05  BJ-ACTION-CODE          PIC X(01).
               88  BJ-IS-ADD           VALUE 'A'.
               88  BJ-IS-CHANGE        VALUE 'C'.
               88  BJ-IS-DELETE        VALUE 'D'.
           05  BJ-FILE-NAME            PIC X(08).
           05  BJ-OLD-CODE             PIC X(06).
           05  BJ-NEW-CODE             PIC X(06).
           05  BJ-JOURNAL-DATE         PIC 9(08).
           05  BJ-JOURNAL-TIME         PIC 9(08).
           05  BJ-BEFORE-IMAGE         PIC X(80).
           05  BJ-AFTER-IMAGE          PIC X(80).
           05  FILLER                  PIC X(03).
