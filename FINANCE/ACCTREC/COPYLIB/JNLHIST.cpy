      *****************************************************************
      * JNLHIST -- KEYED MASTER CHANGE-HISTORY RECORD FOR THE ONLINE  *
      *            FINOLJ01 INQUIRY. FINJHL01 LOADS EVERY MSTRJNL     *
      *            ENTRY HERE, KEYED ON ACCOUNT NUMBER + DESCENDING   *
      *            TIMESTAMP + SEQUENCE, SO A GTEQ BROWSE FROM THE    *
      *            ACCOUNT NUMBER RETURNS THAT ACCOUNT'S NEWEST       *
      *            CHANGE FIRST. THE DESCENDING STAMP IS SIXTEEN      *
      *            NINES LESS THE JOURNAL DATE AND TIME RUN TOGETHER  *
      *            (YYYYMMDDHHMMSSHH). THE SEQUENCE KEEPS TWO ENTRIES *
      *            FOR THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A    *
      *            SECOND APART. THE REST OF THE RECORD IS THE        *
      *            JOURNAL ENTRY AS WRITTEN -- AN ADD CARRIES SPACES  *
      *            IN THE BEFORE-IMAGE, A DELETE SPACES IN THE AFTER- *
      *            IMAGE.                                             *
      *****************************************************************
       01  JOURNAL-HISTORY-RECORD.
           05  JH-KEY.
               10  JH-ACCOUNT-NUMBER   PIC 9(08).
               10  JH-DESCENDING-STAMP PIC 9(16).
               10  JH-SEQUENCE         PIC 9(03).
           05  JH-ACTION-CODE          PIC X(01).
               88  JH-IS-ADD           VALUE 'A'.
               88  JH-IS-CHANGE        VALUE 'C'.
               88  JH-IS-DELETE        VALUE 'D'.
           05  JH-SOURCE-PROGRAM       PIC X(08).
           05  JH-JOURNAL-DATE         PIC 9(08).
           05  JH-JOURNAL-TIME         PIC 9(08).
           05  JH-BEFORE-IMAGE         PIC X(80).
           05  JH-AFTER-IMAGE          PIC X(80).
           05  FILLER                  PIC X(08).
