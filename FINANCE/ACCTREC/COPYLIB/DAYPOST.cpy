      *****************************************************************
      * DAYPOST -- DAY-POSTING LOG, WRITTEN (OPEN EXTEND) BY FINAPL01 *
      *            AS IT APPLIES THE BOOKS' UPDATE INTENTS. ONE 'D'   *
      *            RECORD PER APPLIED DETAIL CARRIES THE ACCOUNT,     *
      *            REFERENCE CODE, SOURCE BOOK AND THE LINE TOTAL     *
      *            THAT WENT INTO ACCTBAL AND REFBAL; ONE 'T' RECORD  *
      *            PER BOOK CARRIES THE RECORD COUNT AND RUN TOTAL    *
      *            THE BOOK ADDED TO ITS MTDYTD ROW. EVERY RECORD IS  *
      *            STAMPED WITH THE BUSINESS DATE AND CYCLE NUMBER    *
      *            FROM THE COBMAIN CYCLE FILE, SO FINDRB01 CAN BACK  *
      *            ONE CYCLE'S POSTINGS OUT AGAIN. FINDRB01 MARKS THE *
      *            RECORDS IT HAS BACKED OUT SO THE SAME CYCLE IS     *
      *            NEVER BACKED OUT TWICE.                            *
      *            FINAPL01 ALSO LOGS EVERY OPEN-ITEM CHANGE IT MAKES *
      *            -- AN 'O' RECORD PER INVOICE IT OPENS, A 'C'       *
      *            RECORD PER INVOICE IT REVERSES OR SETTLES, WITH    *
      *            THE INVOICE'S OPEN AMOUNT AND STATUS BEFORE AND    *
      *            AFTER THE CHANGE -- SO FINDRB01 CAN PUT OPENITM    *
      *            BACK TOO.                                          *
      *****************************************************************
       01  DAY-POSTING-RECORD.
           05  DP-REC-TYPE             PIC X(01).
               88  DP-IS-DETAIL        VALUE 'D'.
               88  DP-IS-BOOK-TOTAL    VALUE 'T'.
               88  DP-IS-ITEM-OPENED   VALUE 'O'.
               88  DP-IS-ITEM-CHANGED  VALUE 'C'.
           05  DP-BUSINESS-DATE        PIC 9(08).
           05  DP-CYCLE-NUMBER         PIC 9(02).
           05  DP-SOURCE-PROGRAM       PIC X(08).
           05  DP-ACCOUNT-NUMBER       PIC 9(08).
           05  DP-REFERENCE-CODE       PIC X(06).
           05  DP-POSTING-FIGURES.
               10  DP-UPDATE-DATE      PIC 9(08).
               10  DP-LINE-TOTAL       PIC S9(13)V99.
               10  DP-BOOK-COUNT       PIC 9(07).
           05  DP-ITEM-FIGURES REDEFINES DP-POSTING-FIGURES.
               10  DP-ITEM-INVOICE-NUMBER PIC X(10).
               10  DP-ITEM-PRIOR-OPEN  PIC S9(07)V99.
               10  DP-ITEM-PRIOR-STATUS PIC X(01).
               10  DP-ITEM-NEW-OPEN    PIC S9(07)V99.
               10  DP-ITEM-NEW-STATUS  PIC X(01).
           05  DP-BACKOUT-FLAG         PIC X(01).
               88  DP-BACKED-OUT       VALUE 'B'.
           05  FILLER                  PIC X(16).
