      *                 AMOUNTS, REFUND FLAG) -- THE JOURNAL RECORD   *
      *                 IS NOW 196 BYTES AND EVERY WRITER'S FD MOVED  *
      *                 WITH IT.                                      *
      * 2026-10-04  TS  FINAPL01 NOW STAMPS ITS RECORDS WITH THE      *
      *                 BUSINESS DATE AND CYCLE NUMBER OF THE STREAM  *
      *                 RUN, CARVED OUT OF THE FILLER. FINDRB01 USES  *
      *                 THE STAMP TO FIND ONE CYCLE'S BEFORE-IMAGES   *
      *                 AND SETS THE BACK-OUT FLAG ON THE RECORDS IT  *
      *                 HAS RESTORED.                                 *
      * 2026-10-15  TS  ONLY FINAPL01 STAMPS A REAL BUSINESS DATE AND *
      *                 CYCLE NUMBER. FINDRB01 STAMPS ITS RESTORES    *
      *                 WITH THE BUSINESS DATE AND CYCLE ZERO,        *
      *                 FINRMP01 ZEROES BOTH AND THE OTHER WRITERS DO *
      *                 NOT SET THEM, SO FINDRB01 TRUSTS ONLY A       *
      *                 NUMERIC STAMP. JL-JOURNAL-DATE IS CCYYMMDD    *
      *                 FROM EVERY WRITER.                            *
      *****************************************************************
       01  MASTER-JOURNAL-RECORD.
           05  JL-ACTION-CODE          PIC X(01).
           05  JL-JOURNAL-TIME         PIC 9(08).
           05  JL-BEFORE-IMAGE         PIC X(80).
           05  JL-AFTER-IMAGE          PIC X(80).
           05  JL-BUSINESS-DATE        PIC 9(08).
           05  JL-CYCLE-NUMBER         PIC 9(02).
           05  JL-BACKOUT-FLAG         PIC X(01).
               88  JL-BACKED-OUT       VALUE 'B'.
