      *****************************************************************
      * ACCLOG -- ONLINE ACCESS-LOG RECORD. ONE 80-BYTE RECORD FOR    *
      *           EVERY ACCOUNT DISPLAY AND UPDATE IN FINOLQ01, EVERY *
      *           SUSPENSE RECORD SHOWN OR CORRECTED IN FINOLS01 AND  *
      *           EVERY RUN-STATUS INQUIRY IN FINOLR01, WRITTEN       *
      *           THROUGH THE ALOG EXTRAPARTITION TD QUEUE, WHICH JCL *
      *           ROUTES TO THE ACCLOG DATASET. CARRIES THE TERMINAL, *
      *           THE SIGNED-ON OPERATOR, THE TRANSACTION, THE        *
      *           ACCOUNT AND ITS REFERENCE CODE AS DISPLAYED, AND A  *
      *           TIMESTAMP. THE ITEM KEY IS THE SUSPENSE WORK-QUEUE  *
      *           KEY FOR FINOLS01 AND THE BUSINESS DATE AND CYCLE    *
      *           FOR FINOLR01, WHOSE ACCOUNT NUMBER IS ZERO. READ    *
      *           WEEKLY BY FINALR01.                                 *
      *****************************************************************
       01  ACCESS-LOG-RECORD.
           05  AL-LOG-DATE             PIC 9(08).
           05  AL-LOG-TIME             PIC 9(08).
           05  AL-TERMINAL-ID          PIC X(04).
           05  AL-OPERATOR-ID          PIC X(08).
           05  AL-TRANSACTION-ID       PIC X(04).
           05  AL-PROGRAM-ID           PIC X(08).
           05  AL-ACCESS-TYPE          PIC X(01).
               88  AL-IS-VIEW          VALUE 'V'.
               88  AL-IS-UPDATE        VALUE 'U'.
           05  AL-ACCOUNT-NUMBER       PIC 9(08).
           05  AL-REFERENCE-CODE       PIC X(06).
           05  AL-ITEM-KEY             PIC X(17).
           05  FILLER                  PIC X(08).
