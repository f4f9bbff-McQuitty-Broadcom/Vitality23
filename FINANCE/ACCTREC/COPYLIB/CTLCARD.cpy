      *                 SMALL-BALANCE WRITE-OFF SWEEP -- NOTHING      *
      *                 POSTS UNTIL THE RUN IS RE-EXECUTED WITH THE   *
      *                 APPROVAL FLAG SET 'Y'.                        *
      * 2026-09-14  TS  CC-DSO-TOLERANCE ADDED FOR THE FINDSO01 DSO   *
      *                 REPORT -- A BRANCH WHOSE DSO WORSENED BY MORE *
      *                 THAN THIS MANY DAYS ON THE MONTH IS FLAGGED.  *
      * 2026-09-18  TS  CC-ESCHEAT-CUTOFF ADDED FOR THE FINESC01      *
      *                 UNCLAIMED-PROPERTY SWEEP -- WHEN PRESENT THE  *
      *                 RUN IS THE ANNUAL REPORTING RUN AND BALANCES  *
      *                 DORMANT BY THIS DATE GO ON THE HOLDER REPORT. *
      * 2026-10-12  TS  CC-PLACEMENT-DAYS ADDED FOR THE FINAGP01      *
      *                 COLLECTION-AGENCY PLACEMENT -- AN ACCOUNT STILL*
      *                 UNPAID THIS MANY DAYS AFTER ITS FINAL NOTICE IS*
      *                 PLACED WITH THE OUTSIDE AGENCY.               *
      * 2026-10-14  TS  CC-RESTATE-FLAG ADDED FOR FINTRD01 AND        *
      *                 FINHRR01 -- 'Y' REPORTS A RETIRED BRANCH'S    *
      *                 HISTORY UNDER ITS SUCCESSOR CODE ON THE       *
      *                 BRANCH-FORWARDING FILE (SEE BRNFWD). IT TAKES *
      *                 THE LAST FILLER BYTE.                         *
      *****************************************************************
       01  CONTROL-CARD-RECORD.
           05  CC-PAGE-SIZE            PIC 9(03).
           05  CC-WRITEOFF-DAYS        PIC 9(03).
           05  CC-APPROVAL-FLAG        PIC X(01).
           05  CC-ARCHIVE-CUTOFF       PIC 9(08).
           05  CC-DSO-TOLERANCE        PIC 9(03).
           05  CC-ESCHEAT-CUTOFF       PIC 9(08).
           05  CC-PLACEMENT-DAYS       PIC 9(03).
           05  CC-RESTATE-FLAG         PIC X(01).
               88  CC-RESTATE-HISTORY  VALUE 'Y'.
