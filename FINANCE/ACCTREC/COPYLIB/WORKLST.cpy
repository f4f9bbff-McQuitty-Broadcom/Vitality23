      *****************************************************************
      * WORKLST -- DAILY COLLECTOR WORKLIST EXTRACT, WRITTEN BY       *
      *            FINCWL01 BESIDE ITS PRINTED WORKLIST. ONE RECORD   *
      *            PER ACCOUNT TO BE WORKED, IN COLLECTOR ORDER AND   *
      *            THEN BY RANK (1 = HIGHEST PRIORITY SCORE), SO A    *
      *            COLLECTOR'S SCREEN OR SPREADSHEET LOADS IT AS IS.  *
      *            ACCOUNTS NO COLLECTOR OWNS CARRY COLLECTOR ID      *
      *            'UNASSGND'. THE BALANCE IS NET OF OPEN DISPUTES.   *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-09-28  TS  WL-RETURNED-PAYMENT ADDED OUT OF FILLER --    *
      *                 'Y' WHEN THE BANK RETURNED A PAYMENT ON THE   *
      *                 ACCOUNT IN THE LAST 30 DAYS (FINACR01,        *
      *                 FINNSF01).                                    *
      *****************************************************************
       01  WORKLIST-RECORD.
           05  WL-COLLECTOR-ID         PIC X(08).
           05  WL-RANK                 PIC 9(04).
           05  WL-ACCOUNT-NUMBER       PIC 9(08).
           05  WL-NAME                 PIC X(10).
           05  WL-REFERENCE-CODE       PIC X(06).
           05  WL-PRIORITY-SCORE       PIC 9(05).
           05  WL-DAYS-PAST-DUE        PIC 9(05).
           05  WL-OPEN-BALANCE         PIC S9(07)V99.
           05  WL-BROKEN-PROMISE       PIC X(01).
               88  WL-PROMISE-BROKEN   VALUE 'Y'.
           05  WL-OVER-LIMIT           PIC X(01).
               88  WL-LIMIT-EXCEEDED   VALUE 'Y'.
           05  WL-LETTER-LEVEL         PIC 9(01).
           05  WL-WORK-DATE            PIC 9(08).
           05  WL-RETURNED-PAYMENT     PIC X(01).
               88  WL-PAYMENT-RETURNED VALUE 'Y'.
           05  FILLER                  PIC X(13).
