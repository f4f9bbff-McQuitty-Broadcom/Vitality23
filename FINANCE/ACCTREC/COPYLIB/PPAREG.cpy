      *****************************************************************
      * PPAREG -- PRIOR-PERIOD ADJUSTMENT REGISTER. FINSPL01 APPENDS  *
      *           ONE RECORD FOR EVERY COMBINED-FEED DETAIL DATED     *
      *           INTO A SOFT-CLOSED MONTH (SEE PERSTAT) AND RE-DATED *
      *           INTO THE CURRENT PERIOD. PA-ORIGINAL-DATE IS THE    *
      *           DATE THE SUPPLIER GAVE, PA-POSTED-PERIOD THE PERIOD *
      *           THE DETAIL ACTUALLY POSTS IN. FINMEP01 PRINTS THE   *
      *           PERIOD'S ENTRIES IN THE MONTH-END PACK. AMOUNTS ARE *
      *           AS CARRIED ON THE DETAIL; PA-REVERSAL MARKS A       *
      *           REVERSAL, WHICH THE BOOKS POST AS A NEGATIVE.       *
      *****************************************************************
       01  PRIOR-PERIOD-ADJUSTMENT-RECORD.
           05  PA-RUN-DATE             PIC 9(08).
           05  PA-ORIGINAL-DATE        PIC 9(08).
           05  PA-ORIGINAL-PERIOD      PIC 9(06).
           05  PA-POSTED-PERIOD        PIC 9(06).
           05  PA-SUPPLIER-ID          PIC X(08).
           05  PA-BOOK-CODE            PIC X(01).
           05  PA-RECORD-TYPE          PIC X(01).
               88  PA-REVERSAL         VALUE 'R'.
           05  PA-ACCOUNT-NUMBER       PIC 9(08).
           05  PA-REFERENCE-CODE       PIC X(06).
           05  PA-AMOUNT-1             PIC 9(04)V99.
           05  PA-AMOUNT-2             PIC 9(04)V99.
           05  PA-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(34).
