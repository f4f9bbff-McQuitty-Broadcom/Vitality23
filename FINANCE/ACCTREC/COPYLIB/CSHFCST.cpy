      *****************************************************************
      * CSHFCST -- WEEKLY CASH-RECEIPTS FORECAST FEED FOR TREASURY,   *
      *            WRITTEN BY FINCSF01. ONE 80-BYTE RECORD PER REGION *
      *            PER FORECAST WEEK (EIGHT WEEKS, MONDAY TO SUNDAY), *
      *            THEN ONE '*ALL*' RECORD PER WEEK CARRYING THE      *
      *            WEEK'S TOTAL OVER ALL REGIONS. EXPECTED RECEIPTS   *
      *            ARE SPLIT BETWEEN OPEN-ITEM PROJECTIONS (OPEN      *
      *            BALANCE AT THE ACCOUNT'S OWN DAYS-TO-PAY) AND OPEN *
      *            PROMISES TO PAY ON THEIR PROMISED DATES.           *
      *            AMOUNTS ARE UNSIGNED, TWO IMPLIED DECIMALS.        *
      *****************************************************************
       01  CASH-FORECAST-RECORD.
           05  CF-RUN-DATE             PIC 9(08).
           05  CF-REGION-CODE          PIC X(06).
           05  CF-WEEK-NUMBER          PIC 9(02).
           05  CF-WEEK-START           PIC 9(08).
           05  CF-WEEK-END             PIC 9(08).
           05  CF-OPEN-ITEM-AMOUNT     PIC 9(11)V99.
           05  CF-PROMISE-AMOUNT       PIC 9(11)V99.
           05  CF-TOTAL-AMOUNT         PIC 9(11)V99.
           05  FILLER                  PIC X(09).
