      *****************************************************************
      * FCSTHIS -- CASH-RECEIPTS FORECAST HISTORY, KEYED ON THE       *
      *            FORECAST WEEK (ITS MONDAY) + REGION CODE. FINCSF01 *
      *            FILES EVERY WEEK IT FORECASTS: THE FIRST FORECAST  *
      *            MADE FOR THE WEEK (UP TO EIGHT WEEKS AHEAD) IS     *
      *            KEPT, AND THE LATEST ONE IS REPLACED ON EVERY RUN  *
      *            THAT STILL SEES THE WEEK, SO THE MONTHLY ACCURACY  *
      *            SECTION CAN SET BOTH AGAINST THE CASH ACTUALLY     *
      *            APPLIED (PAIDITM) IN THE WEEK.                     *
      *****************************************************************
       01  FORECAST-HISTORY-RECORD.
           05  FH-KEY.
               10  FH-WEEK-START       PIC 9(08).
               10  FH-REGION-CODE      PIC X(06).
           05  FH-WEEK-END             PIC 9(08).
           05  FH-FIRST-FORECAST       PIC S9(13)V99.
           05  FH-FIRST-RUN-DATE       PIC 9(08).
           05  FH-LATEST-FORECAST      PIC S9(13)V99.
           05  FH-LATEST-RUN-DATE      PIC 9(08).
           05  FH-LATEST-WEEK-NUMBER   PIC 9(02).
           05  FILLER                  PIC X(10).
