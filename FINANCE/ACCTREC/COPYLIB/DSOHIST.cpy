      *****************************************************************
      * DSOHIST -- BRANCH COLLECTION-PERFORMANCE HISTORY, KEYED ON    *
      *            THE CLOSED PERIOD (CCYYMM) + REFERENCE CODE.       *
      *            FINDSO01 WRITES ONE RECORD PER BRANCH PER CLOSED   *
      *            MONTH -- THE MONTH'S ENDING AND BEGINNING          *
      *            RECEIVABLES, CREDIT SALES (THE PERIODHX '*BRANCH*' *
      *            CLOSE) AND CASH COLLECTED (PAIDITM), WITH THE DSO  *
      *            AND COLLECTION-EFFECTIVENESS INDEX DERIVED FROM    *
      *            THEM. THE RAW AMOUNTS ARE KEPT SO REGIONS AND      *
      *            DIVISIONS CAN BE RE-DERIVED FOR ANY PAST MONTH. A  *
      *            RERUN FOR THE SAME PERIOD REPLACES THE RECORD.     *
      *            DH-DSO-VALID / DH-CEI-VALID ARE 'N' WHEN THERE WAS *
      *            NOTHING TO DIVIDE BY (NO SALES, NO RECEIVABLES).   *
      *****************************************************************
       01  DSO-HISTORY-RECORD.
           05  DH-KEY.
               10  DH-PERIOD           PIC 9(06).
               10  DH-REFERENCE-CODE   PIC X(06).
           05  DH-PERIOD-DAYS          PIC 9(02).
           05  DH-BEGIN-AR             PIC S9(13)V99.
           05  DH-ENDING-AR            PIC S9(13)V99.
           05  DH-SALES                PIC S9(13)V99.
           05  DH-COLLECTIONS          PIC S9(13)V99.
           05  DH-DSO                  PIC 9(03)V9.
           05  DH-DSO-VALID            PIC X(01).
               88  DH-DSO-MEASURED     VALUE 'Y'.
           05  DH-CEI                  PIC 9(03)V9.
           05  DH-CEI-VALID            PIC X(01).
               88  DH-CEI-MEASURED     VALUE 'Y'.
           05  DH-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(08).
