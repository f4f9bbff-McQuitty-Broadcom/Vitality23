      *****************************************************************
      * AGYPLC -- COLLECTION-AGENCY PLACEMENT RECORD, KEYED ON THE AR *
      *           ACCOUNT NUMBER. FINAGP01 WRITES ONE RECORD, STATUS  *
      *           P, FOR EVERY ACCOUNT IT PLACES WITH THE OUTSIDE     *
      *           AGENCY -- THE DATE PLACED, THE FINAL-NOTICE DATE IT *
      *           WAS PLACED FROM AND THE BALANCE PLACED. FINAGR01    *
      *           ADDS UP WHAT THE AGENCY COLLECTS AND THE COMMISSION *
      *           IT WITHHOLDS, AND CLOSES THE PLACEMENT WHEN THE     *
      *           BALANCE IS COLLECTED IN FULL (F) OR THE AGENCY      *
      *           RETURNS THE ACCOUNT UNCOLLECTABLE (U) OR RECALLED   *
      *           (R). A CLOSED PLACEMENT STAYS ON FILE SO THE        *
      *           ACCOUNT IS NOT PLACED AGAIN. FINDUN01 SENDS NO      *
      *           LETTERS ON AN ACCOUNT WHILE IT IS PLACED.           *
      *****************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  AY-ACCOUNT-NUMBER       PIC 9(08).
           05  AY-PLACEMENT-STATUS     PIC X(01).
               88  AY-PLACED           VALUE 'P'.
               88  AY-PAID-IN-FULL     VALUE 'F'.
               88  AY-UNCOLLECTABLE    VALUE 'U'.
               88  AY-RECALLED         VALUE 'R'.
           05  AY-PLACED-DATE          PIC 9(08).
           05  AY-FINAL-NOTICE-DATE    PIC 9(08).
           05  AY-PLACED-BALANCE       PIC 9(07)V99.
           05  AY-COLLECTED-TOTAL      PIC 9(07)V99.
           05  AY-COMMISSION-TOTAL     PIC 9(07)V99.
           05  AY-LAST-REMIT-DATE      PIC 9(08).
           05  AY-CLOSED-DATE          PIC 9(08).
           05  AY-RETURN-REASON        PIC X(20).
           05  FILLER                  PIC X(12).
