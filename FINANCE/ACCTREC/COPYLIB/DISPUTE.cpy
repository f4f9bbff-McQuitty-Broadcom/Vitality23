      *****************************************************************
      * DISPUTE -- DISPUTE AND DEDUCTION RECORD, KEYED ON THE AR      *
      *            ACCOUNT NUMBER + DISPUTE NUMBER. WHEN A CUSTOMER   *
      *            SHORT-PAYS OR QUERIES A CHARGE, COLLECTIONS OPENS  *
      *            A DISPUTE FOR THE AMOUNT IN QUESTION THROUGH       *
      *            FINDSP01. WHILE A DISPUTE IS OPEN ITS AMOUNT IS    *
      *            HELD OUT OF COLLECTIONS -- FINDUN01 DUNS, FINFCA01 *
      *            CHARGES AND FINWOF01 WRITES OFF ONLY THE           *
      *            UNDISPUTED BALANCE (SEE FINDSQ01). A DISPUTE IS    *
      *            CLOSED EITHER RESOLVED-CREDIT (WE ALLOW IT -- THE  *
      *            CREDIT MEMO POSTS THROUGH THE FEED AS USUAL) OR    *
      *            RESOLVED-COLLECT (THE CHARGE STANDS AND GOES BACK  *
      *            TO COLLECTIONS). FINDSR01 PRINTS THE OPEN ITEMS BY *
      *            OWNER AND AGE EVERY DAY. DS-INVOICE-NUMBER, WHEN   *
      *            GIVEN, NAMES THE DISPUTED INVOICE ON THE OPEN-ITEM *
      *            FILE (SEE OPENITM).                                *
      *****************************************************************
       01  DISPUTE-RECORD.
           05  DS-KEY.
               10  DS-ACCOUNT-NUMBER   PIC 9(08).
               10  DS-DISPUTE-NUMBER   PIC 9(04).
           05  DS-DISPUTED-AMOUNT      PIC 9(07)V99.
           05  DS-REASON-CODE          PIC X(04).
           05  DS-OWNER-ID             PIC X(08).
           05  DS-OPENED-DATE          PIC 9(08).
           05  DS-STATUS               PIC X(01).
               88  DS-OPEN             VALUE 'O'.
               88  DS-RESOLVED-CREDIT  VALUE 'C'.
               88  DS-RESOLVED-COLLECT VALUE 'R'.
           05  DS-STATUS-DATE          PIC 9(08).
           05  DS-INVOICE-NUMBER       PIC X(10).
           05  FILLER                  PIC X(20).
