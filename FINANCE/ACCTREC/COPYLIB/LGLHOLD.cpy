      *****************************************************************
      * LGLHOLD -- LEGAL-HOLD RECORD, KEYED ON THE AR ACCOUNT NUMBER. *
      *            WHEN AN ACCOUNT GOES TO LITIGATION OR IS UNDER     *
      *            INVESTIGATION, LEGAL PLACES A HOLD ON IT THROUGH   *
      *            FINLGM01, NAMING THE MATTER NUMBER AND WHO PLACED  *
      *            IT. WHILE THE HOLD STANDS THE ACCOUNT IS LEFT      *
      *            EXACTLY AS IT IS -- FINPRG01 DOES NOT PURGE IT,    *
      *            FINHAR01 DOES NOT ARCHIVE ITS HISTORY, FINWOF01    *
      *            DOES NOT WRITE IT OFF, FINDUN01 SENDS NO LETTER    *
      *            AND FINRFD01 MAKES NO REFUND. EACH ASKS FINLGQ01   *
      *            AND COUNTS THE ACCOUNTS IT SKIPPED. A RELEASED     *
      *            HOLD STAYS ON FILE WITH WHO RELEASED IT AND WHEN;  *
      *            PLACING A NEW HOLD ON THE ACCOUNT REPLACES IT.     *
      *            FINLGR01 LISTS EVERY HELD ACCOUNT EACH MONTH.      *
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LGL-ACCOUNT-NUMBER      PIC 9(08).
           05  LGL-MATTER-NUMBER       PIC X(12).
           05  LGL-HOLD-TYPE           PIC X(01).
               88  LGL-LITIGATION      VALUE 'L'.
               88  LGL-INVESTIGATION   VALUE 'I'.
           05  LGL-PLACED-BY           PIC X(08).
           05  LGL-PLACED-DATE         PIC 9(08).
           05  LGL-STATUS              PIC X(01).
               88  LGL-ON-HOLD         VALUE 'H'.
               88  LGL-RELEASED        VALUE 'R'.
           05  LGL-RELEASED-BY         PIC X(08).
           05  LGL-RELEASED-DATE       PIC 9(08).
           05  FILLER                  PIC X(26).
