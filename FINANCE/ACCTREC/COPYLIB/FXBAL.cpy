      *****************************************************************
      * FXBAL -- FOREIGN-CURRENCY ACCOUNT BALANCE, KEYED ON THE AR    *
      *          ACCOUNT NUMBER. ONE RECORD PER ACCOUNT BILLED IN A   *
      *          CURRENCY OTHER THAN BASE. TROY3 WRITES IT AS IT      *
      *          POSTS A FOREIGN-CURRENCY DETAIL: THE CURRENCY CODE,  *
      *          THE TWO AMOUNTS IN THAT CURRENCY, AND THE            *
      *          BASE-CURRENCY AMOUNTS THEY WERE CONVERTED TO (THE    *
      *          FIGURES THE MASTER CARRIES) WITH THE RATE USED. A    *
      *          BASE-CURRENCY DETAIL FROM TROY3 DELETES THE RECORD.  *
      *          AT MONTH END FINFXR01 RESTATES THE BASE AMOUNTS AT   *
      *          THE CLOSING CURRATE RATE, REWRITES THE MASTER TO     *
      *          MATCH AND ADDS THE DIFFERENCE TO                     *
      *          FX-UNREALIZED-TOTAL. FX-LAST-REVAL-AMOUNT IS THE     *
      *          GAIN (LOSS NEGATIVE) BOOKED FOR THE MONTH OF         *
      *          FX-LAST-REVAL-DATE, SO A RERUN IN THE SAME MONTH     *
      *          VOUCHERS THE WHOLE MONTH AGAIN.                      *
      *****************************************************************
       01  FOREIGN-BALANCE-RECORD.
           05  FX-ACCOUNT-NUMBER       PIC 9(08).
           05  FX-CURRENCY-CODE        PIC X(03).
           05  FX-FOREIGN-AMOUNT-1     PIC S9(07)V99.
           05  FX-FOREIGN-AMOUNT-2     PIC S9(07)V99.
           05  FX-BASE-AMOUNT-1        PIC S9(04)V99.
           05  FX-BASE-AMOUNT-2        PIC S9(04)V99.
           05  FX-RATE                 PIC 9(03)V9(05).
           05  FX-RATE-DATE            PIC 9(08).
           05  FX-LAST-POSTING-DATE    PIC 9(08).
           05  FX-LAST-REVAL-DATE      PIC 9(08).
           05  FX-LAST-REVAL-AMOUNT    PIC S9(07)V99.
           05  FX-UNREALIZED-TOTAL     PIC S9(09)V99.
           05  FILLER                  PIC X(07).
