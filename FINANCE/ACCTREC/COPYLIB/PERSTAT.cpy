      *****************************************************************
      * PERSTAT -- ACCOUNTING-PERIOD STATUS, KEYED ON THE PERIOD      *
      *            (CCYYMM). ONE RECORD PER MONTH FINROL01 HAS CLOSED.*
      *            A MONTH IS OPEN UNTIL FINROL01 CLOSES IT, THEN     *
      *            SOFT-CLOSED FOR ONE MONTH -- LATE ACTIVITY DATED   *
      *            INTO IT IS RE-DATED INTO THE CURRENT PERIOD AND    *
      *            LISTED ON THE PRIOR-PERIOD ADJUSTMENT REGISTER     *
      *            (SEE PPAREG) -- THEN HARD-CLOSED AT THE NEXT       *
      *            ROLLOVER, AFTER WHICH FINSPL01 SUSPENDS ANY DETAIL *
      *            DATED INTO IT. FINANCE MAY HARD-CLOSE EARLY OR     *
      *            REOPEN A MONTH THROUGH FINROL01'S PERIOD CARDS.    *
      *            PS-CHANGED-BY IS 'FINROL01' FOR AN AUTOMATIC       *
      *            CHANGE, OTHERWISE THE OPERATOR ON THE CARD.        *
      *****************************************************************
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD               PIC 9(06).
           05  PS-STATUS               PIC X(01).
               88  PS-OPEN             VALUE 'O' ' '.
               88  PS-SOFT-CLOSED      VALUE 'S'.
               88  PS-HARD-CLOSED      VALUE 'H'.
               88  PS-VALID-STATUS     VALUE 'O' 'S' 'H'.
           05  PS-STATUS-DATE          PIC 9(08).
           05  PS-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(17).
