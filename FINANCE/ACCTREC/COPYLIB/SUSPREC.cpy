      *                 ON THE FINCSH01 PAID-ITEMS FILE (SEE PAIDITM) *
      *                 IS A RE-TRANSMITTED RECEIPT AND GOES TO       *
      *                 PAYMENT SUSPENSE INSTEAD OF POSTING TWICE.    *
      * 2026-09-16  TS  REASON LBXA ADDED -- A BAI2 LOCKBOX ITEM WITH *
      *                 NO USABLE REMITTANCE ACCOUNT NUMBER GOES TO   *
      *                 THE FINLBX01 LOCKBOX EXCEPTION FILE FOR THE   *
      *                 CASH DESK TO KEY BY HAND.                     *
      * 2026-09-29  TS  REASON PCLS ADDED -- A COMBINED-FEED DETAIL   *
      *                 DATED INTO A HARD-CLOSED PERIOD (SEE PERSTAT) *
      *                 IS SUSPENDED BY FINSPL01 INSTEAD OF POSTING   *
      *                 AFTER THE MONTH'S FIGURES ARE FINAL.          *
      * 2026-10-12  TS  REASON AGYN ADDED -- A COLLECTION THE OUTSIDE *
      *                 AGENCY REMITS ON AN ACCOUNT THAT IS NOT PLACED*
      *                 WITH IT (SEE AGYPLC) GOES TO THE FINAGR01     *
      *                 EXCEPTION FILE INSTEAD OF POSTING.            *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-SOURCE-PROGRAM     PIC X(08).
               88  SUSP-NO-REVERSAL-MATCH VALUE 'NREV'.
               88  SUSP-ACCOUNT-CLOSED VALUE 'CLSD'.
               88  SUSP-BAD-CHECK-DIGIT VALUE 'CHKD'.
               88  SUSP-NO-REMIT-ACCOUNT VALUE 'LBXA'.
               88  SUSP-PERIOD-CLOSED  VALUE 'PCLS'.
               88  SUSP-NOT-PLACED     VALUE 'AGYN'.
           05  SUSP-DATE               PIC 9(08).
           05  SUSP-INPUT-RECORD       PIC X(80).
