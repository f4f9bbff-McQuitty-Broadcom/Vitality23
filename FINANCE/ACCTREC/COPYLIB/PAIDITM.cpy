      *            FIRST -- A RECEIPT ALREADY ON FILE (A BANK         *
      *            RE-TRANSMISSION) GOES TO PAYMENT SUSPENSE UNDER    *
      *            REASON DUPR INSTEAD OF POSTING TWICE.              *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-09-17  TS  PI-ITEM-STATUS AND PI-RETURN-DATE ADDED OUT   *
      *                 OF FILLER -- FINACR01 MARKS A RECEIPT 'R'     *
      *                 WHEN THE BANK RETURNS THE ACH DEBIT BEHIND IT *
      *                 AND THE APPLICATION IS BACKED OUT. SPACE ON   *
      *                 OLD RECORDS READS AS APPLIED.                 *
      *****************************************************************
       01  PAID-ITEM-RECORD.
           05  PI-KEY.
               10  PI-PAYMENT-DATE     PIC 9(08).
           05  PI-AMOUNT               PIC 9(07)V99.
           05  PI-APPLIED-DATE         PIC 9(08).
           05  PI-ITEM-STATUS          PIC X(01).
               88  PI-APPLIED          VALUES 'A' ' '.
               88  PI-RETURNED         VALUE 'R'.
           05  PI-RETURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(28).
