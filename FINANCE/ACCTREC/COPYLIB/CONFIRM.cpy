      *****************************************************************
      * CONFIRM -- AUDITOR RECEIVABLES CONFIRMATION RECORD, KEYED ON  *
      *            THE CONFIRMATION DATE AND AR ACCOUNT NUMBER SO     *
      *            EACH YEAR'S SAMPLE IS KEPT. WRITTEN BY FINCNF01    *
      *            FOR EVERY ACCOUNT THE MONETARY-UNIT SAMPLE DRAWS,  *
      *            ANSWERED FROM REPLY CARDS BY FINCNR01 AND LISTED   *
      *            BY FINCNX01.                                       *
      *            CF-HIT-COUNT      SAMPLING POINTS THAT FELL IN THE *
      *                              ACCOUNT (AN ACCOUNT LARGER THAN  *
      *                              THE INTERVAL CAN TAKE SEVERAL)   *
      *            CF-MAIL-STATUS    'M' LETTER PRINTED, 'N' NO       *
      *                              ADDRESS ON FILE - NOT MAILED     *
      *            CF-RESPONSE-STATUS 'O' NO REPLY YET, 'A' CUSTOMER  *
      *                              AGREES, 'D' CUSTOMER DISAGREES   *
      *            CF-DIFFERENCE     CF-BALANCE LESS THE AMOUNT THE   *
      *                              CUSTOMER SHOWS                   *
      *****************************************************************
       01  CONFIRMATION-RECORD.
           05  CF-KEY.
               10  CF-CONFIRM-DATE     PIC 9(08).
               10  CF-ACCOUNT-NUMBER   PIC 9(08).
           05  CF-SELECT-SEQ           PIC 9(05).
           05  CF-HIT-COUNT            PIC 9(03).
           05  CF-BALANCE              PIC S9(07)V99.
           05  CF-MAIL-STATUS          PIC X(01).
               88  CF-MAILED           VALUE 'M'.
               88  CF-NOT-MAILED       VALUE 'N'.
           05  CF-RESPONSE-STATUS      PIC X(01).
               88  CF-OUTSTANDING      VALUE 'O'.
               88  CF-AGREED           VALUE 'A'.
               88  CF-DISPUTED         VALUE 'D'.
           05  CF-RESPONSE-AMOUNT      PIC S9(07)V99.
           05  CF-DIFFERENCE           PIC S9(07)V99.
           05  CF-RESPONSE-DATE        PIC 9(08).
           05  CF-OPERATOR-ID          PIC X(08).
           05  CF-REASON-CODE          PIC X(04).
           05  CF-RANDOM-SEED          PIC 9(09).
           05  CF-SAMPLE-INTERVAL      PIC 9(11)V99.
           05  FILLER                  PIC X(13).
