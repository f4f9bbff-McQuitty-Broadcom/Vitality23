      *****************************************************************
      * RSVRATE -- BAD-DEBT RESERVE-PERCENTAGE CARD, READ BY FINALW01 *
      *            AT MONTH END. ONE CARD PER RATE ROW: THE ROW WITH  *
      *            RR-REFERENCE-CODE '*DFLT*' IS THE HOUSE TABLE AND  *
      *            MUST BE PRESENT; ANY OTHER ROW IS A PER-BRANCH     *
      *            OVERRIDE FOR THE ACCOUNTS CARRYING THAT            *
      *            MSTR-REFERENCE-CODE. RR-RESERVE-PERCENT (1-4)      *
      *            FOLLOWS THE FINAGE01 BUCKETS -- CURRENT, 30-59,    *
      *            60-89, 90 DAYS AND UP -- AS A PERCENTAGE WITH TWO  *
      *            DECIMALS (00250 = 2.50 PER CENT).                  *
      *****************************************************************
       01  RESERVE-RATE-RECORD.
           05  RR-REFERENCE-CODE       PIC X(06).
               88  RR-DEFAULT-ROW      VALUE '*DFLT*'.
           05  RR-RESERVE-PERCENT      PIC 9(03)V99
                                       OCCURS 4 TIMES.
           05  FILLER                  PIC X(54).
