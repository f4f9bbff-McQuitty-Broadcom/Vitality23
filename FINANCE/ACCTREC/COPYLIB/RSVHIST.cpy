      *****************************************************************
      * RSVHIST -- BAD-DEBT RESERVE HISTORY, KEYED ON THE ACCOUNTING  *
      *            PERIOD (CCYYMM). FINALW01 WRITES ONE RECORD PER    *
      *            MONTH-END RUN -- THE AGED BALANCE AND THE RESERVE  *
      *            REQUIRED AGAINST EACH FINAGE01 BUCKET, THE TOTAL   *
      *            REQUIRED RESERVE, LAST MONTH'S FIGURE AND THE      *
      *            ADJUSTING ENTRY BOOKED BETWEEN THEM. A RERUN FOR   *
      *            THE SAME PERIOD REPLACES THE RECORD. FINMEP01      *
      *            PRINTS THE PERIOD'S RECORD IN THE MONTH-END PACK.  *
      *****************************************************************
       01  RESERVE-HISTORY-RECORD.
           05  RH-PERIOD               PIC 9(06).
           05  RH-RUN-DATE             PIC 9(08).
           05  RH-BUCKET-BALANCE       PIC S9(11)V99
                                       OCCURS 4 TIMES.
           05  RH-BUCKET-RESERVE       PIC S9(11)V99
                                       OCCURS 4 TIMES.
           05  RH-REQUIRED-RESERVE     PIC S9(11)V99.
           05  RH-PRIOR-RESERVE        PIC S9(11)V99.
           05  RH-ADJUSTMENT           PIC S9(11)V99.
           05  FILLER                  PIC X(03).
