      *               - A REFERENCE-CODE ROLLUP OFF THE MASTER FILE
      *               - THE AGING POSITION (THE FINAGE01 BUCKETS,
      *                 SUMMARY LEVEL)
      *               - THE BAD-DEBT RESERVE POSITION FINALW01
      *                 CALCULATED FOR THE PERIOD
      *               - THE PRIOR-PERIOD ADJUSTMENT REGISTER -- EVERY
      *                 LATE DETAIL FINSPL01 RE-DATED INTO THE PERIOD
      *                 OUT OF A SOFT-CLOSED MONTH
      *               - THE RECEIVABLES ROLL-FORWARD PER REFERENCE
      *                 CODE WITH REGION SUBTOTALS (SEE RFWDBAL)
      *             THE ACCOUNTING PERIOD IS TAKEN FROM CC-AS-OF-DATE
      *             ON THE CONTROL CARD, OR THE BUSINESS DATE FROM
      *             FINBDT01 WHEN NO CARD IS SUPPLIED.
      *                  AN ACCOUNT DORMANT PAST THE OLD 999-DAY
      *                  CEILING NO LONGER DROPS OUT OF THE AGING
      *                  POSITION.
      * 2026-09-12  TS   ADD THE BAD-DEBT RESERVE POSITION OFF THE
      *                  RESERVE-HISTORY FILE.
      * 2026-09-29  TS   ADD THE PRIOR-PERIOD ADJUSTMENT REGISTER (SEE
      *                  PPAREG) -- THE DETAILS POSTED INTO THE PERIOD
      *                  AFTER THEIR OWN MONTH WAS SOFT-CLOSED, WITH
      *                  COUNT AND NET TOTALS.
      * 2026-10-06  TS   ADD THE RECEIVABLES ROLL-FORWARD -- OPENING
      *                  BALANCE, CHARGES, CASH, CREDITS, WRITE-OFFS,
      *                  FINANCE CHARGES AND ADJUSTMENTS EACH TOTALLED
      *                  FROM ITS OWN SOURCE FILE, PER REFERENCE CODE
      *                  WITH HIERARCH REGION SUBTOTALS, AND ANY GAP
      *                  TO THE MASTER SHOWN AS UNEXPLAINED. THE
      *                  CLOSING FIGURES ARE KEPT ON RFWDBAL AS NEXT
      *                  MONTH'S OPENING.
      * 2026-10-08  TS   FINFXR01 FOREIGN-CURRENCY RESTATEMENTS ARE
      *                  COUNTED WITH THE ROLL-FORWARD ADJUSTMENTS.
      * 2026-10-10  TS   EARLY-PAYMENT DISCOUNTS FINCSH01 TOOK IN THE
      *                  PERIOD (SEE DISCTKN) ARE COUNTED WITH THE
      *                  ROLL-FORWARD CREDITS.
      * 2026-10-15  TS   AR/AP NETTING POSTINGS (NETTNG, SEE FINNET01)
      *                  ARE COUNTED WITH THE ROLL-FORWARD CREDITS FROM
      *                  THE JOURNAL, NOT AS CHARGES. FINRMP01 BRANCH
      *                  REMAPS ARE COUNTED WITH THE ADJUSTMENTS, OUT OF
      *                  THE OLD CODE AND INTO THE NEW.
      * 2026-10-15  TS   ESCHT ESCHEATMENT POSTINGS (SEE FINESC01) ARE
      *                  NO LONGER COUNTED AS CHARGES -- THE CREDIT
      *                  BALANCE REMITTED IS TAKEN FROM THE JOURNAL ONTO
      *                  THE WRITE-OFF LINE. FINMRG01 ACCOUNT MERGES ARE
      *                  COUNTED WITH THE ADJUSTMENTS, OUT OF THE
      *                  RETIRED ACCOUNT AND INTO THE SURVIVOR.
      ******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400        ACCESS MODE IS DYNAMIC
003500        RECORD KEY IS MSTR-ACCOUNT-NUMBER
003600        FILE STATUS IS WS-MASTER-STATUS.
003610     SELECT RESERVE-HISTORY-FILE ASSIGN U-T-RSVHIS
003620        ORGANIZATION IS INDEXED
003630        ACCESS MODE IS DYNAMIC
003640        RECORD KEY IS RH-PERIOD
003650        FILE STATUS IS WS-RSVHIS-STATUS.
003660     SELECT OPTIONAL PPA-REGISTER-FILE ASSIGN U-T-PPAREG.
003661     SELECT HISTORY-FILE ASSIGN U-T-TRNHIS
003662        ORGANIZATION IS INDEXED
003663        ACCESS MODE IS DYNAMIC
003664        RECORD KEY IS HIST-KEY
003665        FILE STATUS IS WS-HISTORY-STATUS.
003666     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
003667        ORGANIZATION IS INDEXED
003668        ACCESS MODE IS DYNAMIC
003669        RECORD KEY IS PI-KEY
003670        FILE STATUS IS WS-PAIDITM-STATUS.
003671     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
003672     SELECT OPTIONAL HIERARCHY-FILE ASSIGN U-T-HIERCH.
003673     SELECT ROLL-FORWARD-FILE ASSIGN U-T-RFWDBL
003674        ORGANIZATION IS INDEXED
003675        ACCESS MODE IS DYNAMIC
003676        RECORD KEY IS RF-KEY
003677        FILE STATUS IS WS-RFWDBL-STATUS.
003678     SELECT OPTIONAL DISCOUNT-TAKEN-FILE ASSIGN U-T-DSCTKN
003679        ORGANIZATION IS INDEXED
003680        ACCESS MODE IS DYNAMIC
003681        RECORD KEY IS DK-KEY
003682        FILE STATUS IS WS-DSCTKN-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD REPORT-FILE
005300     LABEL RECORDS ARE STANDARD
005400     DATA RECORD IS MTD-YTD-RECORD.
005500 COPY MTDYTD.
005510 FD HISTORY-FILE
005514     LABEL RECORDS ARE STANDARD
005518     DATA RECORD IS HISTORY-RECORD.
005522 COPY TRNHIST.
005526 FD PAID-ITEMS-FILE
005530     LABEL RECORDS ARE STANDARD
005534     DATA RECORD IS PAID-ITEM-RECORD.
005538 COPY PAIDITM.
005542 FD JOURNAL-FILE
005546     LABEL RECORDS ARE STANDARD
005550     RECORD CONTAINS 196 CHARACTERS
005554     DATA RECORD IS MASTER-JOURNAL-RECORD.
005558 COPY MSTRJNL.
005562 FD HIERARCHY-FILE
005566     LABEL RECORDS ARE STANDARD
005570     RECORD CONTAINS 80 CHARACTERS
005574     DATA RECORD IS HIERARCHY-RECORD.
005578 COPY HIERARCH.
005582 FD ROLL-FORWARD-FILE
005586     LABEL RECORDS ARE STANDARD
005590     DATA RECORD IS ROLL-FORWARD-BALANCE-RECORD.
005594 COPY RFWDBAL.
005595 FD DISCOUNT-TAKEN-FILE
005596     LABEL RECORDS ARE STANDARD
005597     DATA RECORD IS DISCOUNT-TAKEN-RECORD.
005598 COPY DISCTKN.
005600 FD MASTER-FILE
005700     LABEL RECORDS ARE STANDARD
005800     DATA RECORD IS MASTER-RECORD.
005900 COPY MSTRFILE.
005910 FD RESERVE-HISTORY-FILE
005920     LABEL RECORDS ARE STANDARD
005930     DATA RECORD IS RESERVE-HISTORY-RECORD.
005940 COPY RSVHIST.
005950 FD PPA-REGISTER-FILE
005960     LABEL RECORDS ARE STANDARD
005970     RECORD CONTAINS 100 CHARACTERS
005980     DATA RECORD IS PRIOR-PERIOD-ADJUSTMENT-RECORD.
005990 COPY PPAREG.
      ******************************************************************
006000 WORKING-STORAGE SECTION.
006100 COPY HEADER1.
006700     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
006800     02  WS-MTDYTD-STATUS  PIC X(2)  VALUE ZERO.
006900     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
006910     02  WS-RSVHIS-STATUS  PIC X(2)  VALUE ZERO.
007000     02  CODE-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
007100         88  CODE-FOUND    VALUE 'YES'.
007200     02  WS-BUCKET-SUB     PIC 9(1)  COMP.
007600     02  WS-CONS-MTD-TOTAL PIC S9(13)V99 VALUE ZERO.
007700     02  WS-CONS-YTD-COUNT PIC 9(7)  VALUE ZERO.
007800     02  WS-CONS-YTD-TOTAL PIC S9(13)V99 VALUE ZERO.
007810     02  PPA-SWITCH        PIC X(3)  VALUE SPACES.
007820         88  END-OF-REGISTER VALUE 'EOF'.
007830     02  WS-PPA-COUNT      PIC 9(7)  VALUE ZERO.
007840     02  WS-PPA-AMT1-TOTAL PIC S9(11)V99 VALUE ZERO.
007850     02  WS-PPA-AMT2-TOTAL PIC S9(11)V99 VALUE ZERO.
007851     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
007852     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
007853     02  WS-RFWDBL-STATUS  PIC X(2)  VALUE ZERO.
007854     02  SCAN-SWITCH       PIC X(3)  VALUE SPACES.
007855         88  END-OF-SCAN   VALUE 'EOF'.
007856     02  PRIOR-CLOSE-SWITCH PIC X(3) VALUE 'NO '.
007857         88  PRIOR-CLOSE-FOUND VALUE 'YES'.
007858     02  CLOSE-ON-FILE-SWITCH PIC X(3) VALUE 'NO '.
007859         88  CLOSE-ON-FILE VALUE 'YES'.
007860     02  WS-SOURCE-CHECK   PIC X(8)  VALUE SPACES.
007861         88  SOURCE-IS-BOOK VALUES 'TROY2' 'TROY3' 'TROY4' 'SNOW'
007862                                   'BKPGM03'.
007863     02  WS-FIGURE-SUB     PIC 9(2)  COMP.
007864         88  FIGURE-NOT-POSTED   VALUE 0.
007865         88  FIGURE-OPENING      VALUE 1.
007866         88  FIGURE-CHARGES      VALUE 2.
007867         88  FIGURE-CASH         VALUE 3.
007868         88  FIGURE-CREDITS      VALUE 4.
007869         88  FIGURE-WRITE-OFFS   VALUE 5.
007870         88  FIGURE-FIN-CHARGES  VALUE 6.
007871         88  FIGURE-ADJUSTMENTS  VALUE 7.
007872         88  FIGURE-MASTER       VALUE 8.
007873     02  WS-LINE-SUB       PIC 9(2)  COMP.
007874     02  WS-REGION-SUB     PIC 9(3)  COMP.
007875     02  WS-REGION-COUNT   PIC 9(3)  COMP VALUE ZERO.
007876     02  WS-REGION-MEMBERS PIC 9(3)  COMP.
007877     02  WS-HIER-SUB       PIC 9(3)  COMP.
007878     02  WS-HIER-COUNT     PIC 9(3)  COMP VALUE ZERO.
007879     02  WS-FW-OVERFLOW    PIC 9(5)  VALUE ZERO.
007880     02  WS-FW-REF-CODE    PIC X(6)  VALUE SPACES.
007881     02  WS-FW-AMOUNT      PIC S9(11)V99 VALUE ZERO.
007882     02  WS-BLOCK-TAG      PIC X(14) VALUE SPACES.
007883     02  WS-BEFORE-IMAGE   PIC X(80).
007884     02  FILLER REDEFINES WS-BEFORE-IMAGE.
007885         03  FILLER        PIC X(38).
007886         03  WS-BFR-AMOUNT-1 PIC S9(4)V99.
007887         03  WS-BFR-AMOUNT-2 PIC S9(4)V99.
007888         03  WS-BFR-REF-CODE PIC X(6).
007889         03  FILLER        PIC X(24).
007890     02  WS-AFTER-IMAGE    PIC X(80).
007891     02  FILLER REDEFINES WS-AFTER-IMAGE.
007892         03  FILLER        PIC X(38).
007893         03  WS-AFT-AMOUNT-1 PIC S9(4)V99.
007894         03  WS-AFT-AMOUNT-2 PIC S9(4)V99.
007895         03  WS-AFT-REF-CODE PIC X(6).
007896         03  FILLER        PIC X(24).
007897     02  WS-DSCTKN-STATUS  PIC X(2)  VALUE ZERO.
007900 01  DATE-WORK-FIELDS.
008000     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
008100     02  FILLER REDEFINES WS-AS-OF-DATE.
008900         03  WS-WORK-DD    PIC 9(2).
009000     02  WS-AS-OF-SERIAL   PIC 9(6)  VALUE ZERO.
009100     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
009110     02  WS-PRIOR-PERIOD   PIC 9(6)  VALUE ZERO.
009120     02  FILLER REDEFINES WS-PRIOR-PERIOD.
009130         03  WS-PRIOR-CCYY PIC 9(4).
009140         03  WS-PRIOR-MM   PIC 9(2).
009150     02  WS-ACTIVITY-DATE  PIC 9(8)  VALUE ZERO.
009160     02  FILLER REDEFINES WS-ACTIVITY-DATE.
009170         03  WS-ACTIVITY-PERIOD PIC 9(6).
009180         03  FILLER        PIC 9(2).
009200 01  REFCODE-ROLLUP-TABLE.
009300     02  WS-ROLLUP-COUNT   PIC 9(3)  VALUE ZERO.
009400     02  ROLLUP-ENTRY OCCURS 25 TIMES
011400         10  BUCKET-TITLE      PIC X(16).
011500 COPY PAGING.
011600 COPY FINBDC01.
******************************************************************
      * ROLL-FORWARD FIGURES PER REFERENCE CODE. FW-FIGURE IS INDEXED
      * BY THE FIGURE-xxx CONDITIONS ON WS-FIGURE-SUB: 1 OPENING,
      * 2 NEW CHARGES, 3 CASH APPLIED, 4 CREDITS AND REVERSALS,
      * 5 WRITE-OFFS, 6 FINANCE CHARGES, 7 ADJUSTMENTS, 8 THE MASTER.
      * CASH, CREDITS AND WRITE-OFFS ARE CARRIED POSITIVE AND TAKEN
      * OFF WHEN THE CLOSING BALANCE IS COMPUTED.
      ******************************************************************
011610 01  ROLL-FORWARD-TABLE.
011612     02  WS-FW-COUNT       PIC 9(3)  VALUE ZERO.
011614     02  ROLL-FORWARD-ENTRY OCCURS 100 TIMES
011616                      INDEXED BY FW-IDX.
011618         03  FW-REF-CODE   PIC X(06).
011620         03  FW-REGION-SUB PIC 9(03) COMP.
011622         03  FW-FIGURE     PIC S9(11)V99 OCCURS 8 TIMES.
011624 01  FW-REGION-TABLE.
011626     02  FW-REGION-ENTRY OCCURS 50 TIMES.
011628         03  RG-REGION-CODE PIC X(06).
011630         03  RG-REGION-NAME PIC X(20).
011632 01  FW-HIERARCHY-TABLE.
011634     02  FW-HIERARCHY-ENTRY OCCURS 100 TIMES.
011636         03  HT-REF-CODE   PIC X(06).
011638         03  HT-REGION-SUB PIC 9(03) COMP.
011640 01  FW-SUBTOTAL-FIGURES.
011642     02  RT-FIGURE         PIC S9(11)V99 OCCURS 8 TIMES.
011644     02  GT-FIGURE         PIC S9(11)V99 OCCURS 8 TIMES.
      ******************************************************************
      * ONE PRINTED BLOCK -- THE SEVEN ROLL-FORWARD FIGURES, THE
      * COMPUTED CLOSING, THE MASTER AND THE UNEXPLAINED DIFFERENCE.
      ******************************************************************
011646 01  FW-PRINT-BLOCK.
011648     02  PB-AMOUNT         PIC S9(11)V99 OCCURS 10 TIMES.
011650 01  FW-CAPTION-TABLE.
011652     05  FILLER       PIC X(28) VALUE 'OPENING BALANCE'.
011654     05  FILLER       PIC X(28) VALUE '  PLUS NEW CHARGES'.
011656     05  FILLER       PIC X(28) VALUE '  LESS CASH APPLIED'.
011658     05  FILLER       PIC X(28)
011660         VALUE '  LESS CREDITS AND REVERSALS'.
011662     05  FILLER       PIC X(28) VALUE '  LESS WRITE-OFFS'.
011664     05  FILLER       PIC X(28) VALUE '  PLUS FINANCE CHARGES'.
011666     05  FILLER       PIC X(28) VALUE '  PLUS/LESS ADJUSTMENTS'.
011668     05  FILLER       PIC X(28) VALUE 'COMPUTED CLOSING BALANCE'.
011670     05  FILLER       PIC X(28) VALUE 'BALANCE ON MASTER FILE'.
011672     05  FILLER       PIC X(28) VALUE 'UNEXPLAINED DIFFERENCE'.
011674 01  FILLER REDEFINES FW-CAPTION-TABLE.
011676     05  FW-CAPTION        PIC X(28) OCCURS 10 TIMES.
011700 01  COVER-TITLE-LINE.
011800     02  FILLER            PIC X(10).
011900     02  FILLER            PIC X(34)
020800     02  FILLER            PIC X(3).
020900     02  CON-YTD-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021000     02  FILLER            PIC X(55).
021004 01  RESERVE-LINE.
021008     02  FILLER            PIC X(2).
021012     02  RSL-TITLE         PIC X(16).
021016     02  FILLER            PIC X(3).
021020     02  RSL-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021024     02  FILLER            PIC X(5).
021028     02  RSL-RESERVE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021032     02  FILLER            PIC X(68).
021036 01  RESERVE-HEADING-LINE.
021040     02  FILLER            PIC X(2).
021044     02  FILLER            PIC X(16) VALUE 'AGING BUCKET'.
021048     02  FILLER            PIC X(3).
021052     02  FILLER      PIC X(19) VALUE '       AGED BALANCE'.
021056     02  FILLER            PIC X(5).
021060     02  FILLER      PIC X(19) VALUE '            RESERVE'.
021064     02  FILLER            PIC X(68).
021068 01  RESERVE-TOTAL-LINE.
021072     02  FILLER            PIC X(2).
021076     02  RST-TAG           PIC X(43).
021080     02  RST-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021084     02  FILLER            PIC X(68).
021100******************************************************************
021101 01  PPA-DETAIL-LINE.
021102     02  FILLER            PIC X(2).
021103     02  PPL-ACCOUNT       PIC 9(8).
021104     02  FILLER            PIC X(3).
021105     02  PPL-ORIGINAL-DATE PIC 9(8).
021106     02  FILLER            PIC X(3).
021107     02  PPL-ORIGINAL-PERIOD PIC 9(6).
021108     02  FILLER            PIC X(3).
021109     02  PPL-SUPPLIER      PIC X(8).
021110     02  FILLER            PIC X(3).
021111     02  PPL-BOOK          PIC X(1).
021112     02  FILLER            PIC X(3).
021113     02  PPL-TYPE          PIC X(3).
021114     02  FILLER            PIC X(3).
021115     02  PPL-REF-CODE      PIC X(6).
021116     02  FILLER            PIC X(3).
021117     02  PPL-AMOUNT-1      PIC ZZ,ZZ9.99.
021118     02  FILLER            PIC X(3).
021119     02  PPL-AMOUNT-2      PIC ZZ,ZZ9.99.
021120     02  FILLER            PIC X(3).
021121     02  PPL-RUN-DATE      PIC 9(8).
021122     02  FILLER            PIC X(35).
021123 01  PPA-HEADING-LINE.
021124     02  FILLER            PIC X(2).
021125     02  FILLER            PIC X(8)  VALUE 'ACCOUNT'.
021126     02  FILLER            PIC X(3).
021127     02  FILLER            PIC X(8)  VALUE 'ORIG DTE'.
021128     02  FILLER            PIC X(3).
021129     02  FILLER            PIC X(6)  VALUE 'PERIOD'.
021130     02  FILLER            PIC X(3).
021131     02  FILLER            PIC X(8)  VALUE 'SUPPLIER'.
021132     02  FILLER            PIC X(3).
021133     02  FILLER            PIC X(1)  VALUE 'B'.
021134     02  FILLER            PIC X(3).
021135     02  FILLER            PIC X(3)  VALUE 'TYP'.
021136     02  FILLER            PIC X(3).
021137     02  FILLER            PIC X(6)  VALUE 'REFCDE'.
021138     02  FILLER            PIC X(3).
021139     02  FILLER            PIC X(9)  VALUE ' AMOUNT 1'.
021140     02  FILLER            PIC X(3).
021141     02  FILLER            PIC X(9)  VALUE ' AMOUNT 2'.
021142     02  FILLER            PIC X(3).
021143     02  FILLER            PIC X(8)  VALUE 'RUN DATE'.
021144     02  FILLER            PIC X(35).
021145 01  PPA-TOTAL-LINE.
021146     02  FILLER            PIC X(2).
021147     02  PPT-TAG           PIC X(29).
021148     02  PPT-COUNT         PIC Z,ZZZ,ZZ9.
021149     02  FILLER            PIC X(3).
021150     02  PPT-AMT1-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
021151     02  FILLER            PIC X(3).
021152     02  PPT-AMT2-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
021153     02  FILLER            PIC X(56).
021160 01  FW-HEADING-LINE.
021161     02  FILLER            PIC X(2).
021162     02  FILLER            PIC X(14) VALUE 'REFCDE'.
021163     02  FILLER            PIC X(2).
021164     02  FILLER            PIC X(28) VALUE 'ROLL-FORWARD'.
021165     02  FILLER      PIC X(19) VALUE '             AMOUNT'.
021166     02  FILLER            PIC X(67).
021167 01  FW-REGION-LINE.
021168     02  FILLER            PIC X(2).
021169     02  FILLER            PIC X(9)  VALUE 'REGION - '.
021170     02  FWR-CODE          PIC X(6).
021171     02  FILLER            PIC X(3).
021172     02  FWR-NAME          PIC X(20).
021173     02  FILLER            PIC X(92).
021174 01  FW-DETAIL-LINE.
021175     02  FILLER            PIC X(2).
021176     02  FWL-TAG           PIC X(14).
021177     02  FILLER            PIC X(2).
021178     02  FWL-CAPTION       PIC X(28).
021179     02  FWL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021180     02  FILLER            PIC X(67).
021181 01  FW-NOTE-LINE.
021182     02  FILLER            PIC X(2).
021183     02  FWN-TEXT          PIC X(60).
021184     02  FILLER            PIC X(70).
021199******************************************************************
021200 PROCEDURE DIVISION.
021300     DISPLAY 'FINMEP01 - MONTH-END REPORTING PACK STARTING'.
021400     PERFORM READ-CONTROL-CARD.
021800     PERFORM SWEEP-MASTER-FILE.
021900     PERFORM REPORT-REFCODE-ROLLUP.
022000     PERFORM REPORT-AGING-POSITION.
022050     PERFORM REPORT-RESERVE-POSITION.
022060     PERFORM REPORT-PRIOR-PERIOD-ADJUSTMENTS.
022070     PERFORM REPORT-ROLL-FORWARD.
022100     CLOSE REPORT-FILE.
022200     DISPLAY 'FINMEP01 - PACK COMPLETE FOR PERIOD '
022300         WS-AS-OF-PERIOD.
034300******************************************************************
034400 ACCUMULATE-MASTER-RECORD.
034500     PERFORM ROLL-UP-REFERENCE-CODE.
034510     MOVE MSTR-REFERENCE-CODE TO WS-FW-REF-CODE.
034520     COMPUTE WS-FW-AMOUNT = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
034530     SET FIGURE-MASTER TO TRUE.
034540     PERFORM POST-ROLL-FORWARD-FIGURE.
034600     MOVE MSTR-LAST-UPDATE-DATE TO WS-WORK-DATE.
034700     PERFORM COMPUTE-DATE-SERIAL.
034800     COMPUTE WS-ACCOUNT-AGE =
043600     WRITE OUTPUT-RECORD.
043700     ADD 1 TO LINES-WRITTEN.
043800     MOVE 1 TO LINE-SPACING.
043801******************************************************************
      * FINALW01 LEAVES ONE RESERVE-HISTORY RECORD PER PERIOD; A
      * PERIOD WITH NO RECORD SAYS SO RATHER THAN PRINTING ZEROS.
      ******************************************************************
043802 REPORT-RESERVE-POSITION.
043803     PERFORM START-SECTION-PAGE.
043804     MOVE 1 TO LINE-SPACING.
043805     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043806     OPEN INPUT RESERVE-HISTORY-FILE.
043807     MOVE WS-AS-OF-PERIOD TO RH-PERIOD.
043808     READ RESERVE-HISTORY-FILE
043809         INVALID KEY
043810            MOVE SPACES TO RESERVE-TOTAL-LINE
043811            MOVE 'NO RESERVE CALCULATED FOR THIS PERIOD'
043812                TO RST-TAG
043813            MOVE RESERVE-TOTAL-LINE TO OUTPUT-LINE
043814            WRITE OUTPUT-RECORD
043815            ADD 1 TO LINES-WRITTEN
043816         NOT INVALID KEY
043817            PERFORM WRITE-RESERVE-FIGURES
043818     END-READ.
043819     CLOSE RESERVE-HISTORY-FILE.
043820******************************************************************
043821 WRITE-RESERVE-FIGURES.
043822     MOVE RESERVE-HEADING-LINE TO OUTPUT-LINE.
043823     WRITE OUTPUT-RECORD.
043824     ADD 1 TO LINES-WRITTEN.
043825     PERFORM WRITE-RESERVE-LINE
043826        VARYING WS-BUCKET-SUB FROM 1 BY 1
043827        UNTIL WS-BUCKET-SUB > 4.
043828     MOVE 2 TO LINE-SPACING.
043829     MOVE 'REQUIRED RESERVE                   -       '
043830         TO RST-TAG.
043831     MOVE RH-REQUIRED-RESERVE TO RST-AMOUNT.
043832     PERFORM WRITE-RESERVE-TOTAL.
043833     MOVE 'PRIOR MONTH RESERVE                -       '
043834         TO RST-TAG.
043835     MOVE RH-PRIOR-RESERVE TO RST-AMOUNT.
043836     PERFORM WRITE-RESERVE-TOTAL.
043837     MOVE 'ADJUSTMENT BOOKED                  -       '
043838         TO RST-TAG.
043839     MOVE RH-ADJUSTMENT TO RST-AMOUNT.
043840     PERFORM WRITE-RESERVE-TOTAL.
043841******************************************************************
043842 WRITE-RESERVE-LINE.
043843     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043844     MOVE BUCKET-TITLE (WS-BUCKET-SUB) TO RSL-TITLE.
043845     MOVE RH-BUCKET-BALANCE (WS-BUCKET-SUB) TO RSL-BALANCE.
043846     MOVE RH-BUCKET-RESERVE (WS-BUCKET-SUB) TO RSL-RESERVE.
043847     MOVE RESERVE-LINE TO OUTPUT-LINE.
043848     WRITE OUTPUT-RECORD.
043849     ADD 1 TO LINES-WRITTEN.
043850     MOVE 1 TO LINE-SPACING.
043851******************************************************************
043852 WRITE-RESERVE-TOTAL.
043853     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043854     MOVE RESERVE-TOTAL-LINE TO OUTPUT-LINE.
043855     WRITE OUTPUT-RECORD.
043856     ADD 1 TO LINES-WRITTEN.
043857     MOVE 1 TO LINE-SPACING.
043900******************************************************************
      * THE SAME COARSE MONOTONIC DAY SERIAL FINAGE01 AND FINDVR01
      * USE (YY*372 + MM*31 + DD).
045700     MOVE 1 TO LINE-SPACING.
045800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
045900     ADD 1 TO LINES-WRITTEN.
      ******************************************************************
      * EVERY DETAIL FINSPL01 RE-DATED OUT OF A SOFT-CLOSED MONTH INTO
      * THIS PERIOD, SO THE AUDITORS SEE EACH AFTER-CLOSE CHANGE.
      * REVERSALS COUNT AGAINST THE TOTALS.
      ******************************************************************
046000 REPORT-PRIOR-PERIOD-ADJUSTMENTS.
046100     PERFORM START-SECTION-PAGE.
046200     MOVE 1 TO LINE-SPACING.
046300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
046400     MOVE PPA-HEADING-LINE TO OUTPUT-LINE.
046500     WRITE OUTPUT-RECORD.
046600     ADD 1 TO LINES-WRITTEN.
046700     MOVE SPACES TO PPA-SWITCH.
046800     OPEN INPUT PPA-REGISTER-FILE.
046900     PERFORM LIST-ONE-ADJUSTMENT
047000        UNTIL END-OF-REGISTER.
047100     CLOSE PPA-REGISTER-FILE.
047200     MOVE 2 TO LINE-SPACING.
047300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
047400     MOVE 'PRIOR-PERIOD ADJUSTMENTS  -  ' TO PPT-TAG.
047500     MOVE WS-PPA-COUNT TO PPT-COUNT.
047600     MOVE WS-PPA-AMT1-TOTAL TO PPT-AMT1-TOTAL.
047700     MOVE WS-PPA-AMT2-TOTAL TO PPT-AMT2-TOTAL.
047800     MOVE PPA-TOTAL-LINE TO OUTPUT-LINE.
047900     WRITE OUTPUT-RECORD.
048000     MOVE 1 TO LINE-SPACING.
048100******************************************************************
048200 LIST-ONE-ADJUSTMENT.
048300     READ PPA-REGISTER-FILE AT END
048400         MOVE 'EOF' TO PPA-SWITCH
048500     NOT AT END
048600         IF PA-POSTED-PERIOD = WS-AS-OF-PERIOD
048700            PERFORM WRITE-ADJUSTMENT-LINE
048800         END-IF
048900     END-READ.
049000******************************************************************
049100 WRITE-ADJUSTMENT-LINE.
049200     ADD 1 TO WS-PPA-COUNT.
049300     MOVE SPACES TO PPL-TYPE.
049400     IF PA-REVERSAL
049500        MOVE 'REV' TO PPL-TYPE
049600        SUBTRACT PA-AMOUNT-1 FROM WS-PPA-AMT1-TOTAL
049700        SUBTRACT PA-AMOUNT-2 FROM WS-PPA-AMT2-TOTAL
049800     ELSE
049900        ADD PA-AMOUNT-1 TO WS-PPA-AMT1-TOTAL
050000        ADD PA-AMOUNT-2 TO WS-PPA-AMT2-TOTAL
050100     END-IF.
050200     IF LINES-WRITTEN >= WS-PAGE-SIZE
050300        PERFORM WRITE-HEADER
050400        MOVE 2 TO LINE-SPACING
050500     END-IF.
050600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
050700     MOVE PA-ACCOUNT-NUMBER TO PPL-ACCOUNT.
050800     MOVE PA-ORIGINAL-DATE TO PPL-ORIGINAL-DATE.
050900     MOVE PA-ORIGINAL-PERIOD TO PPL-ORIGINAL-PERIOD.
051000     MOVE PA-SUPPLIER-ID TO PPL-SUPPLIER.
051100     MOVE PA-BOOK-CODE TO PPL-BOOK.
051200     MOVE PA-REFERENCE-CODE TO PPL-REF-CODE.
051300     MOVE PA-AMOUNT-1 TO PPL-AMOUNT-1.
051400     MOVE PA-AMOUNT-2 TO PPL-AMOUNT-2.
051500     MOVE PA-RUN-DATE TO PPL-RUN-DATE.
051600     MOVE PPA-DETAIL-LINE TO OUTPUT-LINE.
051700     WRITE OUTPUT-RECORD.
051800     ADD 1 TO LINES-WRITTEN.
051900     MOVE 1 TO LINE-SPACING.
052000******************************************************************
      * THE RECEIVABLES ROLL-FORWARD. EACH LINE IS TOTALLED FROM THE
      * FILE THAT ACTUALLY CARRIES IT -- THE OPENING FROM LAST MONTH'S
      * RFWDBAL CLOSE, CHARGES, CREDITS AND FINANCE CHARGES FROM THE
      * BOOKS' TRNHIST DETAILS, CASH FROM FINCSH01'S PAIDITM,
      * DISCOUNTS TAKEN (CREDITS) FROM FINCSH01'S DISCTKN, AND
      * WRITE-OFFS AND FINMNT01 ADJUSTMENTS FROM THE MASTER JOURNAL.
      * THE MASTER SWEEP HAS ALREADY POSTED EACH CODE'S BALANCE.
      ******************************************************************
052100 REPORT-ROLL-FORWARD.
052200     PERFORM LOAD-OPENING-BALANCES.
052300     PERFORM TOTAL-BOOK-HISTORY.
052400     PERFORM TOTAL-CASH-APPLIED.
052410     PERFORM TOTAL-DISCOUNTS-TAKEN.
052500     PERFORM TOTAL-JOURNAL-CHANGES.
052600     PERFORM LOAD-FW-HIERARCHY.
052700     PERFORM ASSIGN-FW-REGION
052800        VARYING FW-IDX FROM 1 BY 1
052900        UNTIL FW-IDX > WS-FW-COUNT.
053000     PERFORM START-SECTION-PAGE.
053100     MOVE 1 TO LINE-SPACING.
053200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
053300     MOVE FW-HEADING-LINE TO OUTPUT-LINE.
053400     WRITE OUTPUT-RECORD.
053500     ADD 1 TO LINES-WRITTEN.
053600     IF NOT PRIOR-CLOSE-FOUND
053700        MOVE SPACES TO FW-NOTE-LINE
053800        MOVE 'NO ROLL-FORWARD CLOSE ON FILE FOR PRIOR PERIOD -'
053900            TO FWN-TEXT
054000        PERFORM WRITE-FW-NOTE
054100        MOVE '  OPENING BALANCES TAKEN AS ZERO' TO FWN-TEXT
054200        PERFORM WRITE-FW-NOTE
054300     END-IF.
054400     PERFORM CLEAR-GRAND-FIGURE
054500        VARYING WS-FIGURE-SUB FROM 1 BY 1
054600        UNTIL WS-FIGURE-SUB > 8.
054700     PERFORM REPORT-FW-REGION
054800        VARYING WS-REGION-SUB FROM 1 BY 1
054900        UNTIL WS-REGION-SUB > WS-REGION-COUNT.
055000     MOVE ZERO TO WS-REGION-SUB.
055100     PERFORM REPORT-FW-REGION.
055200     PERFORM LOAD-GRAND-FIGURE
055300        VARYING WS-FIGURE-SUB FROM 1 BY 1
055400        UNTIL WS-FIGURE-SUB > 8.
055500     MOVE 'ALL BRANCHES' TO WS-BLOCK-TAG.
055600     PERFORM WRITE-FW-BLOCK.
055700     IF WS-FW-OVERFLOW > ZERO
055800        DISPLAY 'FINMEP01 - ROLL-FORWARD TABLE FULL - FIGURES '
055900            'NOT POSTED: ' WS-FW-OVERFLOW
056000        MOVE SPACES TO FW-NOTE-LINE
056100        MOVE 'REFERENCE CODES OVER TABLE LIMIT - FIGURES OMITTED'
056200            TO FWN-TEXT
056300        PERFORM WRITE-FW-NOTE
056400     END-IF.
056500     PERFORM SAVE-CLOSING-BALANCES.
056600******************************************************************
      * FIND OR ADD THE CODE'S ENTRY AND ADD WS-FW-AMOUNT TO THE
      * FIGURE WS-FIGURE-SUB NAMES.
      ******************************************************************
056700 POST-ROLL-FORWARD-FIGURE.
056800     MOVE 'NO ' TO CODE-FOUND-SWITCH.
056900     PERFORM FIND-FW-ENTRY
057000        VARYING FW-IDX FROM 1 BY 1
057100        UNTIL FW-IDX > WS-FW-COUNT
057200           OR CODE-FOUND.
057300     IF CODE-FOUND
057400        SET FW-IDX DOWN BY 1
057500        ADD WS-FW-AMOUNT TO FW-FIGURE (FW-IDX, WS-FIGURE-SUB)
057600     ELSE
057700        IF WS-FW-COUNT < 100
057800           ADD 1 TO WS-FW-COUNT
057900           SET FW-IDX TO WS-FW-COUNT
058000           MOVE WS-FW-REF-CODE TO FW-REF-CODE (FW-IDX)
058100           MOVE ZERO TO FW-REGION-SUB (FW-IDX)
058200           PERFORM CLEAR-FW-FIGURE
058300              VARYING WS-LINE-SUB FROM 1 BY 1
058400              UNTIL WS-LINE-SUB > 8
058500           MOVE WS-FW-AMOUNT TO FW-FIGURE (FW-IDX, WS-FIGURE-SUB)
058600        ELSE
058700           ADD 1 TO WS-FW-OVERFLOW
058800        END-IF
058900     END-IF.
059000******************************************************************
059100 CLEAR-FW-FIGURE.
059200     MOVE ZERO TO FW-FIGURE (FW-IDX, WS-LINE-SUB).
059300******************************************************************
059400 FIND-FW-ENTRY.
059500     IF FW-REF-CODE (FW-IDX) = WS-FW-REF-CODE
059600        SET CODE-FOUND TO TRUE
059700     END-IF.
059800******************************************************************
      * LAST MONTH'S CLOSE IS THE MASTER BALANCE THIS PACK SAVED FOR
      * THE PRIOR PERIOD, READ AS A RUN OF KEYS FROM THE PERIOD UP.
      ******************************************************************
059900 LOAD-OPENING-BALANCES.
060000     MOVE WS-AS-OF-PERIOD TO WS-PRIOR-PERIOD.
060100     IF WS-PRIOR-MM = 1
060200        SUBTRACT 1 FROM WS-PRIOR-CCYY
060300        MOVE 12 TO WS-PRIOR-MM
060400     ELSE
060500        SUBTRACT 1 FROM WS-PRIOR-MM
060600     END-IF.
060700     OPEN INPUT ROLL-FORWARD-FILE.
060800     MOVE WS-PRIOR-PERIOD TO RF-PERIOD.
060900     MOVE LOW-VALUES TO RF-REFERENCE-CODE.
061000     START ROLL-FORWARD-FILE KEY NOT LESS THAN RF-KEY
061100         INVALID KEY
061200            MOVE 'EOF' TO SCAN-SWITCH
061300         NOT INVALID KEY
061400            MOVE SPACES TO SCAN-SWITCH
061500     END-START.
061600     PERFORM LOAD-ONE-OPENING-BALANCE
061700        UNTIL END-OF-SCAN.
061800     CLOSE ROLL-FORWARD-FILE.
061900******************************************************************
062000 LOAD-ONE-OPENING-BALANCE.
062100     READ ROLL-FORWARD-FILE NEXT RECORD AT END
062200         MOVE 'EOF' TO SCAN-SWITCH
062300     NOT AT END
062400         IF RF-PERIOD NOT = WS-PRIOR-PERIOD
062500            MOVE 'EOF' TO SCAN-SWITCH
062600         ELSE
062700            SET PRIOR-CLOSE-FOUND TO TRUE
062800            MOVE RF-REFERENCE-CODE TO WS-FW-REF-CODE
062900            MOVE RF-MASTER-BALANCE TO WS-FW-AMOUNT
063000            SET FIGURE-OPENING TO TRUE
063100            PERFORM POST-ROLL-FORWARD-FIGURE
063200         END-IF
063300     END-READ.
063400******************************************************************
      * THE FIVE BOOKS' DETAILS PROCESSED IN THE PERIOD. A REVERSAL
      * MARKER IS A CREDIT; A FINCHG DETAIL IS A FINANCE CHARGE; A
      * WRTOFF, ESCHT OR NETTNG DETAIL IS NOT A CHARGE -- WHAT IT DID
      * TO THE BALANCE IS TAKEN OFF THE JOURNAL BELOW. FINNSF01'S
      * RETURN RECORDS ARE LEFT TO THE CASH LINE, WHICH NETS THE
      * RETURNED RECEIPTS.
      ******************************************************************
063500 TOTAL-BOOK-HISTORY.
063600     MOVE SPACES TO SCAN-SWITCH.
063700     OPEN INPUT HISTORY-FILE.
063800     PERFORM TOTAL-ONE-HISTORY-RECORD
063900        UNTIL END-OF-SCAN.
064000     CLOSE HISTORY-FILE.
064100******************************************************************
064200 TOTAL-ONE-HISTORY-RECORD.
064300     READ HISTORY-FILE NEXT RECORD AT END
064400         MOVE 'EOF' TO SCAN-SWITCH
064500     NOT AT END
064600         MOVE HIST-PROCESS-DATE TO WS-ACTIVITY-DATE
064700         MOVE HIST-SOURCE-PROGRAM TO WS-SOURCE-CHECK
064800         IF WS-ACTIVITY-PERIOD = WS-AS-OF-PERIOD
064900               AND SOURCE-IS-BOOK
065000            PERFORM CLASSIFY-HISTORY-RECORD
065100         END-IF
065200     END-READ.
065300******************************************************************
065400 CLASSIFY-HISTORY-RECORD.
065500     IF HIST-DESCRIPTION = 'REVERSAL'
065550        SET FIGURE-CREDITS TO TRUE
065600     ELSE
065650        IF HIST-REFERENCE-CODE = 'FINCHG'
065700           SET FIGURE-FIN-CHARGES TO TRUE
065750        ELSE
065800           IF HIST-REFERENCE-CODE = 'WRTOFF'
065850                 OR HIST-REFERENCE-CODE = 'ESCHT'
065900                 OR HIST-REFERENCE-CODE = 'NETTNG'
065950              SET FIGURE-NOT-POSTED TO TRUE
066000           ELSE
066050              SET FIGURE-CHARGES TO TRUE
066100           END-IF
066150        END-IF
066200     END-IF.
066500     IF NOT FIGURE-NOT-POSTED
066600        MOVE HIST-REFERENCE-CODE TO WS-FW-REF-CODE
066700        COMPUTE WS-FW-AMOUNT = HIST-AMOUNT-1 + HIST-AMOUNT-2
066800        PERFORM POST-ROLL-FORWARD-FIGURE
066900     END-IF.
067000******************************************************************
      * RECEIPTS FINCSH01 APPLIED IN THE PERIOD, LESS RECEIPTS THE
      * BANK RETURNED IN THE PERIOD. PAIDITM CARRIES NO BRANCH, SO
      * THE ACCOUNT'S CODE IS TAKEN FROM THE MASTER.
      ******************************************************************
067100 TOTAL-CASH-APPLIED.
067200     MOVE SPACES TO SCAN-SWITCH.
067300     OPEN INPUT PAID-ITEMS-FILE.
067400     OPEN INPUT MASTER-FILE.
067500     PERFORM TOTAL-ONE-PAID-ITEM
067600        UNTIL END-OF-SCAN.
067700     CLOSE PAID-ITEMS-FILE.
067800     CLOSE MASTER-FILE.
067900******************************************************************
068000 TOTAL-ONE-PAID-ITEM.
068100     READ PAID-ITEMS-FILE NEXT RECORD AT END
068200         MOVE 'EOF' TO SCAN-SWITCH
068300     NOT AT END
068400         PERFORM POST-PAID-ITEM
068500     END-READ.
068600******************************************************************
068700 POST-PAID-ITEM.
068800     MOVE PI-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
068900     READ MASTER-FILE
069000         INVALID KEY
069100            MOVE '*NONE*' TO WS-FW-REF-CODE
069200         NOT INVALID KEY
069300            MOVE MSTR-REFERENCE-CODE TO WS-FW-REF-CODE
069400     END-READ.
069500     SET FIGURE-CASH TO TRUE.
069600     MOVE PI-APPLIED-DATE TO WS-ACTIVITY-DATE.
069700     IF WS-ACTIVITY-PERIOD = WS-AS-OF-PERIOD
069800        MOVE PI-AMOUNT TO WS-FW-AMOUNT
069900        PERFORM POST-ROLL-FORWARD-FIGURE
070000     END-IF.
070100     MOVE PI-RETURN-DATE TO WS-ACTIVITY-DATE.
070200     IF PI-RETURNED AND WS-ACTIVITY-PERIOD = WS-AS-OF-PERIOD
070300        COMPUTE WS-FW-AMOUNT = ZERO - PI-AMOUNT
070400        PERFORM POST-ROLL-FORWARD-FIGURE
070500     END-IF.
070503******************************************************************
      * EARLY-PAYMENT DISCOUNTS FINCSH01 ALLOWED IN THE PERIOD. EACH
      * ONE CAME OFF THE MASTER AS ITS OWN POSTING BESIDE THE CASH, SO
      * IT IS A CREDIT UNDER THE ACCOUNT'S CODE FROM THE MASTER.
      ******************************************************************
070506 TOTAL-DISCOUNTS-TAKEN.
070509     MOVE SPACES TO SCAN-SWITCH.
070512     OPEN INPUT DISCOUNT-TAKEN-FILE.
070515     OPEN INPUT MASTER-FILE.
070518     PERFORM TOTAL-ONE-DISCOUNT
070521        UNTIL END-OF-SCAN.
070524     CLOSE DISCOUNT-TAKEN-FILE.
070527     CLOSE MASTER-FILE.
070530******************************************************************
070533 TOTAL-ONE-DISCOUNT.
070536     READ DISCOUNT-TAKEN-FILE NEXT RECORD AT END
070539         MOVE 'EOF' TO SCAN-SWITCH
070542     NOT AT END
070545         PERFORM POST-DISCOUNT-TAKEN
070548     END-READ.
070551******************************************************************
070554 POST-DISCOUNT-TAKEN.
070557     MOVE DK-APPLIED-DATE TO WS-ACTIVITY-DATE.
070560     IF WS-ACTIVITY-PERIOD = WS-AS-OF-PERIOD
070563        MOVE DK-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER
070566        READ MASTER-FILE
070569            INVALID KEY
070572               MOVE '*NONE*' TO WS-FW-REF-CODE
070575            NOT INVALID KEY
070578               MOVE MSTR-REFERENCE-CODE TO WS-FW-REF-CODE
070581        END-READ
070584        SET FIGURE-CREDITS TO TRUE
070587        MOVE DK-DISCOUNT-AMOUNT TO WS-FW-AMOUNT
070590        PERFORM POST-ROLL-FORWARD-FIGURE
070593     END-IF.
070600******************************************************************
      * FROM THE MASTER JOURNAL: EVERY FINMNT01 CHANGE, FINFXR01
      * RESTATEMENT, FINRMP01 BRANCH REMAP AND FINMRG01 ACCOUNT MERGE,
      * TAKEN AS THE BEFORE-IMAGE OUT OF ITS OLD CODE AND THE AFTER-
      * IMAGE INTO ITS NEW ONE SO A RE-CODED OR MERGED BALANCE MOVES
      * CLEANLY; EVERY WRTOFF POSTING, WHOSE BEFORE-IMAGE IS THE
      * BALANCE WRITTEN OFF; EVERY ESCHT POSTING (FINESC01), WHOSE
      * BEFORE-IMAGE IS THE CREDIT BALANCE REMITTED TO THE STATE AND
      * SO GOES ON THE WRITE-OFF LINE AS A NEGATIVE FIGURE; AND EVERY
      * NETTNG POSTING (FINNET01), WHOSE DROP IN BALANCE IS COUNTED
      * WITH THE CREDITS. A POSTING FINDRB01 HAS SINCE BACKED OUT IS
      * NOT COUNTED.
      ******************************************************************
070700 TOTAL-JOURNAL-CHANGES.
070800     MOVE SPACES TO SCAN-SWITCH.
070900     OPEN INPUT JOURNAL-FILE.
071000     PERFORM TOTAL-ONE-JOURNAL-RECORD
071100        UNTIL END-OF-SCAN.
071200     CLOSE JOURNAL-FILE.
071300******************************************************************
071400 TOTAL-ONE-JOURNAL-RECORD.
071500     READ JOURNAL-FILE AT END
071600         MOVE 'EOF' TO SCAN-SWITCH
071700     NOT AT END
071800         MOVE JL-JOURNAL-DATE TO WS-ACTIVITY-DATE
071900         IF WS-ACTIVITY-PERIOD = WS-AS-OF-PERIOD
072000               AND NOT JL-BACKED-OUT
072100            PERFORM CLASSIFY-JOURNAL-RECORD
072200         END-IF
072300     END-READ.
072400******************************************************************
072500 CLASSIFY-JOURNAL-RECORD.
072600     MOVE JL-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
072700     MOVE JL-AFTER-IMAGE TO WS-AFTER-IMAGE.
072800     IF JL-SOURCE-PROGRAM = 'FINMNT01'
072810           OR JL-SOURCE-PROGRAM = 'FINFXR01'
072820           OR JL-SOURCE-PROGRAM = 'FINRMP01'
072850           OR JL-SOURCE-PROGRAM = 'FINMRG01'
072900        SET FIGURE-ADJUSTMENTS TO TRUE
073000        IF WS-BEFORE-IMAGE NOT = SPACES
073100           MOVE WS-BFR-REF-CODE TO WS-FW-REF-CODE
073200           COMPUTE WS-FW-AMOUNT =
073300               ZERO - (WS-BFR-AMOUNT-1 + WS-BFR-AMOUNT-2)
073400           PERFORM POST-ROLL-FORWARD-FIGURE
073500        END-IF
073600        IF WS-AFTER-IMAGE NOT = SPACES
073700           MOVE WS-AFT-REF-CODE TO WS-FW-REF-CODE
073800           COMPUTE WS-FW-AMOUNT =
073900               WS-AFT-AMOUNT-1 + WS-AFT-AMOUNT-2
074000           PERFORM POST-ROLL-FORWARD-FIGURE
074100        END-IF
074200     ELSE
074300        IF WS-BEFORE-IMAGE NOT = SPACES
074400              AND WS-AFTER-IMAGE NOT = SPACES
074500              AND ((WS-AFT-REF-CODE = 'WRTOFF'
074550                    AND WS-BFR-REF-CODE NOT = 'WRTOFF')
074600                OR (WS-AFT-REF-CODE = 'ESCHT'
074650                    AND WS-BFR-REF-CODE NOT = 'ESCHT'))
074700           SET FIGURE-WRITE-OFFS TO TRUE
074800           MOVE WS-BFR-REF-CODE TO WS-FW-REF-CODE
074900           COMPUTE WS-FW-AMOUNT =
075000               (WS-BFR-AMOUNT-1 + WS-BFR-AMOUNT-2)
075100             - (WS-AFT-AMOUNT-1 + WS-AFT-AMOUNT-2)
075200           PERFORM POST-ROLL-FORWARD-FIGURE
075300        END-IF
075310        IF WS-BEFORE-IMAGE NOT = SPACES
075320              AND WS-AFTER-IMAGE NOT = SPACES
075330              AND WS-AFT-REF-CODE = 'NETTNG'
075340           SET FIGURE-CREDITS TO TRUE
075350           MOVE WS-BFR-REF-CODE TO WS-FW-REF-CODE
075360           COMPUTE WS-FW-AMOUNT =
075370               (WS-BFR-AMOUNT-1 + WS-BFR-AMOUNT-2)
075380             - (WS-AFT-AMOUNT-1 + WS-AFT-AMOUNT-2)
075390           PERFORM POST-ROLL-FORWARD-FIGURE
075395        END-IF
075400     END-IF.
075500******************************************************************
      * THE SAME BRANCH-TO-REGION HIERARCHY FINHRR01 ROLLS UP BY. A
      * CODE WITH NO HIERARCHY RECORD IS LISTED UNDER NO REGION.
      ******************************************************************
075600 LOAD-FW-HIERARCHY.
075700     MOVE SPACES TO SCAN-SWITCH.
075800     OPEN INPUT HIERARCHY-FILE.
075900     PERFORM LOAD-ONE-HIERARCHY-RECORD
076000        UNTIL END-OF-SCAN.
076100     CLOSE HIERARCHY-FILE.
076200******************************************************************
076300 LOAD-ONE-HIERARCHY-RECORD.
076400     READ HIERARCHY-FILE AT END
076500         MOVE 'EOF' TO SCAN-SWITCH
076600     NOT AT END
076700         IF WS-HIER-COUNT < 100
076800            PERFORM ADD-HIERARCHY-ENTRY
076900         END-IF
077000     END-READ.
077100******************************************************************
077200 ADD-HIERARCHY-ENTRY.
077300     MOVE 'NO ' TO CODE-FOUND-SWITCH.
077400     PERFORM FIND-FW-REGION
077500        VARYING WS-REGION-SUB FROM 1 BY 1
077600        UNTIL WS-REGION-SUB > WS-REGION-COUNT
077700           OR CODE-FOUND.
077800     IF CODE-FOUND
077900        SUBTRACT 1 FROM WS-REGION-SUB
078000     ELSE
078100        IF WS-REGION-COUNT < 50
078200           ADD 1 TO WS-REGION-COUNT
078300           MOVE WS-REGION-COUNT TO WS-REGION-SUB
078400           MOVE HR-REGION-CODE TO RG-REGION-CODE (WS-REGION-SUB)
078500           MOVE HR-REGION-NAME TO RG-REGION-NAME (WS-REGION-SUB)
078600        ELSE
078700           MOVE ZERO TO WS-REGION-SUB
078800        END-IF
078900     END-IF.
079000     ADD 1 TO WS-HIER-COUNT.
079100     MOVE HR-REFERENCE-CODE TO HT-REF-CODE (WS-HIER-COUNT).
079200     MOVE WS-REGION-SUB TO HT-REGION-SUB (WS-HIER-COUNT).
079300******************************************************************
079400 FIND-FW-REGION.
079500     IF RG-REGION-CODE (WS-REGION-SUB) = HR-REGION-CODE
079600        SET CODE-FOUND TO TRUE
079700     END-IF.
079800******************************************************************
079900 ASSIGN-FW-REGION.
080000     PERFORM MATCH-FW-HIERARCHY
080100        VARYING WS-HIER-SUB FROM 1 BY 1
080200        UNTIL WS-HIER-SUB > WS-HIER-COUNT.
080300******************************************************************
080400 MATCH-FW-HIERARCHY.
080500     IF HT-REF-CODE (WS-HIER-SUB) = FW-REF-CODE (FW-IDX)
080600        MOVE HT-REGION-SUB (WS-HIER-SUB) TO FW-REGION-SUB (FW-IDX)
080700     END-IF.
080800******************************************************************
      * ONE REGION'S CODES AND ITS SUBTOTAL. REGION ZERO IS THE CODES
      * NO HIERARCHY RECORD PLACES. AN EMPTY REGION PRINTS NOTHING.
      ******************************************************************
080900 REPORT-FW-REGION.
081000     MOVE ZERO TO WS-REGION-MEMBERS.
081100     PERFORM COUNT-FW-REGION-MEMBER
081200        VARYING FW-IDX FROM 1 BY 1
081300        UNTIL FW-IDX > WS-FW-COUNT.
081400     IF WS-REGION-MEMBERS > ZERO
081500        PERFORM LIST-FW-REGION
081600     END-IF.
081700******************************************************************
081800 COUNT-FW-REGION-MEMBER.
081900     IF FW-REGION-SUB (FW-IDX) = WS-REGION-SUB
082000        ADD 1 TO WS-REGION-MEMBERS
082100     END-IF.
082200******************************************************************
082300 LIST-FW-REGION.
082400     IF LINES-WRITTEN + 12 > WS-PAGE-SIZE
082500        PERFORM WRITE-HEADER
082600     END-IF.
082700     MOVE 2 TO LINE-SPACING.
082800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
082900     IF WS-REGION-SUB = ZERO
083000        MOVE SPACES TO FWR-CODE
083100        MOVE 'NO REGION ON FILE' TO FWR-NAME
083200     ELSE
083300        MOVE RG-REGION-CODE (WS-REGION-SUB) TO FWR-CODE
083400        MOVE RG-REGION-NAME (WS-REGION-SUB) TO FWR-NAME
083500     END-IF.
083600     MOVE FW-REGION-LINE TO OUTPUT-LINE.
083700     WRITE OUTPUT-RECORD.
083800     ADD 1 TO LINES-WRITTEN.
083900     MOVE 2 TO LINE-SPACING.
084000     PERFORM CLEAR-REGION-FIGURE
084100        VARYING WS-FIGURE-SUB FROM 1 BY 1
084200        UNTIL WS-FIGURE-SUB > 8.
084300     PERFORM LIST-FW-BRANCH
084400        VARYING FW-IDX FROM 1 BY 1
084500        UNTIL FW-IDX > WS-FW-COUNT.
084600     PERFORM LOAD-REGION-FIGURE
084700        VARYING WS-FIGURE-SUB FROM 1 BY 1
084800        UNTIL WS-FIGURE-SUB > 8.
084900     IF WS-REGION-SUB = ZERO
085000        MOVE 'NO REGION' TO WS-BLOCK-TAG
085100     ELSE
085200        MOVE SPACES TO WS-BLOCK-TAG
085300        STRING 'REGION ' RG-REGION-CODE (WS-REGION-SUB)
085400            DELIMITED BY SIZE INTO WS-BLOCK-TAG
085500     END-IF.
085600     PERFORM WRITE-FW-BLOCK.
085700******************************************************************
085800 LIST-FW-BRANCH.
085900     IF FW-REGION-SUB (FW-IDX) = WS-REGION-SUB
086000        PERFORM ADD-BRANCH-FIGURE
086100           VARYING WS-FIGURE-SUB FROM 1 BY 1
086200           UNTIL WS-FIGURE-SUB > 8
086300        MOVE FW-REF-CODE (FW-IDX) TO WS-BLOCK-TAG
086400        PERFORM WRITE-FW-BLOCK
086500     END-IF.
086600******************************************************************
      * EACH BRANCH FIGURE GOES INTO THE REGION AND GRAND TOTALS AND
      * THE PRINT BLOCK. THE MASTER (FIGURE 8) PRINTS NINTH, AFTER
      * THE COMPUTED CLOSING.
      ******************************************************************
086700 ADD-BRANCH-FIGURE.
086800     ADD FW-FIGURE (FW-IDX, WS-FIGURE-SUB)
086900         TO RT-FIGURE (WS-FIGURE-SUB).
087000     ADD FW-FIGURE (FW-IDX, WS-FIGURE-SUB)
087100         TO GT-FIGURE (WS-FIGURE-SUB).
087200     IF FIGURE-MASTER
087300        MOVE FW-FIGURE (FW-IDX, WS-FIGURE-SUB) TO PB-AMOUNT (9)
087400     ELSE
087500        MOVE FW-FIGURE (FW-IDX, WS-FIGURE-SUB)
087600            TO PB-AMOUNT (WS-FIGURE-SUB)
087700     END-IF.
087800******************************************************************
087900 CLEAR-REGION-FIGURE.
088000     MOVE ZERO TO RT-FIGURE (WS-FIGURE-SUB).
088100******************************************************************
088200 CLEAR-GRAND-FIGURE.
088300     MOVE ZERO TO GT-FIGURE (WS-FIGURE-SUB).
088400******************************************************************
088500 LOAD-REGION-FIGURE.
088600     IF FIGURE-MASTER
088700        MOVE RT-FIGURE (WS-FIGURE-SUB) TO PB-AMOUNT (9)
088800     ELSE
088900        MOVE RT-FIGURE (WS-FIGURE-SUB)
089000            TO PB-AMOUNT (WS-FIGURE-SUB)
089100     END-IF.
089200******************************************************************
089300 LOAD-GRAND-FIGURE.
089400     IF FIGURE-MASTER
089500        MOVE GT-FIGURE (WS-FIGURE-SUB) TO PB-AMOUNT (9)
089600     ELSE
089700        MOVE GT-FIGURE (WS-FIGURE-SUB)
089800            TO PB-AMOUNT (WS-FIGURE-SUB)
089900     END-IF.
090000******************************************************************
      * ONE ROLL-FORWARD BLOCK FOR A CODE, A REGION OR THE WHOLE
      * LEDGER: THE SEVEN FIGURES, THE CLOSING THEY COMPUTE TO, THE
      * MASTER AND THE DIFFERENCE NOTHING ON FILE EXPLAINS.
      ******************************************************************
090100 WRITE-FW-BLOCK.
090200     COMPUTE PB-AMOUNT (8) = PB-AMOUNT (1) + PB-AMOUNT (2)
090300         - PB-AMOUNT (3) - PB-AMOUNT (4) - PB-AMOUNT (5)
090400         + PB-AMOUNT (6) + PB-AMOUNT (7).
090500     COMPUTE PB-AMOUNT (10) = PB-AMOUNT (9) - PB-AMOUNT (8).
090600     IF LINES-WRITTEN + 11 > WS-PAGE-SIZE
090700        PERFORM WRITE-HEADER
090800        MOVE 2 TO LINE-SPACING
090900     END-IF.
091000     PERFORM WRITE-FW-LINE
091100        VARYING WS-LINE-SUB FROM 1 BY 1
091200        UNTIL WS-LINE-SUB > 10.
091300     MOVE 2 TO LINE-SPACING.
091400******************************************************************
091500 WRITE-FW-LINE.
091600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
091700     IF WS-LINE-SUB = 1
091800        MOVE WS-BLOCK-TAG TO FWL-TAG
091900     ELSE
092000        MOVE SPACES TO FWL-TAG
092100     END-IF.
092200     MOVE FW-CAPTION (WS-LINE-SUB) TO FWL-CAPTION.
092300     MOVE PB-AMOUNT (WS-LINE-SUB) TO FWL-AMOUNT.
092400     MOVE FW-DETAIL-LINE TO OUTPUT-LINE.
092500     WRITE OUTPUT-RECORD.
092600     ADD 1 TO LINES-WRITTEN.
092700     MOVE 1 TO LINE-SPACING.
092800******************************************************************
092900 WRITE-FW-NOTE.
093000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
093100     MOVE FW-NOTE-LINE TO OUTPUT-LINE.
093200     WRITE OUTPUT-RECORD.
093300     ADD 1 TO LINES-WRITTEN.
093400     MOVE 1 TO LINE-SPACING.
093500******************************************************************
      * THE PERIOD'S FIGURES ARE KEPT PER CODE. A RERUN FOR THE SAME
      * PERIOD REPLACES THEM, SO NEXT MONTH OPENS FROM THE LAST
      * MASTER BALANCE THE PACK REPORTED.
      ******************************************************************
093600 SAVE-CLOSING-BALANCES.
093700     OPEN I-O ROLL-FORWARD-FILE.
093800     PERFORM SAVE-ONE-CLOSING-BALANCE
093900        VARYING FW-IDX FROM 1 BY 1
094000        UNTIL FW-IDX > WS-FW-COUNT.
094100     CLOSE ROLL-FORWARD-FILE.
094200******************************************************************
094300 SAVE-ONE-CLOSING-BALANCE.
094400     MOVE WS-AS-OF-PERIOD TO RF-PERIOD.
094500     MOVE FW-REF-CODE (FW-IDX) TO RF-REFERENCE-CODE.
094600     READ ROLL-FORWARD-FILE
094700         INVALID KEY
094800            MOVE 'NO ' TO CLOSE-ON-FILE-SWITCH
094900         NOT INVALID KEY
095000            MOVE 'YES' TO CLOSE-ON-FILE-SWITCH
095100     END-READ.
095200     MOVE SPACES TO ROLL-FORWARD-BALANCE-RECORD.
095300     MOVE WS-AS-OF-PERIOD TO RF-PERIOD.
095400     MOVE FW-REF-CODE (FW-IDX) TO RF-REFERENCE-CODE.
095500     MOVE WS-AS-OF-DATE TO RF-RUN-DATE.
095600     MOVE FW-FIGURE (FW-IDX, 1) TO RF-OPENING-BALANCE.
095700     COMPUTE RF-COMPUTED-CLOSING = FW-FIGURE (FW-IDX, 1)
095800         + FW-FIGURE (FW-IDX, 2) - FW-FIGURE (FW-IDX, 3)
095900         - FW-FIGURE (FW-IDX, 4) - FW-FIGURE (FW-IDX, 5)
096000         + FW-FIGURE (FW-IDX, 6) + FW-FIGURE (FW-IDX, 7).
096100     MOVE FW-FIGURE (FW-IDX, 8) TO RF-MASTER-BALANCE.
096200     IF CLOSE-ON-FILE
096300        REWRITE ROLL-FORWARD-BALANCE-RECORD
096400     ELSE
096500        WRITE ROLL-FORWARD-BALANCE-RECORD
096600     END-IF.
