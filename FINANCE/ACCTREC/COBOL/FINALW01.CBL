000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINALW01.
      ******************************************************************
      * FINALW01 -- MONTH-END ALLOWANCE FOR DOUBTFUL ACCOUNTS. RUN
      *             ON THE LAST BUSINESS DAY OF THE MONTH AFTER
      *             FINAGE01 AND BEFORE FINMEP01, THIS PROGRAM READS
      *             THE FINAGE01 AGED-DETAIL EXTRACT AND APPLIES THE
      *             RESERVE-PERCENTAGE TABLE (SEE RSVRATE) TO EACH
      *             ACCOUNT'S BALANCE IN EACH AGING BUCKET -- THE
      *             '*DFLT*' ROW UNLESS THE ACCOUNT'S BRANCH
      *             (MSTR-REFERENCE-CODE) HAS AN OVERRIDE ROW OF ITS
      *             OWN. CREDIT AMOUNTS CARRY NO RESERVE.
      *             THE REQUIRED RESERVE IS COMPARED WITH LAST
      *             MONTH'S FIGURE ON THE RESERVE-HISTORY FILE (SEE
      *             RSVHIST) AND THE DIFFERENCE IS WRITTEN AS ONE
      *             BALANCED ADJUSTING VOUCHER IN THE FINJVG01
      *             HEADER / DETAIL / OFFSET / TRAILER FORMAT -- AN
      *             INCREASE DEBITS BAD-DEBT EXPENSE AND CREDITS THE
      *             ALLOWANCE, A RELEASE THE REVERSE. THE PERIOD'S
      *             FIGURES GO ON THE HISTORY FILE FOR FINMEP01 AND
      *             FOR NEXT MONTH'S COMPARISON; A RERUN FOR THE SAME
      *             PERIOD REPLACES THEM. THE DERIVATION REPORT SHOWS
      *             EACH BRANCH'S BUCKET BALANCES AND RESERVE.
      *             NO '*DFLT*' ROW ON THE RATE CARDS MEANS NO
      *             CALCULATION AT ALL (RETURN-CODE 12). A REJECTED
      *             RATE CARD, NO PRIOR MONTH ON FILE OR A BRANCH
      *             TABLE OVERFLOW ENDS RETURN-CODE 4.
      *             THE ACCOUNTING PERIOD IS TAKEN FROM CC-AS-OF-DATE
      *             ON THE CONTROL CARD, OR THE BUSINESS DATE FROM
      *             FINBDT01 WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-11  TS   INITIAL VERSION.
      * 2026-10-15  TS   EACH ACCOUNT'S AGED BUCKETS ARE HELD TO ITS
      *                  BALANCE, OLDEST BUCKET FIRST, BEFORE THE
      *                  RESERVE IS FIGURED, AND AN ACCOUNT WITH A ZERO
      *                  OR CREDIT BALANCE IS NOT RESERVED.
      ******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003500     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
003600     SELECT EXTRACT-FILE ASSIGN U-T-AGEEXT.
003700     SELECT RATE-FILE ASSIGN U-T-RSVRAT.
003800     SELECT VOUCHER-FILE ASSIGN U-T-RSVJV.
003900     SELECT RESERVE-HISTORY-FILE ASSIGN U-T-RSVHIS
004000        ORGANIZATION IS INDEXED
004100        ACCESS MODE IS DYNAMIC
004200        RECORD KEY IS RH-PERIOD
004300        FILE STATUS IS WS-RSVHIS-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD REPORT-FILE
004700     LABEL RECORDS ARE OMITTED
004800     RECORDING MODE IS F
004900     RECORD CONTAINS 133 CHARACTERS
005000     DATA RECORD IS OUTPUT-RECORD.
005100   01 OUTPUT-RECORD.
005200     02 CARRIAGE-CONTROL PIC X.
005300     02 OUTPUT-LINE      PIC X(132).
005400 FD CONTROL-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 80 CHARACTERS
005700     DATA RECORD IS CONTROL-CARD-RECORD.
005800 COPY CTLCARD.
005900 FD EXTRACT-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS
006200     DATA RECORD IS EXTRACT-RECORD.
006300   01 EXTRACT-RECORD.
006400     02 AX-ACCOUNT-NUMBER      PIC 9(08).
006500     02 AX-NAME                PIC X(10).
006600     02 AX-BUCKET              PIC 9(01).
006700     02 AX-DAYS-DORMANT        PIC 9(05).
006800     02 AX-AMOUNT-1            PIC S9(04)V99.
006900     02 AX-AMOUNT-2            PIC S9(04)V99.
007000     02 AX-REFERENCE-CODE      PIC X(06).
007100     02 AX-BUCKET-AMOUNT       PIC S9(07)V99
007200                               OCCURS 4 TIMES.
007300     02 FILLER                 PIC X(02).
007400 FD RATE-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 80 CHARACTERS
007700     DATA RECORD IS RESERVE-RATE-RECORD.
007800 COPY RSVRATE.
007900 FD VOUCHER-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS
008200     DATA RECORD IS VOUCHER-RECORD.
008300   01 VOUCHER-RECORD.
008400     02 JV-REC-TYPE            PIC X(01).
008500        88  JV-IS-HEADER       VALUE 'H'.
008600        88  JV-IS-DETAIL       VALUE 'D'.
008700        88  JV-IS-TRAILER      VALUE 'T'.
008800     02 JV-BATCH-NUMBER        PIC 9(05).
008900     02 JV-DETAIL-FIELDS.
009000        03 JV-ACCOUNT-NUMBER   PIC 9(08).
009100        03 JV-REFERENCE-CODE   PIC X(06).
009200        03 JV-DRCR-CODE        PIC X(01).
009300        03 JV-AMOUNT           PIC S9(11)V99.
009400        03 JV-POSTING-DATE     PIC 9(08).
009500     02 FILLER                 PIC X(38).
009600   01 VOUCHER-TRAILER-RECORD REDEFINES VOUCHER-RECORD.
009700     02 FILLER                 PIC X(01).
009800     02 FILLER                 PIC 9(05).
009900     02 JV-TRL-LINE-COUNT      PIC 9(05).
010000     02 JV-TRL-DEBIT-TOTAL     PIC S9(11)V99.
010100     02 JV-TRL-CREDIT-TOTAL    PIC S9(11)V99.
010200     02 FILLER                 PIC X(43).
010300 FD RESERVE-HISTORY-FILE
010400     LABEL RECORDS ARE STANDARD
010500     DATA RECORD IS RESERVE-HISTORY-RECORD.
010600 COPY RSVHIST.
      ******************************************************************
010700 WORKING-STORAGE SECTION.
010800 COPY HEADER1.
010900 01  PROGRAM-WORK-FIELDS.
011000     02  INPUT-SWITCH      PIC X(3).
011100         88  END-OF-FILE   VALUE 'EOF'.
011200     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
011300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
011400     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
011500     02  WS-RSVHIS-STATUS  PIC X(2)  VALUE ZERO.
011600     02  DEFAULT-SWITCH    PIC X(3)  VALUE 'NO '.
011700         88  DEFAULT-LOADED VALUE 'YES'.
011800     02  PRIOR-SWITCH      PIC X(3)  VALUE 'NO '.
011900         88  PRIOR-FOUND   VALUE 'YES'.
012000     02  HISTORY-SWITCH    PIC X(3)  VALUE 'NO '.
012100         88  PERIOD-ON-FILE VALUE 'YES'.
012200     02  RATE-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
012300         88  RATE-FOUND    VALUE 'YES'.
012400     02  BRANCH-FOUND-SWITCH PIC X(3) VALUE 'NO '.
012500         88  BRANCH-FOUND  VALUE 'YES'.
012600     02  WS-BUCKET-SUB     PIC 9(1)  COMP.
012700     02  WS-ITEM-RESERVE   PIC S9(9)V99 VALUE ZERO.
012750     02  WS-BALANCE-LEFT   PIC S9(9)V99 VALUE ZERO.
012800     02  WS-EXTRACT-COUNT  PIC 9(7)  VALUE ZERO.
012900     02  WS-RATE-COUNT     PIC 9(5)  VALUE ZERO.
013000     02  WS-RATE-REJECTS   PIC 9(5)  VALUE ZERO.
013100     02  WS-OVERFLOW-COUNT PIC 9(7)  VALUE ZERO.
013200     02  WS-REQUIRED-RESERVE PIC S9(11)V99 VALUE ZERO.
013300     02  WS-PRIOR-RESERVE  PIC S9(11)V99 VALUE ZERO.
013400     02  WS-ADJUSTMENT     PIC S9(11)V99 VALUE ZERO.
013500     02  WS-VOUCHER-AMOUNT PIC S9(11)V99 VALUE ZERO.
013550     02  WS-PRINT-LINE     PIC X(132) VALUE SPACES.
      ******************************************************************
      * THE ADJUSTING ENTRY'S TWO GENERAL-LEDGER ACCOUNTS AND THE
      * REFERENCE CODE THE VOUCHER IS BOOKED UNDER.
      ******************************************************************
013600     02  WS-EXPENSE-ACCOUNT   PIC 9(8) VALUE 99990610.
013700     02  WS-ALLOWANCE-ACCOUNT PIC 9(8) VALUE 99990129.
013800     02  WS-RESERVE-REF-CODE  PIC X(6) VALUE 'BDRSV '.
013900 01  DATE-WORK-FIELDS.
014000     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
014100     02  FILLER REDEFINES WS-AS-OF-DATE.
014200         03  WS-AS-OF-PERIOD PIC 9(6).
014300         03  FILLER        PIC 9(2).
014400     02  WS-PRIOR-PERIOD   PIC 9(6)  VALUE ZERO.
014500     02  FILLER REDEFINES WS-PRIOR-PERIOD.
014600         03  WS-PRIOR-CCYY PIC 9(4).
014700         03  WS-PRIOR-MM   PIC 9(2).
      ******************************************************************
      * THE HOUSE ('*DFLT*') RATES AND UP TO 50 BRANCH OVERRIDES.
      ******************************************************************
014800 01  RATE-TABLE.
014900     02  DEFAULT-PERCENT   PIC 9(3)V99 OCCURS 4 TIMES.
015000     02  WS-OVERRIDE-COUNT PIC 9(3)  VALUE ZERO.
015100     02  OVERRIDE-ENTRY OCCURS 50 TIMES
015200                        INDEXED BY OVERRIDE-IDX.
015300         03  OV-REF-CODE   PIC X(06).
015400         03  OV-PERCENT    PIC 9(3)V99 OCCURS 4 TIMES.
015500 01  CURRENT-RATES.
015600     02  CUR-PERCENT       PIC 9(3)V99 OCCURS 4 TIMES.
      ******************************************************************
      * ONE ROW PER BRANCH SEEN ON THE EXTRACT, PLUS THE GRAND TOTAL.
      ******************************************************************
015700 01  BRANCH-TABLE.
015800     02  WS-BRANCH-COUNT   PIC 9(3)  VALUE ZERO.
015900     02  BRANCH-ENTRY OCCURS 100 TIMES
016000                      INDEXED BY BRANCH-IDX.
016100         03  BR-REF-CODE   PIC X(06).
016200         03  BR-OVERRIDE   PIC X(03).
016300         03  BR-BALANCE    PIC S9(11)V99 OCCURS 4 TIMES.
016400         03  BR-RESERVE    PIC S9(11)V99.
016500 01  GRAND-TOTALS.
016600     02  GT-BALANCE        PIC S9(11)V99 OCCURS 4 TIMES.
016700     02  GT-RESERVE        PIC S9(11)V99 OCCURS 4 TIMES.
016800 01  BUCKET-TITLE-TABLE.
016900     05  FILLER       PIC X(16) VALUE 'CURRENT'.
017000     05  FILLER       PIC X(16) VALUE '30 - 59 DAYS'.
017100     05  FILLER       PIC X(16) VALUE '60 - 89 DAYS'.
017200     05  FILLER       PIC X(16) VALUE '90 DAYS AND UP'.
017300 01  FILLER REDEFINES BUCKET-TITLE-TABLE.
017400     05  BUCKET-TITLE      PIC X(16) OCCURS 4 TIMES.
017500 COPY PAGING.
017600 COPY FINBDC01.
017700 01  BRANCH-LINE.
017800     02  FILLER                PIC X(2).
017900     02  BRL-REF-CODE          PIC X(6).
018000     02  FILLER                PIC X(2).
018100     02  BRL-RATES             PIC X(8).
018200     02  BRL-BALANCE-COLUMN OCCURS 4 TIMES.
018300         03  FILLER            PIC X(2).
018400         03  BRL-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
018500     02  FILLER                PIC X(2).
018600     02  BRL-RESERVE           PIC ZZZ,ZZZ,ZZ9.99-.
018700     02  FILLER                PIC X(32).
018800 01  BRANCH-HEADING-LINE.
018900     02  FILLER                PIC X(2).
019000     02  FILLER                PIC X(6)  VALUE 'REFCDE'.
019100     02  FILLER                PIC X(2).
019200     02  FILLER                PIC X(8)  VALUE 'RATES'.
019300     02  FILLER          PIC X(17) VALUE '          CURRENT'.
019400     02  FILLER          PIC X(17) VALUE '      30-59 DAYS '.
019500     02  FILLER          PIC X(17) VALUE '      60-89 DAYS '.
019600     02  FILLER          PIC X(17) VALUE '      90 AND UP  '.
019700     02  FILLER          PIC X(17) VALUE '      RESERVE    '.
019800     02  FILLER                PIC X(29).
019900 01  BUCKET-LINE.
020000     02  FILLER                PIC X(2).
020100     02  BKL-TITLE             PIC X(16).
020200     02  FILLER                PIC X(4).
020300     02  BKL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
020400     02  FILLER                PIC X(4).
020500     02  BKL-PERCENT           PIC ZZ9.99.
020600     02  FILLER                PIC X(4).
020700     02  BKL-RESERVE           PIC ZZZ,ZZZ,ZZ9.99-.
020800     02  FILLER                PIC X(66).
020900 01  BUCKET-HEADING-LINE.
021000     02  FILLER                PIC X(2).
021100     02  FILLER                PIC X(16) VALUE 'AGING BUCKET'.
021200     02  FILLER                PIC X(4).
021300     02  FILLER                PIC X(15) VALUE '  AGED BALANCE '.
021400     02  FILLER                PIC X(4).
021500     02  FILLER                PIC X(6)  VALUE 'DFLT %'.
021600     02  FILLER                PIC X(4).
021700     02  FILLER                PIC X(15) VALUE '  RESERVE      '.
021800     02  FILLER                PIC X(66).
022000 01  SUMMARY-LINE.
022100     02  FILLER                PIC X(2).
022200     02  SUM-TAG               PIC X(30).
022300     02  SUM-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
022400     02  FILLER                PIC X(2).
022500     02  SUM-NOTE              PIC X(30).
022600     02  FILLER                PIC X(49).
022700******************************************************************
022800 PROCEDURE DIVISION.
022900     DISPLAY 'FINALW01 - BAD-DEBT RESERVE CALCULATION STARTING'.
023000     PERFORM READ-CONTROL-CARD.
023100     PERFORM LOAD-RATE-TABLE.
023200     IF NOT DEFAULT-LOADED
023300        DISPLAY 'FINALW01 - NO *DFLT* ROW ON THE RATE CARDS - '
023400            'NO RESERVE CALCULATED'
023500        MOVE 12 TO RETURN-CODE
023600        GOBACK
023700     END-IF.
023800     INITIALIZE GRAND-TOTALS.
023900     OPEN OUTPUT REPORT-FILE VOUCHER-FILE.
024000     OPEN INPUT EXTRACT-FILE.
024100     OPEN I-O RESERVE-HISTORY-FILE.
024200     PERFORM GET-EXTRACT-RECORD.
024300     PERFORM RESERVE-AND-READ
024400        UNTIL END-OF-FILE.
024500     CLOSE EXTRACT-FILE.
024600     PERFORM FIND-PRIOR-RESERVE.
024700     COMPUTE WS-ADJUSTMENT =
024800         WS-REQUIRED-RESERVE - WS-PRIOR-RESERVE.
024900     PERFORM SAVE-RESERVE-HISTORY.
025000     IF WS-ADJUSTMENT NOT = ZERO
025100        PERFORM WRITE-ADJUSTING-VOUCHER
025200     END-IF.
025300     PERFORM REPORT-BRANCH-DERIVATION.
025400     PERFORM REPORT-RESERVE-SUMMARY.
025500     CLOSE RESERVE-HISTORY-FILE VOUCHER-FILE REPORT-FILE.
025600     DISPLAY 'FINALW01 - EXTRACT RECORDS READ: ' WS-EXTRACT-COUNT.
025700     DISPLAY 'FINALW01 - REQUIRED RESERVE:     '
025800         WS-REQUIRED-RESERVE.
025900     DISPLAY 'FINALW01 - ADJUSTMENT BOOKED:    ' WS-ADJUSTMENT.
026000     IF WS-RATE-REJECTS > ZERO OR NOT PRIOR-FOUND
026100           OR WS-OVERFLOW-COUNT > ZERO
026200        MOVE 4 TO RETURN-CODE
026300     END-IF.
026400     GOBACK.
026500******************************************************************
026600 READ-CONTROL-CARD.
026700     OPEN INPUT CONTROL-FILE.
026800     READ CONTROL-FILE AT END
026900         MOVE ZERO TO CC-PAGE-SIZE
027000         MOVE ZERO TO CC-AS-OF-DATE
027100     END-READ.
027200     CLOSE CONTROL-FILE.
027300     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
027400        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
027500     END-IF.
027600     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
027700        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
027800     ELSE
027900        MOVE ZERO TO BD-REQUEST-DATE
028000        CALL 'FINBDT01' USING FINBDC01-RECORD
028100        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
028200     END-IF.
028300     MOVE WS-AS-OF-PERIOD TO WS-PRIOR-PERIOD.
028400     IF WS-PRIOR-MM = 1
028500        SUBTRACT 1 FROM WS-PRIOR-CCYY
028600        MOVE 12 TO WS-PRIOR-MM
028700     ELSE
028800        SUBTRACT 1 FROM WS-PRIOR-MM
028900     END-IF.
029000******************************************************************
      * RATE CARDS -- THE '*DFLT*' ROW FILLS THE HOUSE TABLE, EVERY
      * OTHER ROW IS A BRANCH OVERRIDE. A CARD WITH A NON-NUMERIC
      * PERCENTAGE, A BLANK CODE OR NO ROOM LEFT IN THE TABLE IS
      * REJECTED ON THE CONSOLE.
      ******************************************************************
029100 LOAD-RATE-TABLE.
029200     MOVE SPACES TO INPUT-SWITCH.
029300     OPEN INPUT RATE-FILE.
029400     PERFORM LOAD-ONE-RATE-CARD
029500         THRU LOAD-ONE-RATE-CARD-EXIT
029600        UNTIL END-OF-FILE.
029700     CLOSE RATE-FILE.
029800     MOVE SPACES TO INPUT-SWITCH.
029900******************************************************************
030000 LOAD-ONE-RATE-CARD.
030100     READ RATE-FILE AT END
030200         MOVE 'EOF' TO INPUT-SWITCH
030300     END-READ.
030400     IF END-OF-FILE
030500        GO TO LOAD-ONE-RATE-CARD-EXIT
030600     END-IF.
030700     ADD 1 TO WS-RATE-COUNT.
030800     IF RR-REFERENCE-CODE = SPACES
030900           OR RR-RESERVE-PERCENT (1) NOT NUMERIC
031000           OR RR-RESERVE-PERCENT (2) NOT NUMERIC
031100           OR RR-RESERVE-PERCENT (3) NOT NUMERIC
031200           OR RR-RESERVE-PERCENT (4) NOT NUMERIC
031300        ADD 1 TO WS-RATE-REJECTS
031400        DISPLAY 'FINALW01 - RATE CARD REJECTED: '
031500            RESERVE-RATE-RECORD
031600        GO TO LOAD-ONE-RATE-CARD-EXIT
031700     END-IF.
031800     IF RR-DEFAULT-ROW
031900        MOVE 'YES' TO DEFAULT-SWITCH
032000        PERFORM MOVE-DEFAULT-PERCENT
032100            VARYING WS-BUCKET-SUB FROM 1 BY 1
032200            UNTIL WS-BUCKET-SUB > 4
032300        GO TO LOAD-ONE-RATE-CARD-EXIT
032400     END-IF.
032500     IF WS-OVERRIDE-COUNT NOT < 50
032600        ADD 1 TO WS-RATE-REJECTS
032700        DISPLAY 'FINALW01 - OVERRIDE TABLE FULL, CARD REJECTED: '
032800            RR-REFERENCE-CODE
032900        GO TO LOAD-ONE-RATE-CARD-EXIT
033000     END-IF.
033100     ADD 1 TO WS-OVERRIDE-COUNT.
033200     SET OVERRIDE-IDX TO WS-OVERRIDE-COUNT.
033300     MOVE RR-REFERENCE-CODE TO OV-REF-CODE (OVERRIDE-IDX).
033400     PERFORM MOVE-OVERRIDE-PERCENT
033500         VARYING WS-BUCKET-SUB FROM 1 BY 1
033600         UNTIL WS-BUCKET-SUB > 4.
033700 LOAD-ONE-RATE-CARD-EXIT.
033800     EXIT.
033900******************************************************************
034000 MOVE-DEFAULT-PERCENT.
034100     MOVE RR-RESERVE-PERCENT (WS-BUCKET-SUB)
034200         TO DEFAULT-PERCENT (WS-BUCKET-SUB).
034300******************************************************************
034400 MOVE-OVERRIDE-PERCENT.
034500     MOVE RR-RESERVE-PERCENT (WS-BUCKET-SUB)
034600         TO OV-PERCENT (OVERRIDE-IDX, WS-BUCKET-SUB).
034700******************************************************************
034800 GET-EXTRACT-RECORD.
034900     READ EXTRACT-FILE AT END
035000         MOVE 'EOF' TO INPUT-SWITCH.
035100******************************************************************
035200 RESERVE-AND-READ.
035300     PERFORM RESERVE-ONE-ACCOUNT.
035400     PERFORM GET-EXTRACT-RECORD.
035500******************************************************************
      * THE ACCOUNT'S BRANCH PICKS THE RATE ROW; EACH POSITIVE BUCKET
      * AMOUNT IS RESERVED AT ITS BUCKET'S PERCENTAGE, ROUNDED TO THE
      * CENT PER ACCOUNT PER BUCKET. THE BUCKETS ARE FIRST HELD TO THE
      * ACCOUNT'S BALANCE, OLDEST BUCKET FIRST, SO NO ACCOUNT IS
      * RESERVED ON MORE THAN IT OWES; AN ACCOUNT WITH A ZERO OR
      * CREDIT BALANCE CARRIES NO RESERVE AT ALL.
      ******************************************************************
035600 RESERVE-ONE-ACCOUNT.
035700     ADD 1 TO WS-EXTRACT-COUNT.
035800     PERFORM FIND-RATE-ROW.
035900     PERFORM FIND-BRANCH-ENTRY.
035910     COMPUTE WS-BALANCE-LEFT = AX-AMOUNT-1 + AX-AMOUNT-2.
035920     IF WS-BALANCE-LEFT > ZERO
035930        PERFORM HOLD-BUCKET-TO-BALANCE
035940            VARYING WS-BUCKET-SUB FROM 4 BY -1
035950            UNTIL WS-BUCKET-SUB < 1
036000        PERFORM RESERVE-ONE-BUCKET
036100            VARYING WS-BUCKET-SUB FROM 1 BY 1
036200            UNTIL WS-BUCKET-SUB > 4
036210     END-IF.
036220******************************************************************
036230 HOLD-BUCKET-TO-BALANCE.
036240     IF AX-BUCKET-AMOUNT (WS-BUCKET-SUB) > WS-BALANCE-LEFT
036250        MOVE WS-BALANCE-LEFT TO AX-BUCKET-AMOUNT (WS-BUCKET-SUB)
036260     END-IF.
036270     IF AX-BUCKET-AMOUNT (WS-BUCKET-SUB) > ZERO
036280        SUBTRACT AX-BUCKET-AMOUNT (WS-BUCKET-SUB)
036290            FROM WS-BALANCE-LEFT
036295     END-IF.
036300******************************************************************
036400 FIND-RATE-ROW.
036500     MOVE 'NO ' TO RATE-FOUND-SWITCH.
036600     PERFORM MATCH-OVERRIDE-ROW
036700         VARYING OVERRIDE-IDX FROM 1 BY 1
036800         UNTIL OVERRIDE-IDX > WS-OVERRIDE-COUNT
036900            OR RATE-FOUND.
037000     IF RATE-FOUND
037100        SET OVERRIDE-IDX DOWN BY 1
037200        PERFORM TAKE-OVERRIDE-PERCENT
037300            VARYING WS-BUCKET-SUB FROM 1 BY 1
037400            UNTIL WS-BUCKET-SUB > 4
037500     ELSE
037600        PERFORM TAKE-DEFAULT-PERCENT
037700            VARYING WS-BUCKET-SUB FROM 1 BY 1
037800            UNTIL WS-BUCKET-SUB > 4
037900     END-IF.
038000******************************************************************
038100 MATCH-OVERRIDE-ROW.
038200     IF OV-REF-CODE (OVERRIDE-IDX) = AX-REFERENCE-CODE
038300        SET RATE-FOUND TO TRUE
038400     END-IF.
038500******************************************************************
038600 TAKE-OVERRIDE-PERCENT.
038700     MOVE OV-PERCENT (OVERRIDE-IDX, WS-BUCKET-SUB)
038800         TO CUR-PERCENT (WS-BUCKET-SUB).
038900******************************************************************
039000 TAKE-DEFAULT-PERCENT.
039100     MOVE DEFAULT-PERCENT (WS-BUCKET-SUB)
039200         TO CUR-PERCENT (WS-BUCKET-SUB).
039300******************************************************************
039400 FIND-BRANCH-ENTRY.
039500     MOVE 'NO ' TO BRANCH-FOUND-SWITCH.
039600     PERFORM MATCH-BRANCH-ENTRY
039700         VARYING BRANCH-IDX FROM 1 BY 1
039800         UNTIL BRANCH-IDX > WS-BRANCH-COUNT
039900            OR BRANCH-FOUND.
040000     IF BRANCH-FOUND
040100        SET BRANCH-IDX DOWN BY 1
040200     ELSE
040300        IF WS-BRANCH-COUNT < 100
040400           ADD 1 TO WS-BRANCH-COUNT
040500           SET BRANCH-IDX TO WS-BRANCH-COUNT
040600           MOVE 'YES' TO BRANCH-FOUND-SWITCH
040700           MOVE AX-REFERENCE-CODE TO BR-REF-CODE (BRANCH-IDX)
040800           IF RATE-FOUND
040900              MOVE 'OVR' TO BR-OVERRIDE (BRANCH-IDX)
041000           ELSE
041100              MOVE 'DFT' TO BR-OVERRIDE (BRANCH-IDX)
041200           END-IF
041300           MOVE ZERO TO BR-BALANCE (BRANCH-IDX, 1)
041400                        BR-BALANCE (BRANCH-IDX, 2)
041500                        BR-BALANCE (BRANCH-IDX, 3)
041600                        BR-BALANCE (BRANCH-IDX, 4)
041700                        BR-RESERVE (BRANCH-IDX)
041800        ELSE
041900           ADD 1 TO WS-OVERFLOW-COUNT
042000        END-IF
042100     END-IF.
042200******************************************************************
042300 MATCH-BRANCH-ENTRY.
042400     IF BR-REF-CODE (BRANCH-IDX) = AX-REFERENCE-CODE
042500        SET BRANCH-FOUND TO TRUE
042600     END-IF.
042700******************************************************************
      * A BRANCH THAT DID NOT FIT THE TABLE STILL COUNTS IN THE GRAND
      * TOTALS AND THE VOUCHER -- IT IS ONLY MISSING FROM THE
      * BRANCH DERIVATION LINES.
      ******************************************************************
042800 RESERVE-ONE-BUCKET.
042900     IF AX-BUCKET-AMOUNT (WS-BUCKET-SUB) > ZERO
043000        COMPUTE WS-ITEM-RESERVE ROUNDED =
043100            AX-BUCKET-AMOUNT (WS-BUCKET-SUB)
043200            * CUR-PERCENT (WS-BUCKET-SUB) / 100
043300        ADD AX-BUCKET-AMOUNT (WS-BUCKET-SUB)
043400            TO GT-BALANCE (WS-BUCKET-SUB)
043500        ADD WS-ITEM-RESERVE TO GT-RESERVE (WS-BUCKET-SUB)
043600        ADD WS-ITEM-RESERVE TO WS-REQUIRED-RESERVE
043700        IF BRANCH-FOUND
043800           ADD AX-BUCKET-AMOUNT (WS-BUCKET-SUB)
043900               TO BR-BALANCE (BRANCH-IDX, WS-BUCKET-SUB)
044000           ADD WS-ITEM-RESERVE TO BR-RESERVE (BRANCH-IDX)
044100        END-IF
044200     END-IF.
044300******************************************************************
044400 FIND-PRIOR-RESERVE.
044500     MOVE WS-PRIOR-PERIOD TO RH-PERIOD.
044600     READ RESERVE-HISTORY-FILE
044700         INVALID KEY
044800            MOVE 'NO ' TO PRIOR-SWITCH
044900            MOVE ZERO TO WS-PRIOR-RESERVE
045000         NOT INVALID KEY
045100            MOVE 'YES' TO PRIOR-SWITCH
045200            MOVE RH-REQUIRED-RESERVE TO WS-PRIOR-RESERVE
045300     END-READ.
045400******************************************************************
      * A RERUN FOR THE SAME PERIOD REPLACES THE PERIOD'S RECORD, SO
      * NEXT MONTH ALWAYS COMPARES WITH THE LAST FIGURE BOOKED.
      ******************************************************************
045500 SAVE-RESERVE-HISTORY.
045600     MOVE WS-AS-OF-PERIOD TO RH-PERIOD.
045700     READ RESERVE-HISTORY-FILE
045800         INVALID KEY
045900            MOVE 'NO ' TO HISTORY-SWITCH
046000         NOT INVALID KEY
046100            MOVE 'YES' TO HISTORY-SWITCH
046200     END-READ.
046300     MOVE SPACES TO RESERVE-HISTORY-RECORD.
046400     MOVE WS-AS-OF-PERIOD TO RH-PERIOD.
046500     MOVE WS-AS-OF-DATE TO RH-RUN-DATE.
046600     PERFORM MOVE-HISTORY-BUCKET
046700         VARYING WS-BUCKET-SUB FROM 1 BY 1
046800         UNTIL WS-BUCKET-SUB > 4.
046900     MOVE WS-REQUIRED-RESERVE TO RH-REQUIRED-RESERVE.
047000     MOVE WS-PRIOR-RESERVE TO RH-PRIOR-RESERVE.
047100     MOVE WS-ADJUSTMENT TO RH-ADJUSTMENT.
047200     IF PERIOD-ON-FILE
047300        REWRITE RESERVE-HISTORY-RECORD
047400     ELSE
047500        WRITE RESERVE-HISTORY-RECORD
047600     END-IF.
047700******************************************************************
047800 MOVE-HISTORY-BUCKET.
047900     MOVE GT-BALANCE (WS-BUCKET-SUB)
048000         TO RH-BUCKET-BALANCE (WS-BUCKET-SUB).
048100     MOVE GT-RESERVE (WS-BUCKET-SUB)
048200         TO RH-BUCKET-RESERVE (WS-BUCKET-SUB).
048300******************************************************************
      * ONE VOUCHER, BATCH 1: HEADER, THE DEBIT, THE OFFSETTING
      * CREDIT AND THE TRAILER -- THE SAME SHAPE FINJVG01 WRITES. AN
      * INCREASE IN THE RESERVE DEBITS BAD-DEBT EXPENSE; A RELEASE
      * DEBITS THE ALLOWANCE.
      ******************************************************************
048400 WRITE-ADJUSTING-VOUCHER.
048500     IF WS-ADJUSTMENT < ZERO
048600        COMPUTE WS-VOUCHER-AMOUNT = ZERO - WS-ADJUSTMENT
048700     ELSE
048800        MOVE WS-ADJUSTMENT TO WS-VOUCHER-AMOUNT
048900     END-IF.
049000     MOVE SPACES TO VOUCHER-RECORD.
049100     MOVE 'H' TO JV-REC-TYPE.
049200     MOVE 1 TO JV-BATCH-NUMBER.
049300     MOVE ZERO TO JV-ACCOUNT-NUMBER.
049400     MOVE WS-RESERVE-REF-CODE TO JV-REFERENCE-CODE.
049500     MOVE SPACE TO JV-DRCR-CODE.
049600     MOVE ZERO TO JV-AMOUNT.
049700     MOVE WS-AS-OF-DATE TO JV-POSTING-DATE.
049800     WRITE VOUCHER-RECORD.
049900     MOVE 'D' TO JV-REC-TYPE.
050000     IF WS-ADJUSTMENT > ZERO
050100        MOVE WS-EXPENSE-ACCOUNT TO JV-ACCOUNT-NUMBER
050200     ELSE
050300        MOVE WS-ALLOWANCE-ACCOUNT TO JV-ACCOUNT-NUMBER
050400     END-IF.
050500     MOVE 'D' TO JV-DRCR-CODE.
050600     MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT.
050700     WRITE VOUCHER-RECORD.
050800     IF WS-ADJUSTMENT > ZERO
050900        MOVE WS-ALLOWANCE-ACCOUNT TO JV-ACCOUNT-NUMBER
051000     ELSE
051100        MOVE WS-EXPENSE-ACCOUNT TO JV-ACCOUNT-NUMBER
051200     END-IF.
051300     MOVE 'C' TO JV-DRCR-CODE.
051400     WRITE VOUCHER-RECORD.
051500     MOVE SPACES TO VOUCHER-RECORD.
051600     MOVE 'T' TO JV-REC-TYPE.
051700     MOVE 1 TO JV-BATCH-NUMBER.
051800     MOVE 2 TO JV-TRL-LINE-COUNT.
051900     MOVE WS-VOUCHER-AMOUNT TO JV-TRL-DEBIT-TOTAL.
052000     MOVE WS-VOUCHER-AMOUNT TO JV-TRL-CREDIT-TOTAL.
052100     WRITE VOUCHER-RECORD.
052200******************************************************************
052300 REPORT-BRANCH-DERIVATION.
052400     PERFORM WRITE-HEADER.
052500     MOVE BRANCH-HEADING-LINE TO WS-PRINT-LINE.
052600     PERFORM WRITE-REPORT-LINE.
052700     MOVE 2 TO LINE-SPACING.
052800     PERFORM WRITE-BRANCH-LINE
052900         VARYING BRANCH-IDX FROM 1 BY 1
053000         UNTIL BRANCH-IDX > WS-BRANCH-COUNT.
053100******************************************************************
053200 WRITE-BRANCH-LINE.
053300     MOVE BR-REF-CODE (BRANCH-IDX) TO BRL-REF-CODE.
053400     IF BR-OVERRIDE (BRANCH-IDX) = 'OVR'
053500        MOVE 'OVERRIDE' TO BRL-RATES
053600     ELSE
053700        MOVE 'HOUSE' TO BRL-RATES
053800     END-IF.
053900     PERFORM MOVE-BRANCH-BALANCE
054000         VARYING WS-BUCKET-SUB FROM 1 BY 1
054100         UNTIL WS-BUCKET-SUB > 4.
054200     MOVE BR-RESERVE (BRANCH-IDX) TO BRL-RESERVE.
054300     MOVE BRANCH-LINE TO WS-PRINT-LINE.
054400     PERFORM WRITE-REPORT-LINE.
054500******************************************************************
054600 MOVE-BRANCH-BALANCE.
054700     MOVE BR-BALANCE (BRANCH-IDX, WS-BUCKET-SUB)
054800         TO BRL-BALANCE (WS-BUCKET-SUB).
054900******************************************************************
055000 REPORT-RESERVE-SUMMARY.
055100     PERFORM WRITE-HEADER.
055200     MOVE BUCKET-HEADING-LINE TO WS-PRINT-LINE.
055300     PERFORM WRITE-REPORT-LINE.
055400     MOVE 2 TO LINE-SPACING.
055500     PERFORM WRITE-BUCKET-LINE
055600         VARYING WS-BUCKET-SUB FROM 1 BY 1
055700         UNTIL WS-BUCKET-SUB > 4.
055800     MOVE 2 TO LINE-SPACING.
055900     MOVE SPACES TO SUM-NOTE.
056000     MOVE 'REQUIRED RESERVE            - ' TO SUM-TAG.
056100     MOVE WS-REQUIRED-RESERVE TO SUM-AMOUNT.
056200     PERFORM WRITE-SUMMARY-LINE.
056300     MOVE 'PRIOR MONTH RESERVE         - ' TO SUM-TAG.
056400     MOVE WS-PRIOR-RESERVE TO SUM-AMOUNT.
056500     IF NOT PRIOR-FOUND
056600        MOVE 'NO PRIOR MONTH ON FILE' TO SUM-NOTE
056700     END-IF.
056800     PERFORM WRITE-SUMMARY-LINE.
056900     MOVE SPACES TO SUM-NOTE.
057000     MOVE 'ADJUSTMENT BOOKED           - ' TO SUM-TAG.
057100     MOVE WS-ADJUSTMENT TO SUM-AMOUNT.
057200     IF WS-ADJUSTMENT = ZERO
057300        MOVE 'NO VOUCHER REQUIRED' TO SUM-NOTE
057400     ELSE
057500        IF WS-ADJUSTMENT > ZERO
057600           MOVE 'DR EXPENSE / CR ALLOWANCE' TO SUM-NOTE
057700        ELSE
057800           MOVE 'DR ALLOWANCE / CR EXPENSE' TO SUM-NOTE
057900        END-IF
058000     END-IF.
058100     PERFORM WRITE-SUMMARY-LINE.
058200     IF WS-OVERFLOW-COUNT > ZERO
058300        MOVE 'ACCOUNTS PAST BRANCH TABLE   - ' TO SUM-TAG
058400        MOVE WS-OVERFLOW-COUNT TO SUM-AMOUNT
058500        MOVE 'IN TOTALS, NOT BRANCH LINES' TO SUM-NOTE
058600        PERFORM WRITE-SUMMARY-LINE
058700     END-IF.
058800******************************************************************
058900 WRITE-BUCKET-LINE.
059000     MOVE BUCKET-TITLE (WS-BUCKET-SUB) TO BKL-TITLE.
059100     MOVE GT-BALANCE (WS-BUCKET-SUB) TO BKL-BALANCE.
059200     MOVE DEFAULT-PERCENT (WS-BUCKET-SUB) TO BKL-PERCENT.
059300     MOVE GT-RESERVE (WS-BUCKET-SUB) TO BKL-RESERVE.
059400     MOVE BUCKET-LINE TO WS-PRINT-LINE.
059500     PERFORM WRITE-REPORT-LINE.
059600******************************************************************
059700 WRITE-SUMMARY-LINE.
059800     MOVE SUMMARY-LINE TO WS-PRINT-LINE.
059900     PERFORM WRITE-REPORT-LINE.
060000******************************************************************
060100 WRITE-REPORT-LINE.
060200     IF LINES-WRITTEN >= WS-PAGE-SIZE
060400        PERFORM WRITE-HEADER
060500        MOVE 2 TO LINE-SPACING
060600     END-IF.
060700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
060750     MOVE WS-PRINT-LINE TO OUTPUT-LINE.
060800     WRITE OUTPUT-RECORD.
060900     ADD 1 TO LINES-WRITTEN.
061000     MOVE 1 TO LINE-SPACING.
061100******************************************************************
061200 WRITE-HEADER.
061300     MOVE ZERO TO LINES-WRITTEN.
061400     ACCEPT HDR-PRT-DATE FROM DATE.
061500     ACCEPT HDR-PRT-TIME FROM TIME.
061600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
061700     ADD 1 TO PAGE-COUNT
061800     MOVE '   BAD-DEBT RESERVE DERIVATION '   TO REPORT-TITLE.
061900     MOVE PAGE-COUNT TO PAGE-NUMBER.
062000     MOVE HEADER-RECORD TO OUTPUT-LINE.
062100     WRITE OUTPUT-RECORD.
062200     MOVE 1 TO LINE-SPACING.
