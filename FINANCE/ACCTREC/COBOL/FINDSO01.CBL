000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDSO01.
      ******************************************************************
      * FINDSO01 -- DAYS-SALES-OUTSTANDING AND COLLECTION-EFFECTIVENESS
      *             REPORT. RUN AT MONTH END AFTER FINROL01 HAS CLOSED
      *             THE PERIOD, FOR THE NEWEST MONTH ON PERIODHX THAT
      *             HAS '*BRANCH*' CLOSE RECORDS (NOT LATER THAN THE
      *             AS-OF DATE). FOR EACH REFERENCE CODE:
      *               - ENDING RECEIVABLES -- EVERY ACCOUNT ON THE
      *                 ACCOUNT-BALANCE FILE (SEE ACCTBAL), AT ITS
      *                 MASTER BALANCE, UNDER ITS MASTER BRANCH
      *               - CREDIT SALES -- THE MONTH'S PERIODHX BRANCH
      *                 CLOSE TOTAL
      *               - COLLECTIONS -- RECEIPTS FINCSH01 APPLIED IN
      *                 THE MONTH (PAIDITM, BY APPLIED DATE)
      *               - BEGINNING RECEIVABLES -- LAST MONTH'S ENDING
      *                 FIGURE OFF THE DSO HISTORY FILE (SEE DSOHIST)
      *             DSO = ENDING RECEIVABLES / CREDIT SALES X DAYS IN
      *             THE MONTH. CEI = COLLECTIONS / (BEGINNING
      *             RECEIVABLES + CREDIT SALES) X 100.
      *             THE MONTH'S FIGURES GO ON THE HISTORY FILE (A RERUN
      *             REPLACES THEM) AND THE REPORT SHOWS, IN FOUR
      *             SECTIONS: THE BRANCHES FOR THE MONTH, FLAGGING ANY
      *             WHOSE DSO WORSENED BY MORE THAN CC-DSO-TOLERANCE
      *             DAYS (DEFAULT 5) ON THE MONTH BEFORE; THE SAME
      *             FIGURES ROLLED UP THROUGH THE HIERARCH FILE TO
      *             REGION AND DIVISION; AND THE LAST TWELVE CLOSED
      *             MONTHS OF DSO, THEN OF CEI, SIDE BY SIDE FOR EVERY
      *             BRANCH, REGION AND DIVISION, NEWEST FIRST, THE WAY
      *             FINTRD01 TRENDS ACTIVITY. REGION AND DIVISION
      *             RATIOS ARE RE-DERIVED FROM THEIR BRANCHES' AMOUNTS,
      *             NOT AVERAGED. BRANCHES WITH NO HIERARCHY RECORD
      *             ROLL UP UNDER THE UNMAPPED REGION AND DIVISION AND
      *             END RETURN-CODE 4, THE FINHRR01 CONVENTION; SO DOES
      *             A FULL BRANCH OR ROLLUP TABLE, OR NO CLOSED MONTH
      *             TO REPORT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-14  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT OPTIONAL PERIOD-HISTORY-FILE ASSIGN U-T-PERHIS.
000900     SELECT OPTIONAL HIERARCHY-FILE ASSIGN U-T-HIERCH.
001000     SELECT BALANCE-FILE ASSIGN U-T-ACTBAL
001100        ORGANIZATION IS INDEXED
001200        ACCESS MODE IS DYNAMIC
001300        RECORD KEY IS AB-ACCOUNT-NUMBER
001400        FILE STATUS IS WS-BALANCE-STATUS.
001500     SELECT MASTER-FILE ASSIGN U-T-MASTER
001600        ORGANIZATION IS INDEXED
001700        ACCESS MODE IS DYNAMIC
001800        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001900        FILE STATUS IS WS-MASTER-STATUS.
002000     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
002100        ORGANIZATION IS INDEXED
002200        ACCESS MODE IS DYNAMIC
002300        RECORD KEY IS PI-KEY
002400        FILE STATUS IS WS-PAIDITM-STATUS.
002500     SELECT DSO-HISTORY-FILE ASSIGN U-T-DSOHIS
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS DH-KEY
002900        FILE STATUS IS WS-DSOHIS-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD REPORT-FILE
003300     LABEL RECORDS ARE OMITTED
003400     RECORDING MODE IS F
003500     RECORD CONTAINS 133 CHARACTERS
003600     DATA RECORD IS OUTPUT-RECORD.
003700   01 OUTPUT-RECORD.
003800     02 CARRIAGE-CONTROL PIC X.
003900     02 OUTPUT-LINE      PIC X(132).
004000 FD CONTROL-FILE
004100     LABEL RECORDS ARE STANDARD
004200     RECORD CONTAINS 80 CHARACTERS
004300     DATA RECORD IS CONTROL-CARD-RECORD.
004400 COPY CTLCARD.
004500 FD PERIOD-HISTORY-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS
004800     DATA RECORD IS PERIOD-HISTORY-RECORD.
004900 COPY PERIODHX.
005000 FD HIERARCHY-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS
005300     DATA RECORD IS HIERARCHY-RECORD.
005400 COPY HIERARCH.
005500 FD BALANCE-FILE
005600     LABEL RECORDS ARE STANDARD
005700     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
005800 COPY ACCTBAL.
005900 FD MASTER-FILE
006000     LABEL RECORDS ARE STANDARD
006100     DATA RECORD IS MASTER-RECORD.
006200 COPY MSTRFILE.
006300 FD PAID-ITEMS-FILE
006400     LABEL RECORDS ARE STANDARD
006500     DATA RECORD IS PAID-ITEM-RECORD.
006600 COPY PAIDITM.
006700 FD DSO-HISTORY-FILE
006800     LABEL RECORDS ARE STANDARD
006900     DATA RECORD IS DSO-HISTORY-RECORD.
007000 COPY DSOHIST.
      ******************************************************************
007100 WORKING-STORAGE SECTION.
007200 COPY HEADER1.
007300 01  PROGRAM-WORK-FIELDS.
007400     02  INPUT-SWITCH      PIC X(3).
007500         88  END-OF-FILE   VALUE 'EOF'.
007600     02  HIER-SWITCH       PIC X(3).
007700         88  END-OF-HIER   VALUE 'EOF'.
007800     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
007900     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 40.
008000     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
008100     02  WS-BALANCE-STATUS PIC X(2)  VALUE ZERO.
008200     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
008300     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
008400     02  WS-DSOHIS-STATUS  PIC X(2)  VALUE ZERO.
008500     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
008600         88  ENTRY-FOUND   VALUE 'YES'.
008700     02  SLOT-SWITCH       PIC X(3)  VALUE 'NO '.
008800         88  SLOT-ASSIGNED VALUE 'YES'.
008900     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
009000         88  MASTER-FOUND  VALUE 'YES'.
009100     02  HISTORY-SWITCH    PIC X(3)  VALUE 'NO '.
009200         88  PERIOD-ON-FILE VALUE 'YES'.
009300     02  WS-BRANCH-DROPPED PIC 9(5)  VALUE ZERO.
009400     02  WS-ROLLUP-DROPPED PIC 9(5)  VALUE ZERO.
009500     02  WS-UNMAPPED-COUNT PIC 9(5)  VALUE ZERO.
009600     02  WS-NO-MASTER-COUNT PIC 9(7) VALUE ZERO.
009700     02  WS-FLAGGED-COUNT  PIC 9(5)  VALUE ZERO.
009800     02  WS-PERIOD-SUB     PIC 9(2)  COMP.
009900     02  WS-PERIOD-COUNT   PIC 9(2)  COMP VALUE ZERO.
010000     02  WS-COLUMN-SUB     PIC 9(2)  COMP.
010100     02  WS-BRANCH-SUB     PIC 9(3)  COMP.
010200     02  WS-BRANCH-COUNT   PIC 9(3)  COMP VALUE ZERO.
010300     02  WS-ROLLUP-SUB     PIC 9(3)  COMP.
010400     02  WS-ROLLUP-COUNT   PIC 9(3)  COMP VALUE ZERO.
010500     02  WS-HIER-SUB       PIC 9(3)  COMP.
010600     02  WS-HIER-COUNT     PIC 9(3)  COMP VALUE ZERO.
010700     02  WS-HOLD-PERIOD    PIC 9(6)  VALUE ZERO.
010800     02  WS-HOLD-DAYS      PIC 9(2)  VALUE ZERO.
010900     02  WS-FIND-REF-CODE  PIC X(6)  VALUE SPACES.
011000     02  WS-FIND-LEVEL     PIC X(1)  VALUE SPACE.
011100     02  WS-FIND-CODE      PIC X(6)  VALUE SPACES.
011200     02  WS-FIND-NAME      PIC X(20) VALUE SPACES.
011300     02  WS-PRINT-LEVEL    PIC X(1)  VALUE SPACE.
011400     02  WS-TREND-MEASURE  PIC X(1)  VALUE SPACE.
011500         88  TREND-OF-DSO  VALUE 'D'.
011600         88  TREND-OF-CEI  VALUE 'C'.
011700     02  WS-DSO-TOLERANCE  PIC 9(3)  VALUE 5.
011800     02  WS-DSO-CHANGE     PIC S9(3)V9 VALUE ZERO.
011900     02  WS-PRINT-LINE     PIC X(132) VALUE SPACES.
012000     02  WS-COLUMN-HEADING PIC X(132) VALUE SPACES.
012100 01  DATE-WORK-FIELDS.
012200     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
012300     02  FILLER REDEFINES WS-AS-OF-DATE.
012400         03  WS-AS-OF-PERIOD PIC 9(6).
012500         03  FILLER        PIC 9(2).
012600     02  WS-REPORT-PERIOD  PIC 9(6)  VALUE ZERO.
012700     02  WS-PRIOR-PERIOD   PIC 9(6)  VALUE ZERO.
012800     02  FILLER REDEFINES WS-PRIOR-PERIOD.
012900         03  WS-PRIOR-CCYY PIC 9(4).
013000         03  WS-PRIOR-MM   PIC 9(2).
013100     02  WS-NEXT-PERIOD    PIC 9(6)  VALUE ZERO.
013200     02  FILLER REDEFINES WS-NEXT-PERIOD.
013300         03  WS-NEXT-CCYY  PIC 9(4).
013400         03  WS-NEXT-MM    PIC 9(2).
013500     02  WS-APPLIED-PERIOD PIC 9(6)  VALUE ZERO.
013600     02  WS-PERIOD-DAYS    PIC 9(2)  VALUE 30.
      ******************************************************************
      * RATIO WORK AREA -- LOADED WITH A BRANCH'S, REGION'S OR
      * DIVISION'S AMOUNTS FOR ONE MONTH AND TURNED INTO ITS DSO AND
      * CEI BY COMPUTE-RATIOS. A RATIO WITH NOTHING TO DIVIDE BY IS
      * LEFT UNMEASURED ('N'); ONE PAST 999.9 PRINTS AS 999.9.
      ******************************************************************
013700 01  RATIO-WORK-FIELDS.
013800     02  WS-CALC-BEGIN-AR  PIC S9(13)V99 VALUE ZERO.
013900     02  WS-CALC-ENDING-AR PIC S9(13)V99 VALUE ZERO.
014000     02  WS-CALC-SALES     PIC S9(13)V99 VALUE ZERO.
014100     02  WS-CALC-COLLECTED PIC S9(13)V99 VALUE ZERO.
014200     02  WS-CALC-DAYS      PIC 9(2)  VALUE ZERO.
014300     02  WS-CALC-BASE      PIC S9(13)V99 VALUE ZERO.
014400     02  WS-CALC-WORK      PIC S9(13)V9 VALUE ZERO.
014500     02  WS-CALC-DSO       PIC 9(3)V9 VALUE ZERO.
014600     02  WS-CALC-DSO-VALID PIC X(1)  VALUE 'N'.
014700         88  CALC-DSO-MEASURED VALUE 'Y'.
014800     02  WS-CALC-CEI       PIC 9(3)V9 VALUE ZERO.
014900     02  WS-CALC-CEI-VALID PIC X(1)  VALUE 'N'.
015000         88  CALC-CEI-MEASURED VALUE 'Y'.
015100     02  WS-EDIT-RATIO     PIC ZZ9.9.
015200     02  WS-EDIT-CHANGE    PIC +ZZ9.9.
      ******************************************************************
      * THE TWELVE NEWEST CLOSED MONTHS ON THE HISTORY FILE, NEWEST
      * FIRST ONCE THE COLLECTION PASS IS SORTED.
      ******************************************************************
015300 01  PERIOD-LIST.
015400     05  PERIOD-LIST-ENTRY OCCURS 12 TIMES.
015500         10  PL-PERIOD         PIC 9(06).
015600         10  PL-DAYS           PIC 9(02).
015700 01  BRANCH-TABLE.
015800     05  BRANCH-ENTRY OCCURS 100 TIMES.
015900         10  BR-REF-CODE       PIC X(06).
016000         10  BR-REGION-CODE    PIC X(06).
016100         10  BR-CURRENT        PIC X(01).
016200         10  BR-REGION-SUB     PIC 9(03) COMP.
016300         10  BR-DIVISION-SUB   PIC 9(03) COMP.
016400         10  BR-BEGIN-AR       PIC S9(13)V99.
016500         10  BR-ENDING-AR      PIC S9(13)V99.
016600         10  BR-SALES          PIC S9(13)V99.
016700         10  BR-COLLECTED      PIC S9(13)V99.
016800         10  BR-DSO            PIC 9(03)V9.
016900         10  BR-DSO-VALID      PIC X(01).
017000         10  BR-PRIOR-DSO      PIC 9(03)V9.
017100         10  BR-PRIOR-VALID    PIC X(01).
017200         10  BR-CEI            PIC 9(03)V9.
017300         10  BR-CEI-VALID      PIC X(01).
017400         10  BR-WORSE-FLAG     PIC X(01).
017500         10  BR-COLUMN OCCURS 12 TIMES.
017600             15  BC-DSO        PIC 9(03)V9.
017700             15  BC-DSO-VALID  PIC X(01).
017800             15  BC-CEI        PIC 9(03)V9.
017900             15  BC-CEI-VALID  PIC X(01).
      ******************************************************************
      * REGIONS (LEVEL 'R') AND DIVISIONS (LEVEL 'D') SHARE ONE TABLE;
      * EACH CARRIES ITS BRANCHES' RAW AMOUNTS PER TREND COLUMN.
      ******************************************************************
018000 01  ROLLUP-TABLE.
018100     05  ROLLUP-ENTRY OCCURS 60 TIMES.
018200         10  RU-LEVEL          PIC X(01).
018300         10  RU-CODE           PIC X(06).
018400         10  RU-NAME           PIC X(20).
018500         10  RU-COLUMN OCCURS 12 TIMES.
018600             15  RC-BEGIN-AR   PIC S9(13)V99.
018700             15  RC-ENDING-AR  PIC S9(13)V99.
018800             15  RC-SALES      PIC S9(13)V99.
018900             15  RC-COLLECTED  PIC S9(13)V99.
019000 01  HIERARCHY-TABLE.
019100     05  HIERARCHY-ENTRY OCCURS 100 TIMES.
019200         10  HT-REF-CODE       PIC X(06).
019300         10  HT-REGION-CODE    PIC X(06).
019400         10  HT-REGION-NAME    PIC X(20).
019500         10  HT-DIVISION-CODE  PIC X(06).
019600         10  HT-DIVISION-NAME  PIC X(20).
019700 COPY PAGING.
019800 COPY FINBDC01.
019900 COPY FINDTC01.
020000 01  CAPTION-LINE.
020100     02  FILLER                PIC X(1).
020200     02  CAP-TEXT              PIC X(40).
020300     02  CAP-PERIOD-TAG        PIC X(15).
020400     02  CAP-PERIOD            PIC 9(6) BLANK WHEN ZERO.
020500     02  FILLER                PIC X(70).
020600 01  BRANCH-PERF-LINE.
020700     02  FILLER                PIC X(1).
020800     02  BPL-REF-CODE          PIC X(6).
020900     02  FILLER                PIC X(1).
021000     02  BPL-REGION-CODE       PIC X(6).
021100     02  FILLER                PIC X(2).
021200     02  BPL-ENDING-AR         PIC ZZ,ZZZ,ZZZ,ZZ9-.
021300     02  FILLER                PIC X(1).
021400     02  BPL-SALES             PIC ZZ,ZZZ,ZZZ,ZZ9-.
021500     02  FILLER                PIC X(1).
021600     02  BPL-COLLECTED         PIC ZZ,ZZZ,ZZZ,ZZ9-.
021700     02  FILLER                PIC X(2).
021800     02  BPL-DSO               PIC X(6).
021900     02  FILLER                PIC X(2).
022000     02  BPL-PRIOR-DSO         PIC X(6).
022100     02  FILLER                PIC X(2).
022200     02  BPL-CHANGE            PIC X(7).
022300     02  FILLER                PIC X(2).
022400     02  BPL-CEI               PIC X(6).
022500     02  FILLER                PIC X(2).
022600     02  BPL-FLAG              PIC X(12).
022700     02  FILLER                PIC X(22).
022800 01  BRANCH-PERF-HEADING.
022900     02  FILLER                PIC X(1).
023000     02  FILLER                PIC X(6)  VALUE 'BRANCH'.
023100     02  FILLER                PIC X(1).
023200     02  FILLER                PIC X(6)  VALUE 'REGION'.
023300     02  FILLER                PIC X(2).
023400     02  FILLER         PIC X(15) VALUE '      ENDING AR'.
023500     02  FILLER                PIC X(1).
023600     02  FILLER         PIC X(15) VALUE '   CREDIT SALES'.
023700     02  FILLER                PIC X(1).
023800     02  FILLER         PIC X(15) VALUE '      COLLECTED'.
023900     02  FILLER                PIC X(2).
024000     02  FILLER                PIC X(6)  VALUE '   DSO'.
024100     02  FILLER                PIC X(2).
024200     02  FILLER                PIC X(6)  VALUE ' PRIOR'.
024300     02  FILLER                PIC X(2).
024400     02  FILLER                PIC X(7)  VALUE ' CHANGE'.
024500     02  FILLER                PIC X(2).
024600     02  FILLER                PIC X(6)  VALUE '   CEI'.
024700     02  FILLER                PIC X(36).
024800 01  ROLLUP-PERF-LINE.
024900     02  FILLER                PIC X(1).
025000     02  RPL-LEVEL             PIC X(8).
025100     02  FILLER                PIC X(1).
025200     02  RPL-CODE              PIC X(6).
025300     02  FILLER                PIC X(1).
025400     02  RPL-NAME              PIC X(20).
025500     02  FILLER                PIC X(2).
025600     02  RPL-ENDING-AR         PIC ZZ,ZZZ,ZZZ,ZZ9-.
025700     02  FILLER                PIC X(1).
025800     02  RPL-SALES             PIC ZZ,ZZZ,ZZZ,ZZ9-.
025900     02  FILLER                PIC X(1).
026000     02  RPL-COLLECTED         PIC ZZ,ZZZ,ZZZ,ZZ9-.
026100     02  FILLER                PIC X(2).
026200     02  RPL-DSO               PIC X(6).
026300     02  FILLER                PIC X(2).
026400     02  RPL-CEI               PIC X(6).
026500     02  FILLER                PIC X(30).
026600 01  ROLLUP-PERF-HEADING.
026700     02  FILLER                PIC X(1).
026800     02  FILLER                PIC X(8)  VALUE 'LEVEL'.
026900     02  FILLER                PIC X(1).
027000     02  FILLER                PIC X(6)  VALUE 'CODE'.
027100     02  FILLER                PIC X(1).
027200     02  FILLER                PIC X(20) VALUE 'NAME'.
027300     02  FILLER                PIC X(2).
027400     02  FILLER         PIC X(15) VALUE '      ENDING AR'.
027500     02  FILLER                PIC X(1).
027600     02  FILLER         PIC X(15) VALUE '   CREDIT SALES'.
027700     02  FILLER                PIC X(1).
027800     02  FILLER         PIC X(15) VALUE '      COLLECTED'.
027900     02  FILLER                PIC X(2).
028000     02  FILLER                PIC X(6)  VALUE '   DSO'.
028100     02  FILLER                PIC X(2).
028200     02  FILLER                PIC X(6)  VALUE '   CEI'.
028300     02  FILLER                PIC X(30).
028400 01  TREND-DETAIL-LINE.
028500     02  FILLER                PIC X(1).
028600     02  TRD-CODE              PIC X(6).
028700     02  FILLER                PIC X(1).
028800     02  TRD-COLUMN OCCURS 12 TIMES.
028900         03  FILLER            PIC X(4).
029000         03  TRD-RATIO         PIC X(6).
029100     02  FILLER                PIC X(4).
029200 01  PERIOD-HEADING-LINE.
029300     02  FILLER                PIC X(1).
029400     02  FILLER                PIC X(6)  VALUE 'CODE'.
029500     02  FILLER                PIC X(1).
029600     02  PHL-COLUMN OCCURS 12 TIMES.
029700         03  FILLER            PIC X(4).
029800         03  PHL-PERIOD        PIC 9(6) BLANK WHEN ZERO.
029900     02  FILLER                PIC X(4).
030000******************************************************************
030100 PROCEDURE DIVISION.
030200     DISPLAY 'FINDSO01 - DSO AND COLLECTION INDEX STARTING'.
030300     PERFORM READ-CONTROL-CARD.
030400     PERFORM FIND-REPORT-PERIOD.
030500     IF WS-REPORT-PERIOD = ZERO
030600        DISPLAY 'FINDSO01 - NO CLOSED BRANCH MONTH ON PERIODHX '
030700            'UP TO ' WS-AS-OF-PERIOD ' - NOTHING REPORTED'
030800        MOVE 4 TO RETURN-CODE
030900        GOBACK
031000     END-IF.
031100     PERFORM SET-PERIOD-BOUNDS.
031200     PERFORM LOAD-HIERARCHY-TABLE.
031300     PERFORM LOAD-BRANCH-SALES.
031400     OPEN INPUT MASTER-FILE.
031500     PERFORM SWEEP-BALANCE-FILE.
031600     PERFORM SWEEP-PAID-ITEMS.
031700     CLOSE MASTER-FILE.
031800     OPEN I-O DSO-HISTORY-FILE.
031900     PERFORM FINISH-BRANCH-FIGURES
032000        VARYING WS-BRANCH-SUB FROM 1 BY 1
032100        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
032200     PERFORM LOAD-TREND-HISTORY.
032300     CLOSE DSO-HISTORY-FILE.
032400     OPEN OUTPUT REPORT-FILE.
032500     PERFORM REPORT-BRANCH-PERFORMANCE.
032600     PERFORM REPORT-ROLLUP-PERFORMANCE.
032700     MOVE 'D' TO WS-TREND-MEASURE.
032800     PERFORM REPORT-TREND.
032900     MOVE 'C' TO WS-TREND-MEASURE.
033000     PERFORM REPORT-TREND.
033100     CLOSE REPORT-FILE.
033200     DISPLAY 'FINDSO01 - PERIOD REPORTED:      ' WS-REPORT-PERIOD.
033300     DISPLAY 'FINDSO01 - BRANCHES MEASURED:    ' WS-BRANCH-COUNT.
033400     DISPLAY 'FINDSO01 - DSO WORSENED PAST '
033500         WS-DSO-TOLERANCE ' DAYS: ' WS-FLAGGED-COUNT.
033600     IF WS-NO-MASTER-COUNT > ZERO
033700        DISPLAY 'FINDSO01 - ACCOUNTS NOT ON MASTER: '
033800            WS-NO-MASTER-COUNT
033900     END-IF.
034000     IF WS-UNMAPPED-COUNT > ZERO
034100        DISPLAY 'FINDSO01 - UNMAPPED BRANCHES: '
034200            WS-UNMAPPED-COUNT
034300        MOVE 4 TO RETURN-CODE
034400     END-IF.
034500     IF WS-BRANCH-DROPPED > ZERO
034600           OR WS-ROLLUP-DROPPED > ZERO
034700        DISPLAY 'FINDSO01 - TABLE OVERFLOW - BRANCHES/'
034800            'ROLLUPS DROPPED: ' WS-BRANCH-DROPPED '/'
034900            WS-ROLLUP-DROPPED
035000        MOVE 4 TO RETURN-CODE
035100     END-IF.
035200     GOBACK.
035300******************************************************************
035400 READ-CONTROL-CARD.
035500     OPEN INPUT CONTROL-FILE.
035600     READ CONTROL-FILE AT END
035700         MOVE ZERO TO CC-PAGE-SIZE
035800         MOVE ZERO TO CC-AS-OF-DATE
035900         MOVE ZERO TO CC-DSO-TOLERANCE
036000     END-READ.
036100     CLOSE CONTROL-FILE.
036200     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
036300        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
036400     END-IF.
036500     IF CC-DSO-TOLERANCE NUMERIC AND CC-DSO-TOLERANCE > ZERO
036600        MOVE CC-DSO-TOLERANCE TO WS-DSO-TOLERANCE
036700     END-IF.
036800     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
036900        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
037000     ELSE
037100        MOVE ZERO TO BD-REQUEST-DATE
037200        CALL 'FINBDT01' USING FINBDC01-RECORD
037300        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
037400     END-IF.
037500******************************************************************
      * PASS 1 OVER PERIODHX -- THE NEWEST MONTH WITH BRANCH CLOSE
      * RECORDS, NOT LATER THAN THE AS-OF MONTH, IS THE ONE REPORTED.
      ******************************************************************
037600 FIND-REPORT-PERIOD.
037700     MOVE SPACES TO INPUT-SWITCH.
037800     OPEN INPUT PERIOD-HISTORY-FILE.
037900     PERFORM NOTE-NEWEST-PERIOD
038000        UNTIL END-OF-FILE.
038100     CLOSE PERIOD-HISTORY-FILE.
038200******************************************************************
038300 NOTE-NEWEST-PERIOD.
038400     READ PERIOD-HISTORY-FILE AT END
038500         MOVE 'EOF' TO INPUT-SWITCH
038600     NOT AT END
038700         IF PH-BRANCH-CLOSE AND PH-MONTH-CLOSE
038800               AND PH-PERIOD NOT > WS-AS-OF-PERIOD
038900               AND PH-PERIOD > WS-REPORT-PERIOD
039000            MOVE PH-PERIOD TO WS-REPORT-PERIOD
039100         END-IF
039200     END-READ.
039300******************************************************************
      * THE MONTH BEFORE (FOR BEGINNING RECEIVABLES AND LAST MONTH'S
      * DSO), THE MONTH AFTER, AND THE CALENDAR DAYS BETWEEN THE FIRST
      * OF EACH -- THE DAYS IN THE REPORTED MONTH.
      ******************************************************************
039400 SET-PERIOD-BOUNDS.
039500     MOVE WS-REPORT-PERIOD TO WS-PRIOR-PERIOD.
039600     IF WS-PRIOR-MM = 1
039700        SUBTRACT 1 FROM WS-PRIOR-CCYY
039800        MOVE 12 TO WS-PRIOR-MM
039900     ELSE
040000        SUBTRACT 1 FROM WS-PRIOR-MM
040100     END-IF.
040200     MOVE WS-REPORT-PERIOD TO WS-NEXT-PERIOD.
040300     IF WS-NEXT-MM = 12
040400        ADD 1 TO WS-NEXT-CCYY
040500        MOVE 1 TO WS-NEXT-MM
040600     ELSE
040700        ADD 1 TO WS-NEXT-MM
040800     END-IF.
040900     MOVE 'D' TO DT-FUNCTION.
041000     COMPUTE DT-BASE-DATE = (WS-REPORT-PERIOD * 100) + 1.
041100     COMPUTE DT-OTHER-DATE = (WS-NEXT-PERIOD * 100) + 1.
041200     CALL 'FINDTE01' USING FINDTC01-RECORD.
041300     IF DT-RESULT-OK AND DT-DAY-COUNT > ZERO
041400        MOVE DT-DAY-COUNT TO WS-PERIOD-DAYS
041500     ELSE
041600        MOVE 30 TO WS-PERIOD-DAYS
041700     END-IF.
041800******************************************************************
041900 LOAD-HIERARCHY-TABLE.
042000     MOVE SPACES TO HIER-SWITCH.
042100     OPEN INPUT HIERARCHY-FILE.
042200     PERFORM LOAD-HIERARCHY-RECORD
042300        UNTIL END-OF-HIER.
042400     CLOSE HIERARCHY-FILE.
042500******************************************************************
042600 LOAD-HIERARCHY-RECORD.
042700     READ HIERARCHY-FILE AT END
042800         MOVE 'EOF' TO HIER-SWITCH
042900     NOT AT END
043000         IF WS-HIER-COUNT < 100
043100            ADD 1 TO WS-HIER-COUNT
043200            MOVE HR-REFERENCE-CODE
043300                TO HT-REF-CODE (WS-HIER-COUNT)
043400            MOVE HR-REGION-CODE
043500                TO HT-REGION-CODE (WS-HIER-COUNT)
043600            MOVE HR-REGION-NAME
043700                TO HT-REGION-NAME (WS-HIER-COUNT)
043800            MOVE HR-DIVISION-CODE
043900                TO HT-DIVISION-CODE (WS-HIER-COUNT)
044000            MOVE HR-DIVISION-NAME
044100                TO HT-DIVISION-NAME (WS-HIER-COUNT)
044200         END-IF
044300     END-READ.
044400******************************************************************
      * PASS 2 OVER PERIODHX -- EACH BRANCH'S CLOSED TOTAL FOR THE
      * REPORTED MONTH IS ITS CREDIT SALES.
      ******************************************************************
044500 LOAD-BRANCH-SALES.
044600     MOVE SPACES TO INPUT-SWITCH.
044700     OPEN INPUT PERIOD-HISTORY-FILE.
044800     PERFORM TAKE-ONE-BRANCH-CLOSE
044900        UNTIL END-OF-FILE.
045000     CLOSE PERIOD-HISTORY-FILE.
045100******************************************************************
045200 TAKE-ONE-BRANCH-CLOSE.
045300     READ PERIOD-HISTORY-FILE AT END
045400         MOVE 'EOF' TO INPUT-SWITCH
045500     NOT AT END
045600         IF PH-BRANCH-CLOSE AND PH-MONTH-CLOSE
045700               AND PH-PERIOD = WS-REPORT-PERIOD
045800            MOVE PH-REFERENCE-CODE TO WS-FIND-REF-CODE
045900            PERFORM FIND-BRANCH-ENTRY
046000            IF SLOT-ASSIGNED
046100               MOVE 'Y' TO BR-CURRENT (WS-BRANCH-SUB)
046200               ADD PH-CLOSED-TOTAL TO BR-SALES (WS-BRANCH-SUB)
046300            END-IF
046400         END-IF
046500     END-READ.
046600******************************************************************
      * EVERY ACCOUNT ON THE ACCOUNT-BALANCE FILE COUNTS AT ITS MASTER
      * BALANCE UNDER ITS MASTER BRANCH. AN ACCOUNT WITH NO MASTER
      * RECORD IS COUNTED ON THE CONSOLE AND LEFT OUT.
      ******************************************************************
046700 SWEEP-BALANCE-FILE.
046800     MOVE SPACES TO INPUT-SWITCH.
046900     OPEN INPUT BALANCE-FILE.
047000     MOVE ZERO TO AB-ACCOUNT-NUMBER.
047100     START BALANCE-FILE KEY NOT LESS THAN AB-ACCOUNT-NUMBER
047200         INVALID KEY
047300            MOVE 'EOF' TO INPUT-SWITCH
047400     END-START.
047500     PERFORM TAKE-ONE-BALANCE
047600         THRU TAKE-ONE-BALANCE-EXIT
047700        UNTIL END-OF-FILE.
047800     CLOSE BALANCE-FILE.
047900******************************************************************
048000 TAKE-ONE-BALANCE.
048100     READ BALANCE-FILE NEXT RECORD AT END
048200         MOVE 'EOF' TO INPUT-SWITCH
048300     END-READ.
048400     IF END-OF-FILE
048500        GO TO TAKE-ONE-BALANCE-EXIT
048600     END-IF.
048700     MOVE AB-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
048800     PERFORM READ-MASTER-RECORD.
048900     IF NOT MASTER-FOUND
049000        GO TO TAKE-ONE-BALANCE-EXIT
049100     END-IF.
049200     MOVE MSTR-REFERENCE-CODE TO WS-FIND-REF-CODE.
049300     PERFORM FIND-BRANCH-ENTRY.
049400     IF SLOT-ASSIGNED
049500        MOVE 'Y' TO BR-CURRENT (WS-BRANCH-SUB)
049600        COMPUTE BR-ENDING-AR (WS-BRANCH-SUB) =
049700            BR-ENDING-AR (WS-BRANCH-SUB)
049800            + MSTR-AMOUNT-1 + MSTR-AMOUNT-2
049900     END-IF.
050000 TAKE-ONE-BALANCE-EXIT.
050100     EXIT.
050200******************************************************************
      * RECEIPTS APPLIED IN THE REPORTED MONTH, UNDER THE PAYING
      * ACCOUNT'S MASTER BRANCH.
      ******************************************************************
050300 SWEEP-PAID-ITEMS.
050400     MOVE SPACES TO INPUT-SWITCH.
050500     OPEN INPUT PAID-ITEMS-FILE.
050600     MOVE LOW-VALUES TO PI-KEY.
050700     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
050800         INVALID KEY
050900            MOVE 'EOF' TO INPUT-SWITCH
051000     END-START.
051100     PERFORM TAKE-ONE-RECEIPT
051200         THRU TAKE-ONE-RECEIPT-EXIT
051300        UNTIL END-OF-FILE.
051400     CLOSE PAID-ITEMS-FILE.
051500******************************************************************
051600 TAKE-ONE-RECEIPT.
051700     READ PAID-ITEMS-FILE NEXT RECORD AT END
051800         MOVE 'EOF' TO INPUT-SWITCH
051900     END-READ.
052000     IF END-OF-FILE
052100        GO TO TAKE-ONE-RECEIPT-EXIT
052200     END-IF.
052300     DIVIDE PI-APPLIED-DATE BY 100 GIVING WS-APPLIED-PERIOD.
052400     IF WS-APPLIED-PERIOD NOT = WS-REPORT-PERIOD
052500        GO TO TAKE-ONE-RECEIPT-EXIT
052600     END-IF.
052700     IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
052800        MOVE PI-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER
052900        PERFORM READ-MASTER-RECORD
053000     END-IF.
053100     IF NOT MASTER-FOUND
053200        GO TO TAKE-ONE-RECEIPT-EXIT
053300     END-IF.
053400     MOVE MSTR-REFERENCE-CODE TO WS-FIND-REF-CODE.
053500     PERFORM FIND-BRANCH-ENTRY.
053600     IF SLOT-ASSIGNED
053700        MOVE 'Y' TO BR-CURRENT (WS-BRANCH-SUB)
053800        ADD PI-AMOUNT TO BR-COLLECTED (WS-BRANCH-SUB)
053900     END-IF.
054000 TAKE-ONE-RECEIPT-EXIT.
054100     EXIT.
054200******************************************************************
054300 READ-MASTER-RECORD.
054400     READ MASTER-FILE
054500         INVALID KEY
054600            MOVE 'NO ' TO MASTER-SWITCH
054700            ADD 1 TO WS-NO-MASTER-COUNT
054800         NOT INVALID KEY
054900            MOVE 'YES' TO MASTER-SWITCH
055000     END-READ.
055100******************************************************************
      * A BRANCH IS ADDED THE FIRST TIME IT IS SEEN AND JOINED TO ITS
      * REGION AND DIVISION THEN. A FULL TABLE SKIPS AND COUNTS THE
      * OVERFLOWING BRANCH, THE FINTRD01 CONVENTION.
      ******************************************************************
055200 FIND-BRANCH-ENTRY.
055300     MOVE 'NO ' TO FOUND-SWITCH.
055400     PERFORM MATCH-BRANCH-ENTRY
055500        VARYING WS-BRANCH-SUB FROM 1 BY 1
055600        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
055700           OR ENTRY-FOUND.
055800     MOVE 'YES' TO SLOT-SWITCH.
055900     IF ENTRY-FOUND
056000        SUBTRACT 1 FROM WS-BRANCH-SUB
056100     ELSE
056200        IF WS-BRANCH-COUNT < 100
056300           ADD 1 TO WS-BRANCH-COUNT
056400           MOVE WS-BRANCH-COUNT TO WS-BRANCH-SUB
056500           PERFORM START-BRANCH-ENTRY
056600        ELSE
056700           MOVE 'NO ' TO SLOT-SWITCH
056800           ADD 1 TO WS-BRANCH-DROPPED
056900           IF WS-BRANCH-DROPPED = 1
057000              DISPLAY 'FINDSO01 - BRANCH TABLE FULL - '
057100                  'FURTHER BRANCHES NOT MEASURED'
057200           END-IF
057300        END-IF
057400     END-IF.
057500******************************************************************
057600 MATCH-BRANCH-ENTRY.
057700     IF BR-REF-CODE (WS-BRANCH-SUB) = WS-FIND-REF-CODE
057800        SET ENTRY-FOUND TO TRUE
057900     END-IF.
058000******************************************************************
058100 START-BRANCH-ENTRY.
058200     MOVE WS-FIND-REF-CODE TO BR-REF-CODE (WS-BRANCH-SUB).
058300     MOVE 'N' TO BR-CURRENT (WS-BRANCH-SUB).
058400     MOVE ZERO TO BR-BEGIN-AR (WS-BRANCH-SUB)
058500                  BR-ENDING-AR (WS-BRANCH-SUB)
058600                  BR-SALES (WS-BRANCH-SUB)
058700                  BR-COLLECTED (WS-BRANCH-SUB)
058800                  BR-DSO (WS-BRANCH-SUB)
058900                  BR-PRIOR-DSO (WS-BRANCH-SUB)
059000                  BR-CEI (WS-BRANCH-SUB).
059100     MOVE 'N' TO BR-DSO-VALID (WS-BRANCH-SUB)
059200                 BR-PRIOR-VALID (WS-BRANCH-SUB)
059300                 BR-CEI-VALID (WS-BRANCH-SUB)
059400                 BR-WORSE-FLAG (WS-BRANCH-SUB).
059500     PERFORM CLEAR-BRANCH-COLUMN
059600        VARYING WS-COLUMN-SUB FROM 1 BY 1
059700        UNTIL WS-COLUMN-SUB > 12.
059800     PERFORM MAP-BRANCH-TO-ROLLUPS.
059900******************************************************************
060000 CLEAR-BRANCH-COLUMN.
060100     MOVE ZERO TO BC-DSO (WS-BRANCH-SUB WS-COLUMN-SUB)
060200                  BC-CEI (WS-BRANCH-SUB WS-COLUMN-SUB).
060300     MOVE 'N' TO BC-DSO-VALID (WS-BRANCH-SUB WS-COLUMN-SUB)
060400                 BC-CEI-VALID (WS-BRANCH-SUB WS-COLUMN-SUB).
060500******************************************************************
      * EVERY BRANCH JOINS ITS REGION AND DIVISION THROUGH THE
      * HIERARCHY FILE -- BRANCHES WITH NO RECORD ROLL UP UNDER THE
      * UNMAPPED REGION AND DIVISION.
      ******************************************************************
060600 MAP-BRANCH-TO-ROLLUPS.
060700     MOVE 'NO ' TO FOUND-SWITCH.
060800     PERFORM MATCH-HIERARCHY-ENTRY
060900        VARYING WS-HIER-SUB FROM 1 BY 1
061000        UNTIL WS-HIER-SUB > WS-HIER-COUNT
061100           OR ENTRY-FOUND.
061200     MOVE 'R' TO WS-FIND-LEVEL.
061300     IF ENTRY-FOUND
061400        SUBTRACT 1 FROM WS-HIER-SUB
061500        MOVE HT-REGION-CODE (WS-HIER-SUB) TO WS-FIND-CODE
061600        MOVE HT-REGION-NAME (WS-HIER-SUB) TO WS-FIND-NAME
061700     ELSE
061800        ADD 1 TO WS-UNMAPPED-COUNT
061900        MOVE '*NONE*' TO WS-FIND-CODE
062000        MOVE 'UNMAPPED BRANCHES' TO WS-FIND-NAME
062100     END-IF.
062200     MOVE WS-FIND-CODE TO BR-REGION-CODE (WS-BRANCH-SUB).
062300     PERFORM FIND-ROLLUP-ENTRY.
062400     MOVE WS-ROLLUP-SUB TO BR-REGION-SUB (WS-BRANCH-SUB).
062500     MOVE 'D' TO WS-FIND-LEVEL.
062600     IF WS-FIND-CODE = '*NONE*'
062700        MOVE 'UNMAPPED BRANCHES' TO WS-FIND-NAME
062800     ELSE
062900        MOVE HT-DIVISION-CODE (WS-HIER-SUB) TO WS-FIND-CODE
063000        MOVE HT-DIVISION-NAME (WS-HIER-SUB) TO WS-FIND-NAME
063100     END-IF.
063200     PERFORM FIND-ROLLUP-ENTRY.
063300     MOVE WS-ROLLUP-SUB TO BR-DIVISION-SUB (WS-BRANCH-SUB).
063400******************************************************************
063500 MATCH-HIERARCHY-ENTRY.
063600     IF HT-REF-CODE (WS-HIER-SUB) = WS-FIND-REF-CODE
063700        SET ENTRY-FOUND TO TRUE
063800     END-IF.
063900******************************************************************
      * WS-ROLLUP-SUB COMES BACK ZERO WHEN THE TABLE IS FULL; THE
      * BRANCH IS THEN LEFT OUT OF THAT LEVEL'S ROLLUP.
      ******************************************************************
064000 FIND-ROLLUP-ENTRY.
064100     MOVE 'NO ' TO FOUND-SWITCH.
064200     PERFORM MATCH-ROLLUP-ENTRY
064300        VARYING WS-ROLLUP-SUB FROM 1 BY 1
064400        UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT
064500           OR ENTRY-FOUND.
064600     IF ENTRY-FOUND
064700        SUBTRACT 1 FROM WS-ROLLUP-SUB
064800     ELSE
064900        IF WS-ROLLUP-COUNT < 60
065000           ADD 1 TO WS-ROLLUP-COUNT
065100           MOVE WS-ROLLUP-COUNT TO WS-ROLLUP-SUB
065200           MOVE WS-FIND-LEVEL TO RU-LEVEL (WS-ROLLUP-SUB)
065300           MOVE WS-FIND-CODE TO RU-CODE (WS-ROLLUP-SUB)
065400           MOVE WS-FIND-NAME TO RU-NAME (WS-ROLLUP-SUB)
065500           PERFORM CLEAR-ROLLUP-COLUMN
065600              VARYING WS-COLUMN-SUB FROM 1 BY 1
065700              UNTIL WS-COLUMN-SUB > 12
065800        ELSE
065900           MOVE ZERO TO WS-ROLLUP-SUB
066000           ADD 1 TO WS-ROLLUP-DROPPED
066100           IF WS-ROLLUP-DROPPED = 1
066200              DISPLAY 'FINDSO01 - ROLLUP TABLE FULL - '
066300                  'FURTHER REGIONS/DIVISIONS NOT ROLLED UP'
066400           END-IF
066500        END-IF
066600     END-IF.
066700******************************************************************
066800 MATCH-ROLLUP-ENTRY.
066900     IF RU-LEVEL (WS-ROLLUP-SUB) = WS-FIND-LEVEL
067000           AND RU-CODE (WS-ROLLUP-SUB) = WS-FIND-CODE
067100        SET ENTRY-FOUND TO TRUE
067200     END-IF.
067300******************************************************************
067400 CLEAR-ROLLUP-COLUMN.
067500     MOVE ZERO TO RC-BEGIN-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
067600                  RC-ENDING-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
067700                  RC-SALES (WS-ROLLUP-SUB WS-COLUMN-SUB)
067800                  RC-COLLECTED (WS-ROLLUP-SUB WS-COLUMN-SUB).
067900******************************************************************
      * FOR EACH BRANCH MEASURED THIS MONTH: LAST MONTH'S HISTORY
      * RECORD GIVES THE BEGINNING RECEIVABLES AND THE PRIOR DSO, THE
      * RATIOS ARE DERIVED, A WORSENING PAST THE TOLERANCE IS FLAGGED
      * AND THE MONTH'S RECORD IS WRITTEN (OR REPLACED ON A RERUN).
      ******************************************************************
068000 FINISH-BRANCH-FIGURES.
068100     MOVE WS-PRIOR-PERIOD TO DH-PERIOD.
068200     MOVE BR-REF-CODE (WS-BRANCH-SUB) TO DH-REFERENCE-CODE.
068300     READ DSO-HISTORY-FILE
068400         INVALID KEY
068500            MOVE ZERO TO BR-BEGIN-AR (WS-BRANCH-SUB)
068600            MOVE 'N' TO BR-PRIOR-VALID (WS-BRANCH-SUB)
068700         NOT INVALID KEY
068800            MOVE DH-ENDING-AR TO BR-BEGIN-AR (WS-BRANCH-SUB)
068900            MOVE DH-DSO TO BR-PRIOR-DSO (WS-BRANCH-SUB)
069000            MOVE DH-DSO-VALID TO BR-PRIOR-VALID (WS-BRANCH-SUB)
069100     END-READ.
069200     MOVE BR-BEGIN-AR (WS-BRANCH-SUB) TO WS-CALC-BEGIN-AR.
069300     MOVE BR-ENDING-AR (WS-BRANCH-SUB) TO WS-CALC-ENDING-AR.
069400     MOVE BR-SALES (WS-BRANCH-SUB) TO WS-CALC-SALES.
069500     MOVE BR-COLLECTED (WS-BRANCH-SUB) TO WS-CALC-COLLECTED.
069600     MOVE WS-PERIOD-DAYS TO WS-CALC-DAYS.
069700     PERFORM COMPUTE-RATIOS.
069800     MOVE WS-CALC-DSO TO BR-DSO (WS-BRANCH-SUB).
069900     MOVE WS-CALC-DSO-VALID TO BR-DSO-VALID (WS-BRANCH-SUB).
070000     MOVE WS-CALC-CEI TO BR-CEI (WS-BRANCH-SUB).
070100     MOVE WS-CALC-CEI-VALID TO BR-CEI-VALID (WS-BRANCH-SUB).
070200     IF BR-DSO-VALID (WS-BRANCH-SUB) = 'Y'
070300           AND BR-PRIOR-VALID (WS-BRANCH-SUB) = 'Y'
070400        COMPUTE WS-DSO-CHANGE = BR-DSO (WS-BRANCH-SUB)
070500            - BR-PRIOR-DSO (WS-BRANCH-SUB)
070600        IF WS-DSO-CHANGE > WS-DSO-TOLERANCE
070700           MOVE 'Y' TO BR-WORSE-FLAG (WS-BRANCH-SUB)
070800           ADD 1 TO WS-FLAGGED-COUNT
070900        END-IF
071000     END-IF.
071100     MOVE WS-REPORT-PERIOD TO DH-PERIOD.
071200     MOVE BR-REF-CODE (WS-BRANCH-SUB) TO DH-REFERENCE-CODE.
071300     READ DSO-HISTORY-FILE
071400         INVALID KEY
071500            MOVE 'NO ' TO HISTORY-SWITCH
071600         NOT INVALID KEY
071700            MOVE 'YES' TO HISTORY-SWITCH
071800     END-READ.
071900     MOVE SPACES TO DSO-HISTORY-RECORD.
072000     MOVE WS-REPORT-PERIOD TO DH-PERIOD.
072100     MOVE BR-REF-CODE (WS-BRANCH-SUB) TO DH-REFERENCE-CODE.
072200     MOVE WS-PERIOD-DAYS TO DH-PERIOD-DAYS.
072300     MOVE BR-BEGIN-AR (WS-BRANCH-SUB) TO DH-BEGIN-AR.
072400     MOVE BR-ENDING-AR (WS-BRANCH-SUB) TO DH-ENDING-AR.
072500     MOVE BR-SALES (WS-BRANCH-SUB) TO DH-SALES.
072600     MOVE BR-COLLECTED (WS-BRANCH-SUB) TO DH-COLLECTIONS.
072700     MOVE BR-DSO (WS-BRANCH-SUB) TO DH-DSO.
072800     MOVE BR-DSO-VALID (WS-BRANCH-SUB) TO DH-DSO-VALID.
072900     MOVE BR-CEI (WS-BRANCH-SUB) TO DH-CEI.
073000     MOVE BR-CEI-VALID (WS-BRANCH-SUB) TO DH-CEI-VALID.
073100     MOVE WS-AS-OF-DATE TO DH-RUN-DATE.
073200     IF PERIOD-ON-FILE
073300        REWRITE DSO-HISTORY-RECORD
073400     ELSE
073500        WRITE DSO-HISTORY-RECORD
073600     END-IF.
073700******************************************************************
073800 COMPUTE-RATIOS.
073900     MOVE ZERO TO WS-CALC-DSO WS-CALC-CEI.
074000     MOVE 'N' TO WS-CALC-DSO-VALID WS-CALC-CEI-VALID.
074100     IF WS-CALC-SALES > ZERO
074200        MOVE 'Y' TO WS-CALC-DSO-VALID
074300        IF WS-CALC-ENDING-AR > ZERO
074400           COMPUTE WS-CALC-WORK ROUNDED =
074500               WS-CALC-ENDING-AR * WS-CALC-DAYS / WS-CALC-SALES
074600               ON SIZE ERROR
074700                  MOVE 999.9 TO WS-CALC-WORK
074800           END-COMPUTE
074900           IF WS-CALC-WORK > 999.9
075000              MOVE 999.9 TO WS-CALC-DSO
075100           ELSE
075200              MOVE WS-CALC-WORK TO WS-CALC-DSO
075300           END-IF
075400        END-IF
075500     END-IF.
075600     COMPUTE WS-CALC-BASE = WS-CALC-BEGIN-AR + WS-CALC-SALES.
075700     IF WS-CALC-BASE > ZERO
075800        MOVE 'Y' TO WS-CALC-CEI-VALID
075900        IF WS-CALC-COLLECTED > ZERO
076000           COMPUTE WS-CALC-WORK ROUNDED =
076100               WS-CALC-COLLECTED * 100 / WS-CALC-BASE
076200               ON SIZE ERROR
076300                  MOVE 999.9 TO WS-CALC-WORK
076400           END-COMPUTE
076500           IF WS-CALC-WORK > 999.9
076600              MOVE 999.9 TO WS-CALC-CEI
076700           ELSE
076800              MOVE WS-CALC-WORK TO WS-CALC-CEI
076900           END-IF
077000        END-IF
077100     END-IF.
077200******************************************************************
      * HISTORY PASS 1 -- THE FILE IS IN PERIOD ORDER, SO THE LAST
      * TWELVE DISTINCT MONTHS UP TO THE REPORTED ONE ARE KEPT AS THEY
      * GO BY, THEN TURNED NEWEST FIRST. PASS 2 PLACES EACH BRANCH'S
      * RATIOS IN ITS COLUMN AND ADDS ITS AMOUNTS TO ITS REGION AND
      * DIVISION.
      ******************************************************************
077300 LOAD-TREND-HISTORY.
077400     MOVE ZERO TO WS-HOLD-PERIOD.
077500     PERFORM START-HISTORY-BROWSE.
077600     PERFORM COLLECT-ONE-PERIOD
077700         THRU COLLECT-ONE-PERIOD-EXIT
077800        UNTIL END-OF-FILE.
077900     PERFORM SORT-PERIOD-LIST.
078000     PERFORM START-HISTORY-BROWSE.
078100     PERFORM PLACE-ONE-HISTORY
078200         THRU PLACE-ONE-HISTORY-EXIT
078300        UNTIL END-OF-FILE.
078400******************************************************************
078500 START-HISTORY-BROWSE.
078600     MOVE SPACES TO INPUT-SWITCH.
078700     MOVE LOW-VALUES TO DH-KEY.
078800     START DSO-HISTORY-FILE KEY NOT LESS THAN DH-KEY
078900         INVALID KEY
079000            MOVE 'EOF' TO INPUT-SWITCH
079100     END-START.
079200******************************************************************
079300 COLLECT-ONE-PERIOD.
079400     READ DSO-HISTORY-FILE NEXT RECORD AT END
079500         MOVE 'EOF' TO INPUT-SWITCH
079600     END-READ.
079700     IF END-OF-FILE
079800        GO TO COLLECT-ONE-PERIOD-EXIT
079900     END-IF.
080000     IF DH-PERIOD > WS-REPORT-PERIOD
080100        MOVE 'EOF' TO INPUT-SWITCH
080200        GO TO COLLECT-ONE-PERIOD-EXIT
080300     END-IF.
080400     IF DH-PERIOD = WS-HOLD-PERIOD
080500        GO TO COLLECT-ONE-PERIOD-EXIT
080600     END-IF.
080700     MOVE DH-PERIOD TO WS-HOLD-PERIOD.
080800     IF WS-PERIOD-COUNT < 12
080900        ADD 1 TO WS-PERIOD-COUNT
081000     ELSE
081100        PERFORM SHIFT-PERIOD-LIST
081200           VARYING WS-PERIOD-SUB FROM 1 BY 1
081300           UNTIL WS-PERIOD-SUB > 11
081400     END-IF.
081500     MOVE DH-PERIOD TO PL-PERIOD (WS-PERIOD-COUNT).
081600     MOVE DH-PERIOD-DAYS TO PL-DAYS (WS-PERIOD-COUNT).
081700 COLLECT-ONE-PERIOD-EXIT.
081800     EXIT.
081900******************************************************************
082000 SHIFT-PERIOD-LIST.
082100     MOVE PERIOD-LIST-ENTRY (WS-PERIOD-SUB + 1)
082200         TO PERIOD-LIST-ENTRY (WS-PERIOD-SUB).
082300******************************************************************
      * A SIMPLE EXCHANGE SORT, NEWEST PERIOD FIRST -- THE LIST IS
      * NEVER MORE THAN 12 ENTRIES.
      ******************************************************************
082400 SORT-PERIOD-LIST.
082500     PERFORM SORT-OUTER-PASS
082600        VARYING WS-PERIOD-SUB FROM 1 BY 1
082700        UNTIL WS-PERIOD-SUB >= WS-PERIOD-COUNT.
082800******************************************************************
082900 SORT-OUTER-PASS.
083000     PERFORM SORT-INNER-COMPARE
083100        VARYING WS-COLUMN-SUB FROM 1 BY 1
083200        UNTIL WS-COLUMN-SUB >= WS-PERIOD-COUNT.
083300******************************************************************
083400 SORT-INNER-COMPARE.
083500     IF PL-PERIOD (WS-COLUMN-SUB)
083600           < PL-PERIOD (WS-COLUMN-SUB + 1)
083700        MOVE PL-PERIOD (WS-COLUMN-SUB) TO WS-HOLD-PERIOD
083800        MOVE PL-DAYS (WS-COLUMN-SUB) TO WS-HOLD-DAYS
083900        MOVE PERIOD-LIST-ENTRY (WS-COLUMN-SUB + 1)
084000            TO PERIOD-LIST-ENTRY (WS-COLUMN-SUB)
084100        MOVE WS-HOLD-PERIOD TO PL-PERIOD (WS-COLUMN-SUB + 1)
084200        MOVE WS-HOLD-DAYS TO PL-DAYS (WS-COLUMN-SUB + 1)
084300     END-IF.
084400******************************************************************
084500 PLACE-ONE-HISTORY.
084600     READ DSO-HISTORY-FILE NEXT RECORD AT END
084700         MOVE 'EOF' TO INPUT-SWITCH
084800     END-READ.
084900     IF END-OF-FILE
085000        GO TO PLACE-ONE-HISTORY-EXIT
085100     END-IF.
085200     IF DH-PERIOD > WS-REPORT-PERIOD
085300        MOVE 'EOF' TO INPUT-SWITCH
085400        GO TO PLACE-ONE-HISTORY-EXIT
085500     END-IF.
085600     MOVE 'NO ' TO FOUND-SWITCH.
085700     PERFORM MATCH-PERIOD-ENTRY
085800        VARYING WS-COLUMN-SUB FROM 1 BY 1
085900        UNTIL WS-COLUMN-SUB > WS-PERIOD-COUNT
086000           OR ENTRY-FOUND.
086100     IF NOT ENTRY-FOUND
086200        GO TO PLACE-ONE-HISTORY-EXIT
086300     END-IF.
086400     SUBTRACT 1 FROM WS-COLUMN-SUB.
086500     MOVE DH-REFERENCE-CODE TO WS-FIND-REF-CODE.
086600     PERFORM FIND-BRANCH-ENTRY.
086700     IF NOT SLOT-ASSIGNED
086800        GO TO PLACE-ONE-HISTORY-EXIT
086900     END-IF.
087000     MOVE DH-DSO TO BC-DSO (WS-BRANCH-SUB WS-COLUMN-SUB).
087100     MOVE DH-DSO-VALID
087200         TO BC-DSO-VALID (WS-BRANCH-SUB WS-COLUMN-SUB).
087300     MOVE DH-CEI TO BC-CEI (WS-BRANCH-SUB WS-COLUMN-SUB).
087400     MOVE DH-CEI-VALID
087500         TO BC-CEI-VALID (WS-BRANCH-SUB WS-COLUMN-SUB).
087600     MOVE BR-REGION-SUB (WS-BRANCH-SUB) TO WS-ROLLUP-SUB.
087700     PERFORM ADD-HISTORY-TO-ROLLUP.
087800     MOVE BR-DIVISION-SUB (WS-BRANCH-SUB) TO WS-ROLLUP-SUB.
087900     PERFORM ADD-HISTORY-TO-ROLLUP.
088000 PLACE-ONE-HISTORY-EXIT.
088100     EXIT.
088200******************************************************************
088300 MATCH-PERIOD-ENTRY.
088400     IF PL-PERIOD (WS-COLUMN-SUB) = DH-PERIOD
088500        SET ENTRY-FOUND TO TRUE
088600     END-IF.
088700******************************************************************
088800 ADD-HISTORY-TO-ROLLUP.
088900     IF WS-ROLLUP-SUB > ZERO
089000        ADD DH-BEGIN-AR
089100            TO RC-BEGIN-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
089200        ADD DH-ENDING-AR
089300            TO RC-ENDING-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
089400        ADD DH-SALES
089500            TO RC-SALES (WS-ROLLUP-SUB WS-COLUMN-SUB)
089600        ADD DH-COLLECTIONS
089700            TO RC-COLLECTED (WS-ROLLUP-SUB WS-COLUMN-SUB)
089800     END-IF.
089900******************************************************************
      * SECTION 1 -- THE BRANCHES MEASURED FOR THE REPORTED MONTH.
      ******************************************************************
090000 REPORT-BRANCH-PERFORMANCE.
090100     MOVE BRANCH-PERF-HEADING TO WS-COLUMN-HEADING.
090200     PERFORM WRITE-HEADER.
090300     MOVE SPACES TO CAPTION-LINE.
090400     MOVE 'BRANCH DSO AND COLLECTION INDEX' TO CAP-TEXT.
090500     PERFORM WRITE-PERIOD-CAPTION.
090600     PERFORM WRITE-BRANCH-PERF-LINE
090700        VARYING WS-BRANCH-SUB FROM 1 BY 1
090800        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
090900******************************************************************
091000 WRITE-PERIOD-CAPTION.
091100     MOVE 'CLOSED PERIOD  ' TO CAP-PERIOD-TAG.
091200     MOVE WS-REPORT-PERIOD TO CAP-PERIOD.
091300     MOVE CAPTION-LINE TO WS-PRINT-LINE.
091400     MOVE 2 TO LINE-SPACING.
091500     PERFORM WRITE-PRINT-LINE.
091600     MOVE 2 TO LINE-SPACING.
091700******************************************************************
091800 WRITE-BRANCH-PERF-LINE.
091900     IF BR-CURRENT (WS-BRANCH-SUB) = 'Y'
092000        MOVE SPACES TO BRANCH-PERF-LINE
092100        MOVE BR-REF-CODE (WS-BRANCH-SUB) TO BPL-REF-CODE
092200        MOVE BR-REGION-CODE (WS-BRANCH-SUB) TO BPL-REGION-CODE
092300        MOVE BR-ENDING-AR (WS-BRANCH-SUB) TO BPL-ENDING-AR
092400        MOVE BR-SALES (WS-BRANCH-SUB) TO BPL-SALES
092500        MOVE BR-COLLECTED (WS-BRANCH-SUB) TO BPL-COLLECTED
092600        MOVE BR-DSO (WS-BRANCH-SUB) TO WS-CALC-DSO
092700        MOVE BR-DSO-VALID (WS-BRANCH-SUB) TO WS-CALC-DSO-VALID
092800        PERFORM EDIT-DSO
092900        MOVE TRD-RATIO (1) TO BPL-DSO
093000        MOVE BR-PRIOR-DSO (WS-BRANCH-SUB) TO WS-CALC-DSO
093100        MOVE BR-PRIOR-VALID (WS-BRANCH-SUB) TO WS-CALC-DSO-VALID
093200        PERFORM EDIT-DSO
093300        MOVE TRD-RATIO (1) TO BPL-PRIOR-DSO
093400        IF BR-DSO-VALID (WS-BRANCH-SUB) = 'Y'
093500              AND BR-PRIOR-VALID (WS-BRANCH-SUB) = 'Y'
093600           COMPUTE WS-DSO-CHANGE = BR-DSO (WS-BRANCH-SUB)
093700               - BR-PRIOR-DSO (WS-BRANCH-SUB)
093800           MOVE WS-DSO-CHANGE TO WS-EDIT-CHANGE
093900           MOVE WS-EDIT-CHANGE TO BPL-CHANGE
094000        END-IF
094100        MOVE BR-CEI (WS-BRANCH-SUB) TO WS-CALC-CEI
094200        MOVE BR-CEI-VALID (WS-BRANCH-SUB) TO WS-CALC-CEI-VALID
094300        PERFORM EDIT-CEI
094400        MOVE TRD-RATIO (1) TO BPL-CEI
094500        IF BR-WORSE-FLAG (WS-BRANCH-SUB) = 'Y'
094600           MOVE '** DSO WORSE' TO BPL-FLAG
094700        END-IF
094800        MOVE BRANCH-PERF-LINE TO WS-PRINT-LINE
094900        PERFORM WRITE-PRINT-LINE
095000     END-IF.
095100******************************************************************
      * THE RATIO EDITS BUILD THEIR RESULT IN TREND COLUMN 1, WHICH
      * EVERY CALLER MOVES ON BEFORE THE TREND LINE IS BUILT.
      ******************************************************************
095200 EDIT-DSO.
095300     IF CALC-DSO-MEASURED
095400        MOVE WS-CALC-DSO TO WS-EDIT-RATIO
095500        MOVE SPACES TO TRD-RATIO (1)
095600        MOVE WS-EDIT-RATIO TO TRD-RATIO (1)
095700     ELSE
095800        MOVE '   N/A' TO TRD-RATIO (1)
095900     END-IF.
096000******************************************************************
096100 EDIT-CEI.
096200     IF CALC-CEI-MEASURED
096300        MOVE WS-CALC-CEI TO WS-EDIT-RATIO
096400        MOVE SPACES TO TRD-RATIO (1)
096500        MOVE WS-EDIT-RATIO TO TRD-RATIO (1)
096600     ELSE
096700        MOVE '   N/A' TO TRD-RATIO (1)
096800     END-IF.
096900******************************************************************
      * SECTION 2 -- REGIONS, THEN DIVISIONS, FOR THE REPORTED MONTH
      * (TREND COLUMN 1).
      ******************************************************************
097000 REPORT-ROLLUP-PERFORMANCE.
097100     MOVE ROLLUP-PERF-HEADING TO WS-COLUMN-HEADING.
097200     PERFORM WRITE-HEADER.
097300     MOVE SPACES TO CAPTION-LINE.
097400     MOVE 'REGION AND DIVISION ROLLUP' TO CAP-TEXT.
097500     PERFORM WRITE-PERIOD-CAPTION.
097600     MOVE 'R' TO WS-PRINT-LEVEL.
097700     PERFORM WRITE-ROLLUP-PERF-LINE
097800        VARYING WS-ROLLUP-SUB FROM 1 BY 1
097900        UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT.
098000     MOVE 2 TO LINE-SPACING.
098100     MOVE 'D' TO WS-PRINT-LEVEL.
098200     PERFORM WRITE-ROLLUP-PERF-LINE
098300        VARYING WS-ROLLUP-SUB FROM 1 BY 1
098400        UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT.
098500******************************************************************
098600 WRITE-ROLLUP-PERF-LINE.
098700     IF RU-LEVEL (WS-ROLLUP-SUB) = WS-PRINT-LEVEL
098800           AND WS-PERIOD-COUNT > ZERO
098900        MOVE 1 TO WS-COLUMN-SUB
099000        PERFORM LOAD-ROLLUP-RATIOS
099100        MOVE SPACES TO ROLLUP-PERF-LINE
099200        IF WS-PRINT-LEVEL = 'R'
099300           MOVE 'REGION' TO RPL-LEVEL
099400        ELSE
099500           MOVE 'DIVISION' TO RPL-LEVEL
099600        END-IF
099700        MOVE RU-CODE (WS-ROLLUP-SUB) TO RPL-CODE
099800        MOVE RU-NAME (WS-ROLLUP-SUB) TO RPL-NAME
099900        MOVE WS-CALC-ENDING-AR TO RPL-ENDING-AR
100000        MOVE WS-CALC-SALES TO RPL-SALES
100100        MOVE WS-CALC-COLLECTED TO RPL-COLLECTED
100200        PERFORM EDIT-DSO
100300        MOVE TRD-RATIO (1) TO RPL-DSO
100400        PERFORM EDIT-CEI
100500        MOVE TRD-RATIO (1) TO RPL-CEI
100600        MOVE ROLLUP-PERF-LINE TO WS-PRINT-LINE
100700        PERFORM WRITE-PRINT-LINE
100800     END-IF.
100900******************************************************************
101000 LOAD-ROLLUP-RATIOS.
101100     MOVE RC-BEGIN-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
101200         TO WS-CALC-BEGIN-AR.
101300     MOVE RC-ENDING-AR (WS-ROLLUP-SUB WS-COLUMN-SUB)
101400         TO WS-CALC-ENDING-AR.
101500     MOVE RC-SALES (WS-ROLLUP-SUB WS-COLUMN-SUB)
101600         TO WS-CALC-SALES.
101700     MOVE RC-COLLECTED (WS-ROLLUP-SUB WS-COLUMN-SUB)
101800         TO WS-CALC-COLLECTED.
101900     MOVE PL-DAYS (WS-COLUMN-SUB) TO WS-CALC-DAYS.
102000     PERFORM COMPUTE-RATIOS.
102100******************************************************************
      * SECTIONS 3 AND 4 -- TWELVE MONTHS OF DSO (OR CEI), NEWEST
      * FIRST: EVERY BRANCH, THEN EVERY REGION, THEN EVERY DIVISION.
      ******************************************************************
102200 REPORT-TREND.
102300     PERFORM FILL-PERIOD-HEADING
102400        VARYING WS-COLUMN-SUB FROM 1 BY 1
102500        UNTIL WS-COLUMN-SUB > 12.
102600     MOVE PERIOD-HEADING-LINE TO WS-COLUMN-HEADING.
102700     PERFORM WRITE-HEADER.
102800     MOVE SPACES TO CAPTION-LINE.
102900     IF TREND-OF-DSO
103000        MOVE 'DSO TREND - BRANCHES' TO CAP-TEXT
103100     ELSE
103200        MOVE 'COLLECTION INDEX TREND - BRANCHES' TO CAP-TEXT
103300     END-IF.
103400     PERFORM WRITE-TREND-CAPTION.
103500     PERFORM WRITE-BRANCH-TREND-LINE
103600        VARYING WS-BRANCH-SUB FROM 1 BY 1
103700        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
103800     IF TREND-OF-DSO
103900        MOVE 'DSO TREND - REGIONS' TO CAP-TEXT
104000     ELSE
104100        MOVE 'COLLECTION INDEX TREND - REGIONS' TO CAP-TEXT
104200     END-IF.
104300     PERFORM WRITE-TREND-CAPTION.
104400     MOVE 'R' TO WS-PRINT-LEVEL.
104500     PERFORM WRITE-ROLLUP-TREND-LINE
104600        VARYING WS-ROLLUP-SUB FROM 1 BY 1
104700        UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT.
104800     IF TREND-OF-DSO
104900        MOVE 'DSO TREND - DIVISIONS' TO CAP-TEXT
105000     ELSE
105100        MOVE 'COLLECTION INDEX TREND - DIVISIONS' TO CAP-TEXT
105200     END-IF.
105300     PERFORM WRITE-TREND-CAPTION.
105400     MOVE 'D' TO WS-PRINT-LEVEL.
105500     PERFORM WRITE-ROLLUP-TREND-LINE
105600        VARYING WS-ROLLUP-SUB FROM 1 BY 1
105700        UNTIL WS-ROLLUP-SUB > WS-ROLLUP-COUNT.
105800******************************************************************
105900 FILL-PERIOD-HEADING.
106000     IF WS-COLUMN-SUB > WS-PERIOD-COUNT
106100        MOVE ZERO TO PHL-PERIOD (WS-COLUMN-SUB)
106200     ELSE
106300        MOVE PL-PERIOD (WS-COLUMN-SUB)
106400            TO PHL-PERIOD (WS-COLUMN-SUB)
106500     END-IF.
106600******************************************************************
106700 WRITE-TREND-CAPTION.
106800     MOVE SPACES TO CAP-PERIOD-TAG.
106900     MOVE ZERO TO CAP-PERIOD.
107000     MOVE CAPTION-LINE TO WS-PRINT-LINE.
107100     MOVE 2 TO LINE-SPACING.
107200     PERFORM WRITE-PRINT-LINE.
107300     MOVE 2 TO LINE-SPACING.
107400******************************************************************
107500 WRITE-BRANCH-TREND-LINE.
107600     MOVE SPACES TO TREND-DETAIL-LINE.
107700     MOVE BR-REF-CODE (WS-BRANCH-SUB) TO TRD-CODE.
107800     PERFORM FILL-BRANCH-COLUMN
107900        VARYING WS-COLUMN-SUB FROM WS-PERIOD-COUNT BY -1
108000        UNTIL WS-COLUMN-SUB < 1.
108100     MOVE TREND-DETAIL-LINE TO WS-PRINT-LINE.
108200     PERFORM WRITE-PRINT-LINE.
108300******************************************************************
      * COLUMNS ARE FILLED RIGHT TO LEFT SO COLUMN 1, WHERE THE RATIO
      * EDITS BUILD, IS THE LAST ONE SET.
      ******************************************************************
108400 FILL-BRANCH-COLUMN.
108500     IF TREND-OF-DSO
108600        MOVE BC-DSO (WS-BRANCH-SUB WS-COLUMN-SUB) TO WS-CALC-DSO
108700        MOVE BC-DSO-VALID (WS-BRANCH-SUB WS-COLUMN-SUB)
108800            TO WS-CALC-DSO-VALID
108900        PERFORM EDIT-DSO
109000     ELSE
109100        MOVE BC-CEI (WS-BRANCH-SUB WS-COLUMN-SUB) TO WS-CALC-CEI
109200        MOVE BC-CEI-VALID (WS-BRANCH-SUB WS-COLUMN-SUB)
109300            TO WS-CALC-CEI-VALID
109400        PERFORM EDIT-CEI
109500     END-IF.
109600     MOVE TRD-RATIO (1) TO TRD-RATIO (WS-COLUMN-SUB).
109700******************************************************************
109800 WRITE-ROLLUP-TREND-LINE.
109900     IF RU-LEVEL (WS-ROLLUP-SUB) = WS-PRINT-LEVEL
110000        MOVE SPACES TO TREND-DETAIL-LINE
110100        MOVE RU-CODE (WS-ROLLUP-SUB) TO TRD-CODE
110200        PERFORM FILL-ROLLUP-COLUMN
110300           VARYING WS-COLUMN-SUB FROM WS-PERIOD-COUNT BY -1
110400           UNTIL WS-COLUMN-SUB < 1
110500        MOVE TREND-DETAIL-LINE TO WS-PRINT-LINE
110600        PERFORM WRITE-PRINT-LINE
110700     END-IF.
110800******************************************************************
110900 FILL-ROLLUP-COLUMN.
111000     PERFORM LOAD-ROLLUP-RATIOS.
111100     IF TREND-OF-DSO
111200        PERFORM EDIT-DSO
111300     ELSE
111400        PERFORM EDIT-CEI
111500     END-IF.
111600     MOVE TRD-RATIO (1) TO TRD-RATIO (WS-COLUMN-SUB).
111700******************************************************************
111800 WRITE-PRINT-LINE.
111900     IF LINES-WRITTEN >= WS-PAGE-SIZE
112000        PERFORM WRITE-HEADER
112100        MOVE 2 TO LINE-SPACING
112200     END-IF.
112300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
112400     MOVE WS-PRINT-LINE TO OUTPUT-LINE.
112500     WRITE OUTPUT-RECORD.
112600     ADD 1 TO LINES-WRITTEN.
112700     MOVE 1 TO LINE-SPACING.
112800******************************************************************
112900 WRITE-HEADER.
113000     MOVE ZERO TO LINES-WRITTEN.
113100     ACCEPT HDR-PRT-DATE FROM DATE.
113200     ACCEPT HDR-PRT-TIME FROM TIME.
113300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
113400     ADD 1 TO PAGE-COUNT
113500     MOVE '   DSO AND COLLECTION INDEX    '   TO REPORT-TITLE.
113600     MOVE PAGE-COUNT TO PAGE-NUMBER.
113700     MOVE HEADER-RECORD TO OUTPUT-LINE.
113800     WRITE OUTPUT-RECORD.
113900     MOVE 1 TO LINE-SPACING.
114000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
114100     MOVE WS-COLUMN-HEADING TO OUTPUT-LINE.
114200     WRITE OUTPUT-RECORD.
114300     ADD 1 TO LINES-WRITTEN.
