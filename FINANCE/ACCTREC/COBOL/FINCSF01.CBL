000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCSF01.
      ******************************************************************
      * FINCSF01 -- WEEKLY CASH-RECEIPTS FORECAST FOR TREASURY. RUN
      *             FRIDAY NIGHT SO THE MONDAY EXPECTED-RECEIPTS
      *             NUMBER IS ON THE DESK WHEN TREASURY CALLS.
      *             PROJECTS RECEIPTS FOR EIGHT WEEKS, MONDAY TO
      *             SUNDAY, STARTING WITH THE WEEK OF THE NEXT BUSINESS
      *             DAY AFTER THE AS-OF DATE. FOR EVERY OPEN ACCOUNT
      *             WITH A DEBIT BALANCE:
      *               - AN OPEN PROMISE TO PAY (PROMREC) FALLING IN
      *                 THE FORECAST IS EXPECTED ON ITS PROMISED DATE
      *                 AND COVERS THE ACCOUNT'S OLDEST INVOICES;
      *               - EVERY OTHER OPEN INVOICE (OPENITM) IS EXPECTED
      *                 THE ACCOUNT'S OWN AVERAGE DAYS-TO-PAY AFTER ITS
      *                 INVOICE DATE -- MEASURED OVER THE LAST YEAR'S
      *                 RECEIPTS THAT NAMED AN INVOICE (PAIDITM), THE
      *                 FINRSK01 RULE -- OR ON ITS DUE DATE WHEN THE
      *                 ACCOUNT HAS NO PAYMENT HISTORY. AN INVOICE
      *                 ALREADY PAST THAT DATE IS EXPECTED IN WEEK 1;
      *                 ONE MORE THAN 90 DAYS PAST DUE IS NOT
      *                 FORECAST AT ALL AND IS SHOWN SEPARATELY;
      *               - ANY MASTER BALANCE NOT CARRIED ON OPEN ITEMS
      *                 IS EXPECTED ONE DAYS-TO-PAY (30 DAYS WITHOUT
      *                 HISTORY) AFTER THE FORECAST START.
      *             NO ACCOUNT IS FORECAST ABOVE ITS MASTER BALANCE.
      *             EVERY EXPECTED DATE IS MOVED TO A BUSINESS DAY
      *             THROUGH FINBDT01 (A HOLIDAY OR WEEKEND DATE GOES TO
      *             THE NEXT BUSINESS DAY). THE REPORT SHOWS THE WEEKS
      *             IN TOTAL AND BY REGION (REFERENCE CODE TO REGION
      *             THROUGH THE HIERARCH FILE, THE FINHRR01 WAY), AND
      *             THE SAME FIGURES GO TO TREASURY ON THE FLAT FEED
      *             FILE (SEE CSHFCST). EVERY WEEK FORECAST IS FILED ON
      *             THE FORECAST HISTORY (SEE FCSTHIS); ON THE FIRST
      *             RUN OF EACH MONTH (FORECAST START ON THE 1ST TO
      *             7TH) LAST MONTH'S WEEKS ARE SET AGAINST THE CASH
      *             FINCSH01 ACTUALLY APPLIED IN THEM, BY WEEK AND BY
      *             REGION. ACCOUNTS WHOSE BRANCH HAS NO HIERARCHY
      *             RECORD FALL UNDER THE UNMAPPED REGION AND END
      *             RETURN-CODE 4, THE FINDSO01 CONVENTION; SO DOES A
      *             FULL REGION TABLE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-27  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT OPTIONAL HIERARCHY-FILE ASSIGN U-T-HIERCH.
000900     SELECT FORECAST-FILE ASSIGN U-T-CSHFCS.
001000     SELECT MASTER-FILE ASSIGN U-T-MASTER
001100        ORGANIZATION IS INDEXED
001200        ACCESS MODE IS DYNAMIC
001300        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001400        FILE STATUS IS WS-MASTER-STATUS.
001500     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
001600        ORGANIZATION IS INDEXED
001700        ACCESS MODE IS DYNAMIC
001800        RECORD KEY IS OI-KEY
001900        FILE STATUS IS WS-OPENITM-STATUS.
002000     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
002100        ORGANIZATION IS INDEXED
002200        ACCESS MODE IS DYNAMIC
002300        RECORD KEY IS PI-KEY
002400        FILE STATUS IS WS-PAIDITM-STATUS.
002500     SELECT OPTIONAL PROMISE-FILE ASSIGN U-T-PROMIS
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS PR-ACCOUNT-NUMBER
002900        FILE STATUS IS WS-PROMISE-STATUS.
003000     SELECT FORECAST-HISTORY-FILE ASSIGN U-T-FCSHIS
003100        ORGANIZATION IS INDEXED
003200        ACCESS MODE IS DYNAMIC
003300        RECORD KEY IS FH-KEY
003400        FILE STATUS IS WS-FCSHIS-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD REPORT-FILE
003800     LABEL RECORDS ARE OMITTED
003900     RECORDING MODE IS F
004000     RECORD CONTAINS 133 CHARACTERS
004100     DATA RECORD IS OUTPUT-RECORD.
004200   01 OUTPUT-RECORD.
004300     02 CARRIAGE-CONTROL PIC X.
004400     02 OUTPUT-LINE      PIC X(132).
004500 FD CONTROL-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS
004800     DATA RECORD IS CONTROL-CARD-RECORD.
004900 COPY CTLCARD.
005000 FD HIERARCHY-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS
005300     DATA RECORD IS HIERARCHY-RECORD.
005400 COPY HIERARCH.
005500 FD FORECAST-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F
005800     RECORD CONTAINS 80 CHARACTERS
005900     DATA RECORD IS CASH-FORECAST-RECORD.
006000 COPY CSHFCST.
006100 FD MASTER-FILE
006200     LABEL RECORDS ARE STANDARD
006300     DATA RECORD IS MASTER-RECORD.
006400 COPY MSTRFILE.
006500 FD OPEN-ITEM-FILE
006600     LABEL RECORDS ARE STANDARD
006700     DATA RECORD IS OPEN-ITEM-RECORD.
006800 COPY OPENITM.
006900 FD PAID-ITEMS-FILE
007000     LABEL RECORDS ARE STANDARD
007100     DATA RECORD IS PAID-ITEM-RECORD.
007200 COPY PAIDITM.
007300 FD PROMISE-FILE
007400     LABEL RECORDS ARE STANDARD
007500     DATA RECORD IS PROMISE-RECORD.
007600 COPY PROMREC.
007700 FD FORECAST-HISTORY-FILE
007800     LABEL RECORDS ARE STANDARD
007900     DATA RECORD IS FORECAST-HISTORY-RECORD.
008000 COPY FCSTHIS.
      ******************************************************************
008100 WORKING-STORAGE SECTION.
008200 COPY HEADER1.
008300 01  PROGRAM-WORK-FIELDS.
008400     02  INPUT-SWITCH      PIC X(3).
008500         88  END-OF-FILE   VALUE 'EOF'.
008600     02  HIER-SWITCH       PIC X(3).
008700         88  END-OF-HIER   VALUE 'EOF'.
008800     02  ITEM-BROWSE-SWITCH PIC X(3).
008900         88  END-OF-ITEMS  VALUE 'EOF'.
009000     02  RECEIPT-BROWSE-SWITCH PIC X(3).
009100         88  END-OF-RECEIPTS VALUE 'EOF'.
009200     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
009300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 40.
009400     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
009500     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009600     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
009700     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
009800     02  WS-PROMISE-STATUS PIC X(2)  VALUE ZERO.
009900     02  WS-FCSHIS-STATUS  PIC X(2)  VALUE ZERO.
010000     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
010100         88  ENTRY-FOUND   VALUE 'YES'.
010200     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
010300         88  MASTER-FOUND  VALUE 'YES'.
010400     02  HISTORY-SWITCH    PIC X(3)  VALUE 'NO '.
010500         88  WEEK-ON-FILE  VALUE 'YES'.
010600     02  PROMISE-SWITCH    PIC X(3)  VALUE 'NO '.
010700         88  PROMISES-SUPPLIED VALUE 'YES'.
010800     02  ACCURACY-SWITCH   PIC X(3)  VALUE 'NO '.
010900         88  ACCURACY-DUE  VALUE 'YES'.
011000     02  WS-ACCOUNT-COUNT  PIC 9(7)  VALUE ZERO.
011100     02  WS-NO-BALANCE-COUNT PIC 9(7) VALUE ZERO.
011200     02  WS-UNMAPPED-COUNT PIC 9(7)  VALUE ZERO.
011300     02  WS-ROLLUP-DROPPED PIC 9(5)  VALUE ZERO.
011400     02  WS-PROMISE-COUNT  PIC 9(7)  VALUE ZERO.
011500     02  WS-RECORDS-WRITTEN PIC 9(7) VALUE ZERO.
011600     02  WS-WEEK-SUB       PIC 9(2)  COMP.
011700     02  WS-REGION-SUB     PIC 9(3)  COMP.
011800     02  WS-REGION-COUNT   PIC 9(3)  COMP VALUE ZERO.
011900     02  WS-ACCOUNT-REGION PIC 9(3)  COMP VALUE ZERO.
012000     02  WS-HIER-SUB       PIC 9(3)  COMP.
012100     02  WS-HIER-COUNT     PIC 9(3)  COMP VALUE ZERO.
012200     02  WS-ACC-SUB        PIC 9(2)  COMP.
012300     02  WS-ACC-COUNT      PIC 9(2)  COMP VALUE ZERO.
012400     02  WS-FIND-REF-CODE  PIC X(6)  VALUE SPACES.
012500     02  WS-FIND-CODE      PIC X(6)  VALUE SPACES.
012600     02  WS-FIND-NAME      PIC X(20) VALUE SPACES.
012700     02  WS-PRINT-LINE     PIC X(132) VALUE SPACES.
012800     02  WS-COLUMN-HEADING PIC X(132) VALUE SPACES.
012900 01  DATE-WORK-FIELDS.
013000     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
013100     02  WS-FIRST-DAY      PIC 9(8)  VALUE ZERO.
013200     02  WS-FORECAST-START PIC 9(8)  VALUE ZERO.
013300     02  FILLER REDEFINES WS-FORECAST-START.
013400         03  WS-START-PERIOD PIC 9(6).
013500         03  WS-START-DD   PIC 9(2).
013600     02  WS-FORECAST-END   PIC 9(8)  VALUE ZERO.
013700     02  WS-WINDOW-START   PIC 9(8)  VALUE ZERO.
013800     02  WS-PRIOR-PERIOD   PIC 9(6)  VALUE ZERO.
013900     02  FILLER REDEFINES WS-PRIOR-PERIOD.
014000         03  WS-PRIOR-CCYY PIC 9(4).
014100         03  WS-PRIOR-MM   PIC 9(2).
014200     02  WS-HISTORY-PERIOD PIC 9(6)  VALUE ZERO.
014300     02  WS-EXPECT-DATE    PIC 9(8)  VALUE ZERO.
014400     02  WS-ITEM-DUE-DATE  PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * ONE ACCOUNT'S FORECAST. THE BALANCE LEFT STARTS AT THE MASTER
      * BALANCE AND EVERY AMOUNT PROJECTED COMES OFF IT; THE PROMISE
      * COVER IS THE PROMISED AMOUNT STILL TO BE SET AGAINST THE
      * OLDEST INVOICES.
      ******************************************************************
014500 01  ACCOUNT-WORK-FIELDS.
014600     02  WS-ACCOUNT-BALANCE PIC S9(7)V99 VALUE ZERO.
014700     02  WS-BALANCE-LEFT   PIC S9(7)V99 VALUE ZERO.
014800     02  WS-PROMISE-COVER  PIC S9(7)V99 VALUE ZERO.
014900     02  WS-ITEM-AMOUNT    PIC S9(7)V99 VALUE ZERO.
015000     02  WS-COVER-TAKEN    PIC S9(7)V99 VALUE ZERO.
015100     02  WS-PROJECT-AMOUNT PIC S9(7)V99 VALUE ZERO.
015200     02  WS-PROJECT-SOURCE PIC X(1)  VALUE SPACE.
015300         88  PROJECT-FROM-PROMISE VALUE 'P'.
015400     02  WS-PAY-DAYS-TOTAL PIC 9(9)  VALUE ZERO.
015500     02  WS-PAYMENTS-MEASURED PIC 9(5) VALUE ZERO.
015600     02  WS-AVG-DAYS-TO-PAY PIC 9(3) VALUE ZERO.
015700     02  WS-FORECAST-WEEK  PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * THE EIGHT FORECAST WEEKS, WITH THEIR TOTALS OVER ALL REGIONS,
      * AND THE AMOUNTS LEFT OUT OF THEM.
      ******************************************************************
015800 01  WEEK-TABLE.
015900     05  WEEK-ENTRY OCCURS 8 TIMES.
016000         10  WK-START          PIC 9(08).
016100         10  WK-END            PIC 9(08).
016200         10  WK-ITEM-AMOUNT    PIC S9(13)V99.
016300         10  WK-PROMISE-AMOUNT PIC S9(13)V99.
016400 01  FORECAST-TOTALS.
016500     02  WS-TOTAL-BEYOND   PIC S9(13)V99 VALUE ZERO.
016600     02  WS-TOTAL-DOUBTFUL PIC S9(13)V99 VALUE ZERO.
016700     02  WS-TOTAL-FORECAST PIC S9(13)V99 VALUE ZERO.
016800     02  WS-CUMULATIVE     PIC S9(13)V99 VALUE ZERO.
016900     02  WS-REGION-TOTAL   PIC S9(13)V99 VALUE ZERO.
017000     02  WS-WEEK-TOTAL     PIC S9(13)V99 VALUE ZERO.
      ******************************************************************
      * REGIONS -- EACH CARRIES ITS EIGHT WEEKS, WHAT FELL OUTSIDE
      * THEM, AND LAST MONTH'S FORECAST AGAINST ACTUAL FOR THE
      * ACCURACY SECTION.
      ******************************************************************
017100 01  REGION-TABLE.
017200     05  REGION-ENTRY OCCURS 60 TIMES.
017300         10  RG-CODE           PIC X(06).
017400         10  RG-NAME           PIC X(20).
017500         10  RG-WEEK OCCURS 8 TIMES.
017600             15  RW-ITEM-AMOUNT    PIC S9(13)V99.
017700             15  RW-PROMISE-AMOUNT PIC S9(13)V99.
017800         10  RG-BEYOND-AMOUNT  PIC S9(13)V99.
017900         10  RG-DOUBTFUL-AMOUNT PIC S9(13)V99.
018000         10  RG-ACC-FIRST      PIC S9(13)V99.
018100         10  RG-ACC-LATEST     PIC S9(13)V99.
018200         10  RG-ACC-ACTUAL     PIC S9(13)V99.
018300 01  HIERARCHY-TABLE.
018400     05  HIERARCHY-ENTRY OCCURS 100 TIMES.
018500         10  HT-REF-CODE       PIC X(06).
018600         10  HT-REGION-CODE    PIC X(06).
018700         10  HT-REGION-NAME    PIC X(20).
      ******************************************************************
      * LAST MONTH'S FORECAST WEEKS OFF THE HISTORY FILE, IN WEEK
      * ORDER, WITH THE CASH APPLIED IN EACH.
      ******************************************************************
018800 01  ACCURACY-TABLE.
018900     05  ACCURACY-ENTRY OCCURS 6 TIMES.
019000         10  AW-START          PIC 9(08).
019100         10  AW-END            PIC 9(08).
019200         10  AW-FIRST          PIC S9(13)V99.
019300         10  AW-LATEST         PIC S9(13)V99.
019400         10  AW-ACTUAL         PIC S9(13)V99.
019500 01  ACCURACY-WORK-FIELDS.
019600     02  WS-CALC-FIRST     PIC S9(13)V99 VALUE ZERO.
019700     02  WS-CALC-LATEST    PIC S9(13)V99 VALUE ZERO.
019800     02  WS-CALC-ACTUAL    PIC S9(13)V99 VALUE ZERO.
019900     02  WS-CALC-VARIANCE  PIC S9(13)V99 VALUE ZERO.
020000     02  WS-CALC-WORK      PIC S9(5)V9 VALUE ZERO.
020100     02  WS-CALC-ACCURACY  PIC 9(3)V9 VALUE ZERO.
020200     02  WS-EDIT-ACCURACY  PIC ZZ9.9.
020300     02  WS-SUM-FIRST      PIC S9(13)V99 VALUE ZERO.
020400     02  WS-SUM-LATEST     PIC S9(13)V99 VALUE ZERO.
020500     02  WS-SUM-ACTUAL     PIC S9(13)V99 VALUE ZERO.
020600 COPY PAGING.
020700 COPY FINBDC01.
020800 COPY FINDTC01.
020900 01  CAPTION-LINE.
021000     02  FILLER                PIC X(1).
021100     02  CAP-TEXT              PIC X(40).
021200     02  CAP-DATE-TAG          PIC X(15).
021300     02  CAP-DATE              PIC 9(8) BLANK WHEN ZERO.
021400     02  FILLER                PIC X(68).
021500 01  WEEK-DETAIL-LINE.
021600     02  FILLER                PIC X(1).
021700     02  WDL-WEEK              PIC Z9.
021800     02  FILLER                PIC X(3).
021900     02  WDL-START             PIC 9(8).
022000     02  FILLER                PIC X(2).
022100     02  WDL-END               PIC 9(8).
022200     02  FILLER                PIC X(2).
022300     02  WDL-ITEM-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9-.
022400     02  FILLER                PIC X(2).
022500     02  WDL-PROMISE-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9-.
022600     02  FILLER                PIC X(2).
022700     02  WDL-TOTAL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9-.
022800     02  FILLER                PIC X(2).
022900     02  WDL-CUMULATIVE        PIC ZZ,ZZZ,ZZZ,ZZ9-.
023000     02  FILLER                PIC X(40).
023100 01  WEEK-DETAIL-HEADING.
023200     02  FILLER                PIC X(1).
023300     02  FILLER                PIC X(4)  VALUE 'WEEK'.
023400     02  FILLER                PIC X(1).
023500     02  FILLER                PIC X(8)  VALUE 'FROM'.
023600     02  FILLER                PIC X(2).
023700     02  FILLER                PIC X(8)  VALUE 'TO'.
023800     02  FILLER                PIC X(2).
023900     02  FILLER         PIC X(15) VALUE '     OPEN ITEMS'.
024000     02  FILLER                PIC X(2).
024100     02  FILLER         PIC X(15) VALUE '       PROMISES'.
024200     02  FILLER                PIC X(2).
024300     02  FILLER         PIC X(15) VALUE '   TOTAL RECPTS'.
024400     02  FILLER                PIC X(2).
024500     02  FILLER         PIC X(15) VALUE '     CUMULATIVE'.
024600     02  FILLER                PIC X(40).
024700 01  AMOUNT-NOTE-LINE.
024800     02  FILLER                PIC X(1).
024900     02  ANL-TEXT              PIC X(48).
025000     02  ANL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9-.
025100     02  FILLER                PIC X(68).
025200 01  REGION-WEEK-LINE.
025300     02  FILLER                PIC X(1).
025400     02  RWL-CODE              PIC X(6).
025500     02  RWL-COLUMN OCCURS 8 TIMES.
025600         03  FILLER            PIC X(1).
025700         03  RWL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
025800     02  FILLER                PIC X(2).
025900     02  RWL-TOTAL             PIC ZZZZ,ZZZ,ZZ9.
026000     02  FILLER                PIC X(15).
026100 01  REGION-WEEK-HEADING.
026200     02  FILLER                PIC X(1).
026300     02  FILLER                PIC X(6)  VALUE 'REGION'.
026400     02  RWH-COLUMN OCCURS 8 TIMES.
026500         03  FILLER            PIC X(4).
026600         03  RWH-START         PIC 9(8).
026700     02  FILLER                PIC X(2).
026800     02  FILLER                PIC X(12) VALUE '  8-WK TOTAL'.
026900     02  FILLER                PIC X(15).
027000 01  REGION-NAME-LINE.
027100     02  FILLER                PIC X(1).
027200     02  RNL-CODE              PIC X(6).
027300     02  FILLER                PIC X(2).
027400     02  RNL-NAME              PIC X(20).
027500     02  FILLER                PIC X(2).
027600     02  RNL-BEYOND            PIC ZZ,ZZZ,ZZZ,ZZ9-.
027700     02  FILLER                PIC X(2).
027800     02  RNL-DOUBTFUL          PIC ZZ,ZZZ,ZZZ,ZZ9-.
027900     02  FILLER                PIC X(69).
028000 01  REGION-NAME-HEADING.
028100     02  FILLER                PIC X(1).
028200     02  FILLER                PIC X(6)  VALUE 'REGION'.
028300     02  FILLER                PIC X(2).
028400     02  FILLER                PIC X(20) VALUE 'NAME'.
028500     02  FILLER                PIC X(2).
028600     02  FILLER         PIC X(15) VALUE ' AFTER 8 WEEKS'.
028700     02  FILLER                PIC X(2).
028800     02  FILLER         PIC X(15) VALUE '  OVER 90 DAYS'.
028900     02  FILLER                PIC X(69).
029000 01  ACCURACY-LINE.
029100     02  FILLER                PIC X(1).
029200     02  ACL-LABEL             PIC X(8).
029300     02  FILLER                PIC X(1).
029400     02  ACL-TAG               PIC X(20).
029500     02  FILLER                PIC X(2).
029600     02  ACL-FIRST             PIC ZZ,ZZZ,ZZZ,ZZ9-.
029700     02  FILLER                PIC X(2).
029800     02  ACL-LATEST            PIC ZZ,ZZZ,ZZZ,ZZ9-.
029900     02  FILLER                PIC X(2).
030000     02  ACL-ACTUAL            PIC ZZ,ZZZ,ZZZ,ZZ9-.
030100     02  FILLER                PIC X(2).
030200     02  ACL-VARIANCE          PIC ZZ,ZZZ,ZZZ,ZZ9-.
030300     02  FILLER                PIC X(2).
030400     02  ACL-ACCURACY          PIC X(6).
030500     02  FILLER                PIC X(26).
030600 01  ACCURACY-HEADING.
030700     02  FILLER                PIC X(1).
030800     02  FILLER                PIC X(8)  VALUE 'WEEK OF'.
030900     02  FILLER                PIC X(1).
031000     02  FILLER                PIC X(20) VALUE 'TO / REGION NAME'.
031100     02  FILLER                PIC X(2).
031200     02  FILLER         PIC X(15) VALUE ' FIRST FORECAST'.
031300     02  FILLER                PIC X(2).
031400     02  FILLER         PIC X(15) VALUE 'LATEST FORECAST'.
031500     02  FILLER                PIC X(2).
031600     02  FILLER         PIC X(15) VALUE '   CASH APPLIED'.
031700     02  FILLER                PIC X(2).
031800     02  FILLER         PIC X(15) VALUE '       VARIANCE'.
031900     02  FILLER                PIC X(2).
032000     02  FILLER                PIC X(6)  VALUE ' ACC %'.
032100     02  FILLER                PIC X(26).
032200******************************************************************
032300 PROCEDURE DIVISION.
032400     DISPLAY 'FINCSF01 - CASH-RECEIPTS FORECAST STARTING'.
032500     PERFORM READ-CONTROL-CARD.
032600     PERFORM SET-FORECAST-WEEKS.
032700     PERFORM LOAD-HIERARCHY-TABLE.
032800     OPEN INPUT MASTER-FILE OPEN-ITEM-FILE PAID-ITEMS-FILE
032900                PROMISE-FILE.
033000     IF WS-PROMISE-STATUS = '00'
033100        MOVE 'YES' TO PROMISE-SWITCH
033200     END-IF.
033300     PERFORM SWEEP-MASTER-FILE.
033400     OPEN OUTPUT REPORT-FILE FORECAST-FILE.
033500     PERFORM REPORT-FORECAST-WEEKS.
033600     PERFORM REPORT-REGION-WEEKS.
033700     PERFORM WRITE-FORECAST-FEED.
033800     CLOSE FORECAST-FILE.
033900     OPEN I-O FORECAST-HISTORY-FILE.
034000     PERFORM FILE-REGION-HISTORY
034100        VARYING WS-REGION-SUB FROM 1 BY 1
034200        UNTIL WS-REGION-SUB > WS-REGION-COUNT.
034300     IF ACCURACY-DUE
034400        PERFORM MEASURE-ACCURACY
034500        PERFORM REPORT-ACCURACY
034600     END-IF.
034700     CLOSE MASTER-FILE OPEN-ITEM-FILE PAID-ITEMS-FILE PROMISE-FILE
034800           FORECAST-HISTORY-FILE REPORT-FILE.
034900     DISPLAY 'FINCSF01 - FORECAST START:     ' WS-FORECAST-START.
035000     DISPLAY 'FINCSF01 - ACCOUNTS FORECAST:  ' WS-ACCOUNT-COUNT.
035100     DISPLAY 'FINCSF01 - FEED RECORDS:       ' WS-RECORDS-WRITTEN.
035200     IF WS-UNMAPPED-COUNT > ZERO
035300        DISPLAY 'FINCSF01 - ACCOUNTS IN UNMAPPED BRANCHES: '
035400            WS-UNMAPPED-COUNT
035500        MOVE 4 TO RETURN-CODE
035600     END-IF.
035700     IF WS-ROLLUP-DROPPED > ZERO
035800        DISPLAY 'FINCSF01 - REGION TABLE FULL - ACCOUNTS IN '
035900            'TOTALS ONLY: ' WS-ROLLUP-DROPPED
036000        MOVE 4 TO RETURN-CODE
036100     END-IF.
036200     GOBACK.
036300******************************************************************
036400 READ-CONTROL-CARD.
036500     OPEN INPUT CONTROL-FILE.
036600     READ CONTROL-FILE AT END
036700         MOVE ZERO TO CC-PAGE-SIZE
036800         MOVE ZERO TO CC-AS-OF-DATE
036900     END-READ.
037000     CLOSE CONTROL-FILE.
037100     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
037200        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
037300     END-IF.
037400     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
037500        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
037600     ELSE
037700        MOVE ZERO TO BD-REQUEST-DATE
037800        CALL 'FINBDT01' USING FINBDC01-RECORD
037900        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
038000     END-IF.
038100******************************************************************
      * WEEK 1 IS THE MONDAY-TO-SUNDAY WEEK HOLDING THE NEXT BUSINESS
      * DAY AFTER THE AS-OF DATE -- A FRIDAY-NIGHT RUN FORECASTS FROM
      * THE COMING MONDAY. THE DAYS-TO-PAY WINDOW IS THE YEAR TO THE
      * AS-OF DATE. THE ACCURACY SECTION IS DUE WHEN WEEK 1 STARTS IN
      * THE FIRST SEVEN DAYS OF A MONTH, AND COVERS THE MONTH BEFORE.
      ******************************************************************
038200 SET-FORECAST-WEEKS.
038300     MOVE WS-AS-OF-DATE TO BD-REQUEST-DATE.
038400     CALL 'FINBDT01' USING FINBDC01-RECORD.
038500     IF BD-RESULT-OK AND BD-NEXT-BUSINESS-DATE > ZERO
038600        MOVE BD-NEXT-BUSINESS-DATE TO WS-FIRST-DAY
038700     ELSE
038800        MOVE WS-AS-OF-DATE TO WS-FIRST-DAY
038900     END-IF.
039000     MOVE 'A' TO DT-FUNCTION.
039100     MOVE WS-FIRST-DAY TO DT-BASE-DATE.
039200     MOVE ZERO TO DT-DAY-COUNT.
039300     CALL 'FINDTE01' USING FINDTC01-RECORD.
039400     COMPUTE DT-DAY-COUNT = 1 - DT-RESULT-WEEKDAY.
039500     CALL 'FINDTE01' USING FINDTC01-RECORD.
039600     MOVE DT-RESULT-DATE TO WS-FORECAST-START.
039700     PERFORM SET-ONE-WEEK
039800        VARYING WS-WEEK-SUB FROM 1 BY 1
039900        UNTIL WS-WEEK-SUB > 8.
040000     MOVE WK-END (8) TO WS-FORECAST-END.
040100     MOVE WS-AS-OF-DATE TO DT-BASE-DATE.
040200     MOVE -365 TO DT-DAY-COUNT.
040300     CALL 'FINDTE01' USING FINDTC01-RECORD.
040400     MOVE DT-RESULT-DATE TO WS-WINDOW-START.
040500     IF WS-START-DD NOT > 7
040600        MOVE 'YES' TO ACCURACY-SWITCH
040700        MOVE WS-START-PERIOD TO WS-PRIOR-PERIOD
040800        IF WS-PRIOR-MM = 1
040900           SUBTRACT 1 FROM WS-PRIOR-CCYY
041000           MOVE 12 TO WS-PRIOR-MM
041100        ELSE
041200           SUBTRACT 1 FROM WS-PRIOR-MM
041300        END-IF
041400     END-IF.
041500******************************************************************
041600 SET-ONE-WEEK.
041700     MOVE 'A' TO DT-FUNCTION.
041800     MOVE WS-FORECAST-START TO DT-BASE-DATE.
041900     COMPUTE DT-DAY-COUNT = (WS-WEEK-SUB - 1) * 7.
042000     CALL 'FINDTE01' USING FINDTC01-RECORD.
042100     MOVE DT-RESULT-DATE TO WK-START (WS-WEEK-SUB).
042200     ADD 6 TO DT-DAY-COUNT.
042300     CALL 'FINDTE01' USING FINDTC01-RECORD.
042400     MOVE DT-RESULT-DATE TO WK-END (WS-WEEK-SUB).
042500     MOVE ZERO TO WK-ITEM-AMOUNT (WS-WEEK-SUB)
042600                  WK-PROMISE-AMOUNT (WS-WEEK-SUB).
042700******************************************************************
042800 LOAD-HIERARCHY-TABLE.
042900     MOVE SPACES TO HIER-SWITCH.
043000     OPEN INPUT HIERARCHY-FILE.
043100     PERFORM LOAD-HIERARCHY-RECORD
043200        UNTIL END-OF-HIER.
043300     CLOSE HIERARCHY-FILE.
043400******************************************************************
043500 LOAD-HIERARCHY-RECORD.
043600     READ HIERARCHY-FILE AT END
043700         MOVE 'EOF' TO HIER-SWITCH
043800     NOT AT END
043900         IF WS-HIER-COUNT < 100
044000            ADD 1 TO WS-HIER-COUNT
044100            MOVE HR-REFERENCE-CODE
044200                TO HT-REF-CODE (WS-HIER-COUNT)
044300            MOVE HR-REGION-CODE
044400                TO HT-REGION-CODE (WS-HIER-COUNT)
044500            MOVE HR-REGION-NAME
044600                TO HT-REGION-NAME (WS-HIER-COUNT)
044700         END-IF
044800     END-READ.
044900******************************************************************
      * EVERY OPEN MASTER ACCOUNT WITH A DEBIT BALANCE IS FORECAST
      * UNDER ITS BRANCH'S REGION.
      ******************************************************************
045000 SWEEP-MASTER-FILE.
045100     MOVE SPACES TO INPUT-SWITCH.
045200     MOVE ZERO TO MSTR-ACCOUNT-NUMBER.
045300     START MASTER-FILE KEY NOT LESS THAN MSTR-ACCOUNT-NUMBER
045400         INVALID KEY
045500            MOVE 'EOF' TO INPUT-SWITCH
045600     END-START.
045700     PERFORM FORECAST-ONE-ACCOUNT
045800         THRU FORECAST-ONE-ACCOUNT-EXIT
045900        UNTIL END-OF-FILE.
046000******************************************************************
046100 FORECAST-ONE-ACCOUNT.
046200     READ MASTER-FILE NEXT RECORD AT END
046300         MOVE 'EOF' TO INPUT-SWITCH
046400     END-READ.
046500     IF END-OF-FILE
046600        GO TO FORECAST-ONE-ACCOUNT-EXIT
046700     END-IF.
046800     IF MSTR-CLOSED
046900        GO TO FORECAST-ONE-ACCOUNT-EXIT
047000     END-IF.
047100     COMPUTE WS-ACCOUNT-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
047200     IF WS-ACCOUNT-BALANCE NOT > ZERO
047300        ADD 1 TO WS-NO-BALANCE-COUNT
047400        GO TO FORECAST-ONE-ACCOUNT-EXIT
047500     END-IF.
047600     ADD 1 TO WS-ACCOUNT-COUNT.
047700     MOVE MSTR-REFERENCE-CODE TO WS-FIND-REF-CODE.
047800     PERFORM FIND-ACCOUNT-REGION.
047900     PERFORM MEASURE-DAYS-TO-PAY.
048000     MOVE WS-ACCOUNT-BALANCE TO WS-BALANCE-LEFT.
048100     MOVE ZERO TO WS-PROMISE-COVER.
048200     IF PROMISES-SUPPLIED
048300        PERFORM FORECAST-PROMISE
048400     END-IF.
048500     MOVE SPACES TO ITEM-BROWSE-SWITCH.
048600     MOVE MSTR-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
048700     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
048800     START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
048900         INVALID KEY
049000            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
049100     END-START.
049200     PERFORM FORECAST-ONE-ITEM
049300         THRU FORECAST-ONE-ITEM-EXIT
049400        UNTIL END-OF-ITEMS.
049500     IF WS-BALANCE-LEFT > ZERO
049600        PERFORM FORECAST-UNITEMIZED
049700     END-IF.
049800 FORECAST-ONE-ACCOUNT-EXIT.
049900     EXIT.
050000******************************************************************
      * AVERAGE DAYS FROM INVOICE DATE TO PAYMENT OVER THE YEAR'S
      * APPLIED RECEIPTS THAT NAMED ONE OF THE ACCOUNT'S INVOICES --
      * ZERO RECEIPTS MEASURED LEAVES THE ACCOUNT ON ITS DUE DATES.
      ******************************************************************
050100 MEASURE-DAYS-TO-PAY.
050200     MOVE ZERO TO WS-PAY-DAYS-TOTAL WS-PAYMENTS-MEASURED
050300                  WS-AVG-DAYS-TO-PAY.
050400     MOVE SPACES TO RECEIPT-BROWSE-SWITCH.
050500     MOVE MSTR-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
050600     MOVE LOW-VALUES TO PI-REFERENCE.
050700     MOVE ZERO TO PI-PAYMENT-DATE.
050800     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
050900         INVALID KEY
051000            MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
051100     END-START.
051200     PERFORM MEASURE-ONE-RECEIPT
051300         THRU MEASURE-ONE-RECEIPT-EXIT
051400        UNTIL END-OF-RECEIPTS.
051500     IF WS-PAYMENTS-MEASURED > ZERO
051600        DIVIDE WS-PAY-DAYS-TOTAL BY WS-PAYMENTS-MEASURED
051700            GIVING WS-AVG-DAYS-TO-PAY ROUNDED
051800            ON SIZE ERROR
051900               MOVE 999 TO WS-AVG-DAYS-TO-PAY
052000        END-DIVIDE
052100     END-IF.
052200******************************************************************
052300 MEASURE-ONE-RECEIPT.
052400     READ PAID-ITEMS-FILE NEXT RECORD AT END
052500         MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
052600     END-READ.
052700     IF END-OF-RECEIPTS
052800        GO TO MEASURE-ONE-RECEIPT-EXIT
052900     END-IF.
053000     IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
053100        MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
053200        GO TO MEASURE-ONE-RECEIPT-EXIT
053300     END-IF.
053400     IF PI-RETURNED
053500           OR PI-PAYMENT-DATE < WS-WINDOW-START
053600        GO TO MEASURE-ONE-RECEIPT-EXIT
053700     END-IF.
053800     MOVE PI-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
053900     MOVE PI-REFERENCE TO OI-INVOICE-NUMBER.
054000     READ OPEN-ITEM-FILE
054100         INVALID KEY
054200            GO TO MEASURE-ONE-RECEIPT-EXIT
054300     END-READ.
054400     MOVE 'D' TO DT-FUNCTION.
054500     MOVE OI-INVOICE-DATE TO DT-BASE-DATE.
054600     MOVE PI-PAYMENT-DATE TO DT-OTHER-DATE.
054700     CALL 'FINDTE01' USING FINDTC01-RECORD.
054800     IF NOT DT-RESULT-OK
054900        GO TO MEASURE-ONE-RECEIPT-EXIT
055000     END-IF.
055100     IF DT-DAY-COUNT > ZERO
055200        ADD DT-DAY-COUNT TO WS-PAY-DAYS-TOTAL
055300     END-IF.
055400     IF WS-PAYMENTS-MEASURED < 99999
055500        ADD 1 TO WS-PAYMENTS-MEASURED
055600     END-IF.
055700 MEASURE-ONE-RECEIPT-EXIT.
055800     EXIT.
055900******************************************************************
      * AN OPEN PROMISE DATED INSIDE OR AFTER THE FORECAST IS TAKEN AT
      * ITS PROMISED DATE, UP TO THE ACCOUNT BALANCE. ONE ALREADY PAST
      * ITS DATE IS FINPTP02'S TO MARK KEPT OR BROKEN AND IS IGNORED
      * HERE -- THE INVOICES STAND ON THEIR OWN.
      ******************************************************************
056000 FORECAST-PROMISE.
056100     MOVE MSTR-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
056200     READ PROMISE-FILE
056300         INVALID KEY
056400            MOVE ZERO TO PR-PROMISED-AMOUNT
056500            MOVE 'K' TO PR-STATUS
056600     END-READ.
056700     IF PR-OPEN AND PR-PROMISED-AMOUNT > ZERO
056800           AND PR-PROMISED-DATE NOT < WS-FORECAST-START
056900        ADD 1 TO WS-PROMISE-COUNT
057000        IF PR-PROMISED-AMOUNT > WS-BALANCE-LEFT
057100           MOVE WS-BALANCE-LEFT TO WS-PROJECT-AMOUNT
057200        ELSE
057300           MOVE PR-PROMISED-AMOUNT TO WS-PROJECT-AMOUNT
057400        END-IF
057500        MOVE WS-PROJECT-AMOUNT TO WS-PROMISE-COVER
057600        SUBTRACT WS-PROJECT-AMOUNT FROM WS-BALANCE-LEFT
057700        MOVE PR-PROMISED-DATE TO WS-EXPECT-DATE
057800        MOVE 'P' TO WS-PROJECT-SOURCE
057900        PERFORM PROJECT-RECEIPT
058000     END-IF.
058100******************************************************************
      * OPEN INVOICES, OLDEST FIRST. THE PROMISE COVERS THE OLDEST;
      * THE REST ARE TAKEN UP TO THE BALANCE LEFT. MORE THAN 90 DAYS
      * PAST DUE AT THE FORECAST START IS NOT FORECAST.
      ******************************************************************
058200 FORECAST-ONE-ITEM.
058300     READ OPEN-ITEM-FILE NEXT RECORD AT END
058400         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
058500     END-READ.
058600     IF END-OF-ITEMS
058700        GO TO FORECAST-ONE-ITEM-EXIT
058800     END-IF.
058900     IF OI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
059000        MOVE 'EOF' TO ITEM-BROWSE-SWITCH
059100        GO TO FORECAST-ONE-ITEM-EXIT
059200     END-IF.
059300     IF NOT OI-ITEM-OPEN OR OI-OPEN-AMOUNT NOT > ZERO
059400        GO TO FORECAST-ONE-ITEM-EXIT
059500     END-IF.
059600     MOVE OI-OPEN-AMOUNT TO WS-ITEM-AMOUNT.
059700     IF WS-PROMISE-COVER > ZERO
059800        IF WS-PROMISE-COVER > WS-ITEM-AMOUNT
059900           MOVE WS-ITEM-AMOUNT TO WS-COVER-TAKEN
060000        ELSE
060100           MOVE WS-PROMISE-COVER TO WS-COVER-TAKEN
060200        END-IF
060300        SUBTRACT WS-COVER-TAKEN FROM WS-PROMISE-COVER
060400                                     WS-ITEM-AMOUNT
060500     END-IF.
060600     IF WS-ITEM-AMOUNT > WS-BALANCE-LEFT
060700        MOVE WS-BALANCE-LEFT TO WS-ITEM-AMOUNT
060800     END-IF.
060900     IF WS-ITEM-AMOUNT NOT > ZERO
061000        GO TO FORECAST-ONE-ITEM-EXIT
061100     END-IF.
061200     SUBTRACT WS-ITEM-AMOUNT FROM WS-BALANCE-LEFT.
061300     MOVE 'A' TO DT-FUNCTION.
061400     IF OI-DUE-DATE > ZERO
061500        MOVE OI-DUE-DATE TO WS-ITEM-DUE-DATE
061600     ELSE
061700        MOVE OI-INVOICE-DATE TO DT-BASE-DATE
061800        MOVE 30 TO DT-DAY-COUNT
061900        CALL 'FINDTE01' USING FINDTC01-RECORD
062000        MOVE DT-RESULT-DATE TO WS-ITEM-DUE-DATE
062100     END-IF.
062200     MOVE 'D' TO DT-FUNCTION.
062300     MOVE WS-ITEM-DUE-DATE TO DT-BASE-DATE.
062400     MOVE WS-FORECAST-START TO DT-OTHER-DATE.
062500     CALL 'FINDTE01' USING FINDTC01-RECORD.
062600     IF DT-RESULT-OK AND DT-DAY-COUNT > 90
062700        ADD WS-ITEM-AMOUNT TO WS-TOTAL-DOUBTFUL
062800        IF WS-ACCOUNT-REGION > ZERO
062900           ADD WS-ITEM-AMOUNT
063000               TO RG-DOUBTFUL-AMOUNT (WS-ACCOUNT-REGION)
063100        END-IF
063200        GO TO FORECAST-ONE-ITEM-EXIT
063300     END-IF.
063400     IF WS-PAYMENTS-MEASURED > ZERO
063500        MOVE 'A' TO DT-FUNCTION
063600        MOVE OI-INVOICE-DATE TO DT-BASE-DATE
063700        MOVE WS-AVG-DAYS-TO-PAY TO DT-DAY-COUNT
063800        CALL 'FINDTE01' USING FINDTC01-RECORD
063900        MOVE DT-RESULT-DATE TO WS-EXPECT-DATE
064000     ELSE
064100        MOVE WS-ITEM-DUE-DATE TO WS-EXPECT-DATE
064200     END-IF.
064300     MOVE WS-ITEM-AMOUNT TO WS-PROJECT-AMOUNT.
064400     MOVE 'I' TO WS-PROJECT-SOURCE.
064500     PERFORM PROJECT-RECEIPT.
064600 FORECAST-ONE-ITEM-EXIT.
064700     EXIT.
064800******************************************************************
      * MASTER BALANCE NOT CARRIED ON OPEN ITEMS (BALANCES OLDER THAN
      * THE OPEN-ITEM FILE) HAS NO INVOICE DATE TO AGE FROM.
      ******************************************************************
064900 FORECAST-UNITEMIZED.
065000     MOVE 'A' TO DT-FUNCTION.
065100     MOVE WS-FORECAST-START TO DT-BASE-DATE.
065200     IF WS-PAYMENTS-MEASURED > ZERO
065300        MOVE WS-AVG-DAYS-TO-PAY TO DT-DAY-COUNT
065400     ELSE
065500        MOVE 30 TO DT-DAY-COUNT
065600     END-IF.
065700     CALL 'FINDTE01' USING FINDTC01-RECORD.
065800     MOVE DT-RESULT-DATE TO WS-EXPECT-DATE.
065900     MOVE WS-BALANCE-LEFT TO WS-PROJECT-AMOUNT.
066000     MOVE ZERO TO WS-BALANCE-LEFT.
066100     MOVE 'I' TO WS-PROJECT-SOURCE.
066200     PERFORM PROJECT-RECEIPT.
066300******************************************************************
      * ONE EXPECTED RECEIPT -- A DATE ALREADY PASSED COMES IN WEEK 1,
      * A NON-BUSINESS DAY MOVES TO THE NEXT BUSINESS DAY, AND THE
      * AMOUNT GOES TO ITS WEEK (OR PAST THE HORIZON) IN THE TOTALS
      * AND THE ACCOUNT'S REGION.
      ******************************************************************
066400 PROJECT-RECEIPT.
066500     IF WS-EXPECT-DATE < WS-FORECAST-START
066600        MOVE WS-FORECAST-START TO WS-EXPECT-DATE
066700     END-IF.
066800     MOVE WS-EXPECT-DATE TO BD-REQUEST-DATE.
066900     CALL 'FINBDT01' USING FINBDC01-RECORD.
067000     IF BD-RESULT-OK
067100           AND BD-BUSINESS-DATE NOT = WS-EXPECT-DATE
067200           AND BD-NEXT-BUSINESS-DATE > ZERO
067300        MOVE BD-NEXT-BUSINESS-DATE TO WS-EXPECT-DATE
067400     END-IF.
067500     MOVE 'D' TO DT-FUNCTION.
067600     MOVE WS-FORECAST-START TO DT-BASE-DATE.
067700     MOVE WS-EXPECT-DATE TO DT-OTHER-DATE.
067800     CALL 'FINDTE01' USING FINDTC01-RECORD.
067900     IF DT-RESULT-OK AND DT-DAY-COUNT > ZERO
068000        DIVIDE DT-DAY-COUNT BY 7 GIVING WS-FORECAST-WEEK
068100        ADD 1 TO WS-FORECAST-WEEK
068200     ELSE
068300        MOVE 1 TO WS-FORECAST-WEEK
068400     END-IF.
068500     IF WS-FORECAST-WEEK > 8
068600        ADD WS-PROJECT-AMOUNT TO WS-TOTAL-BEYOND
068700        IF WS-ACCOUNT-REGION > ZERO
068800           ADD WS-PROJECT-AMOUNT
068900               TO RG-BEYOND-AMOUNT (WS-ACCOUNT-REGION)
069000        END-IF
069100     ELSE
069200        MOVE WS-FORECAST-WEEK TO WS-WEEK-SUB
069300        IF PROJECT-FROM-PROMISE
069400           ADD WS-PROJECT-AMOUNT
069500               TO WK-PROMISE-AMOUNT (WS-WEEK-SUB)
069600           IF WS-ACCOUNT-REGION > ZERO
069700              ADD WS-PROJECT-AMOUNT TO RW-PROMISE-AMOUNT
069800                  (WS-ACCOUNT-REGION WS-WEEK-SUB)
069900           END-IF
070000        ELSE
070100           ADD WS-PROJECT-AMOUNT TO WK-ITEM-AMOUNT (WS-WEEK-SUB)
070200           IF WS-ACCOUNT-REGION > ZERO
070300              ADD WS-PROJECT-AMOUNT TO
070400                  RW-ITEM-AMOUNT (WS-ACCOUNT-REGION WS-WEEK-SUB)
070500           END-IF
070600        END-IF
070700     END-IF.
070800******************************************************************
      * THE ACCOUNT'S BRANCH TO ITS REGION THROUGH THE HIERARCHY --
      * NO RECORD PUTS IT UNDER THE UNMAPPED REGION. A FULL REGION
      * TABLE LEAVES WS-ACCOUNT-REGION ZERO AND THE ACCOUNT COUNTS IN
      * THE TOTALS ONLY.
      ******************************************************************
070900 FIND-ACCOUNT-REGION.
071000     MOVE 'NO ' TO FOUND-SWITCH.
071100     PERFORM MATCH-HIERARCHY-BRANCH
071200        VARYING WS-HIER-SUB FROM 1 BY 1
071300        UNTIL WS-HIER-SUB > WS-HIER-COUNT
071400           OR ENTRY-FOUND.
071500     IF ENTRY-FOUND
071600        SUBTRACT 1 FROM WS-HIER-SUB
071700        MOVE HT-REGION-CODE (WS-HIER-SUB) TO WS-FIND-CODE
071800     ELSE
071900        ADD 1 TO WS-UNMAPPED-COUNT
072000        MOVE '*NONE*' TO WS-FIND-CODE
072100     END-IF.
072200     PERFORM FIND-REGION-ENTRY.
072300     IF WS-REGION-SUB = ZERO
072400        ADD 1 TO WS-ROLLUP-DROPPED
072500     END-IF.
072600     MOVE WS-REGION-SUB TO WS-ACCOUNT-REGION.
072700******************************************************************
072800 MATCH-HIERARCHY-BRANCH.
072900     IF HT-REF-CODE (WS-HIER-SUB) = WS-FIND-REF-CODE
073000        SET ENTRY-FOUND TO TRUE
073100     END-IF.
073200******************************************************************
      * WS-REGION-SUB COMES BACK ZERO WHEN THE TABLE IS FULL. A NEW
      * REGION TAKES ITS NAME OFF THE HIERARCHY.
      ******************************************************************
073300 FIND-REGION-ENTRY.
073400     MOVE 'NO ' TO FOUND-SWITCH.
073500     PERFORM MATCH-REGION-ENTRY
073600        VARYING WS-REGION-SUB FROM 1 BY 1
073700        UNTIL WS-REGION-SUB > WS-REGION-COUNT
073800           OR ENTRY-FOUND.
073900     IF ENTRY-FOUND
074000        SUBTRACT 1 FROM WS-REGION-SUB
074100     ELSE
074200        IF WS-REGION-COUNT < 60
074300           ADD 1 TO WS-REGION-COUNT
074400           MOVE WS-REGION-COUNT TO WS-REGION-SUB
074500           PERFORM START-REGION-ENTRY
074600        ELSE
074700           MOVE ZERO TO WS-REGION-SUB
074800        END-IF
074900     END-IF.
075000******************************************************************
075100 MATCH-REGION-ENTRY.
075200     IF RG-CODE (WS-REGION-SUB) = WS-FIND-CODE
075300        SET ENTRY-FOUND TO TRUE
075400     END-IF.
075500******************************************************************
075600 START-REGION-ENTRY.
075700     MOVE WS-FIND-CODE TO RG-CODE (WS-REGION-SUB).
075800     MOVE 'UNMAPPED BRANCHES' TO WS-FIND-NAME.
075900     MOVE 'NO ' TO FOUND-SWITCH.
076000     PERFORM MATCH-HIERARCHY-REGION
076100        VARYING WS-HIER-SUB FROM 1 BY 1
076200        UNTIL WS-HIER-SUB > WS-HIER-COUNT
076300           OR ENTRY-FOUND.
076400     MOVE WS-FIND-NAME TO RG-NAME (WS-REGION-SUB).
076500     MOVE ZERO TO RG-BEYOND-AMOUNT (WS-REGION-SUB)
076600                  RG-DOUBTFUL-AMOUNT (WS-REGION-SUB)
076700                  RG-ACC-FIRST (WS-REGION-SUB)
076800                  RG-ACC-LATEST (WS-REGION-SUB)
076900                  RG-ACC-ACTUAL (WS-REGION-SUB).
077000     PERFORM CLEAR-REGION-WEEK
077100        VARYING WS-WEEK-SUB FROM 1 BY 1
077200        UNTIL WS-WEEK-SUB > 8.
077300******************************************************************
077400 MATCH-HIERARCHY-REGION.
077500     IF HT-REGION-CODE (WS-HIER-SUB) = WS-FIND-CODE
077600        SET ENTRY-FOUND TO TRUE
077700        MOVE HT-REGION-NAME (WS-HIER-SUB) TO WS-FIND-NAME
077800     END-IF.
077900******************************************************************
078000 CLEAR-REGION-WEEK.
078100     MOVE ZERO TO RW-ITEM-AMOUNT (WS-REGION-SUB WS-WEEK-SUB)
078200                  RW-PROMISE-AMOUNT (WS-REGION-SUB WS-WEEK-SUB).
078300******************************************************************
078400 REPORT-FORECAST-WEEKS.
078500     MOVE WEEK-DETAIL-HEADING TO WS-COLUMN-HEADING.
078600     PERFORM WRITE-HEADER.
078700     MOVE SPACES TO CAPTION-LINE.
078800     MOVE 'EXPECTED RECEIPTS BY WEEK - ALL REGIONS' TO CAP-TEXT.
078900     MOVE 'AS OF' TO CAP-DATE-TAG.
079000     MOVE WS-AS-OF-DATE TO CAP-DATE.
079100     MOVE CAPTION-LINE TO WS-PRINT-LINE.
079200     MOVE 2 TO LINE-SPACING.
079300     PERFORM WRITE-PRINT-LINE.
079400     MOVE 2 TO LINE-SPACING.
079500     MOVE ZERO TO WS-CUMULATIVE.
079600     PERFORM WRITE-WEEK-LINE
079700        VARYING WS-WEEK-SUB FROM 1 BY 1
079800        UNTIL WS-WEEK-SUB > 8.
079900     MOVE 2 TO LINE-SPACING.
080000     MOVE SPACES TO AMOUNT-NOTE-LINE.
080100     MOVE 'EXPECTED AFTER WEEK 8' TO ANL-TEXT.
080200     MOVE WS-TOTAL-BEYOND TO ANL-AMOUNT.
080300     MOVE AMOUNT-NOTE-LINE TO WS-PRINT-LINE.
080400     PERFORM WRITE-PRINT-LINE.
080500     MOVE 'OVER 90 DAYS PAST DUE - NOT FORECAST' TO ANL-TEXT.
080600     MOVE WS-TOTAL-DOUBTFUL TO ANL-AMOUNT.
080700     MOVE AMOUNT-NOTE-LINE TO WS-PRINT-LINE.
080800     PERFORM WRITE-PRINT-LINE.
080900     IF NOT PROMISES-SUPPLIED
081000        MOVE 'PROMISE FILE NOT SUPPLIED - NO PROMISES USED'
081100            TO ANL-TEXT
081200        MOVE ZERO TO ANL-AMOUNT
081300        MOVE AMOUNT-NOTE-LINE TO WS-PRINT-LINE
081400        PERFORM WRITE-PRINT-LINE
081500     END-IF.
081600******************************************************************
081700 WRITE-WEEK-LINE.
081800     COMPUTE WS-WEEK-TOTAL = WK-ITEM-AMOUNT (WS-WEEK-SUB)
081900         + WK-PROMISE-AMOUNT (WS-WEEK-SUB).
082000     ADD WS-WEEK-TOTAL TO WS-CUMULATIVE.
082100     MOVE SPACES TO WEEK-DETAIL-LINE.
082200     MOVE WS-WEEK-SUB TO WDL-WEEK.
082300     MOVE WK-START (WS-WEEK-SUB) TO WDL-START.
082400     MOVE WK-END (WS-WEEK-SUB) TO WDL-END.
082500     MOVE WK-ITEM-AMOUNT (WS-WEEK-SUB) TO WDL-ITEM-AMOUNT.
082600     MOVE WK-PROMISE-AMOUNT (WS-WEEK-SUB) TO WDL-PROMISE-AMOUNT.
082700     MOVE WS-WEEK-TOTAL TO WDL-TOTAL-AMOUNT.
082800     MOVE WS-CUMULATIVE TO WDL-CUMULATIVE.
082900     MOVE WEEK-DETAIL-LINE TO WS-PRINT-LINE.
083000     PERFORM WRITE-PRINT-LINE.
083100******************************************************************
      * ONE LINE PER REGION ACROSS THE EIGHT WEEKS, THEN EACH REGION'S
      * NAME WITH WHAT FELL OUTSIDE THE FORECAST.
      ******************************************************************
083200 REPORT-REGION-WEEKS.
083300     PERFORM FILL-WEEK-HEADING
083400        VARYING WS-WEEK-SUB FROM 1 BY 1
083500        UNTIL WS-WEEK-SUB > 8.
083600     MOVE REGION-WEEK-HEADING TO WS-COLUMN-HEADING.
083700     PERFORM WRITE-HEADER.
083800     MOVE SPACES TO CAPTION-LINE.
083900     MOVE 'EXPECTED RECEIPTS BY REGION AND WEEK' TO CAP-TEXT.
084000     MOVE 'AS OF' TO CAP-DATE-TAG.
084100     MOVE WS-AS-OF-DATE TO CAP-DATE.
084200     MOVE CAPTION-LINE TO WS-PRINT-LINE.
084300     MOVE 2 TO LINE-SPACING.
084400     PERFORM WRITE-PRINT-LINE.
084500     MOVE 2 TO LINE-SPACING.
084600     PERFORM WRITE-REGION-WEEK-LINE
084700        VARYING WS-REGION-SUB FROM 1 BY 1
084800        UNTIL WS-REGION-SUB > WS-REGION-COUNT.
084900     MOVE REGION-NAME-HEADING TO WS-COLUMN-HEADING.
085000     PERFORM WRITE-HEADER.
085100     MOVE 2 TO LINE-SPACING.
085200     PERFORM WRITE-REGION-NAME-LINE
085300        VARYING WS-REGION-SUB FROM 1 BY 1
085400        UNTIL WS-REGION-SUB > WS-REGION-COUNT.
085500******************************************************************
085600 FILL-WEEK-HEADING.
085700     MOVE WK-START (WS-WEEK-SUB) TO RWH-START (WS-WEEK-SUB).
085800******************************************************************
085900 WRITE-REGION-WEEK-LINE.
086000     MOVE SPACES TO REGION-WEEK-LINE.
086100     MOVE RG-CODE (WS-REGION-SUB) TO RWL-CODE.
086200     MOVE ZERO TO WS-REGION-TOTAL.
086300     PERFORM FILL-REGION-COLUMN
086400        VARYING WS-WEEK-SUB FROM 1 BY 1
086500        UNTIL WS-WEEK-SUB > 8.
086600     MOVE WS-REGION-TOTAL TO RWL-TOTAL.
086700     MOVE REGION-WEEK-LINE TO WS-PRINT-LINE.
086800     PERFORM WRITE-PRINT-LINE.
086900******************************************************************
087000 FILL-REGION-COLUMN.
087100     COMPUTE WS-WEEK-TOTAL =
087200         RW-ITEM-AMOUNT (WS-REGION-SUB WS-WEEK-SUB)
087300         + RW-PROMISE-AMOUNT (WS-REGION-SUB WS-WEEK-SUB).
087400     ADD WS-WEEK-TOTAL TO WS-REGION-TOTAL.
087500     MOVE WS-WEEK-TOTAL TO RWL-AMOUNT (WS-WEEK-SUB).
087600******************************************************************
087700 WRITE-REGION-NAME-LINE.
087800     MOVE SPACES TO REGION-NAME-LINE.
087900     MOVE RG-CODE (WS-REGION-SUB) TO RNL-CODE.
088000     MOVE RG-NAME (WS-REGION-SUB) TO RNL-NAME.
088100     MOVE RG-BEYOND-AMOUNT (WS-REGION-SUB) TO RNL-BEYOND.
088200     MOVE RG-DOUBTFUL-AMOUNT (WS-REGION-SUB) TO RNL-DOUBTFUL.
088300     MOVE REGION-NAME-LINE TO WS-PRINT-LINE.
088400     PERFORM WRITE-PRINT-LINE.
088500******************************************************************
      * TREASURY FEED -- EVERY REGION'S EIGHT WEEKS, THEN THE EIGHT
      * ALL-REGION WEEK TOTALS UNDER '*ALL*'.
      ******************************************************************
088600 WRITE-FORECAST-FEED.
088700     PERFORM WRITE-REGION-FEED
088800        VARYING WS-REGION-SUB FROM 1 BY 1
088900        UNTIL WS-REGION-SUB > WS-REGION-COUNT.
089000     PERFORM WRITE-TOTAL-FEED
089100        VARYING WS-WEEK-SUB FROM 1 BY 1
089200        UNTIL WS-WEEK-SUB > 8.
089300******************************************************************
089400 WRITE-REGION-FEED.
089500     PERFORM WRITE-REGION-FEED-WEEK
089600        VARYING WS-WEEK-SUB FROM 1 BY 1
089700        UNTIL WS-WEEK-SUB > 8.
089800******************************************************************
089900 WRITE-REGION-FEED-WEEK.
090000     MOVE SPACES TO CASH-FORECAST-RECORD.
090100     MOVE RG-CODE (WS-REGION-SUB) TO CF-REGION-CODE.
090200     MOVE RW-ITEM-AMOUNT (WS-REGION-SUB WS-WEEK-SUB)
090300         TO CF-OPEN-ITEM-AMOUNT.
090400     MOVE RW-PROMISE-AMOUNT (WS-REGION-SUB WS-WEEK-SUB)
090500         TO CF-PROMISE-AMOUNT.
090600     PERFORM WRITE-FEED-RECORD.
090700******************************************************************
090800 WRITE-TOTAL-FEED.
090900     MOVE SPACES TO CASH-FORECAST-RECORD.
091000     MOVE '*ALL*' TO CF-REGION-CODE.
091100     MOVE WK-ITEM-AMOUNT (WS-WEEK-SUB) TO CF-OPEN-ITEM-AMOUNT.
091200     MOVE WK-PROMISE-AMOUNT (WS-WEEK-SUB) TO CF-PROMISE-AMOUNT.
091300     PERFORM WRITE-FEED-RECORD.
091400******************************************************************
091500 WRITE-FEED-RECORD.
091600     MOVE WS-AS-OF-DATE TO CF-RUN-DATE.
091700     MOVE WS-WEEK-SUB TO CF-WEEK-NUMBER.
091800     MOVE WK-START (WS-WEEK-SUB) TO CF-WEEK-START.
091900     MOVE WK-END (WS-WEEK-SUB) TO CF-WEEK-END.
092000     COMPUTE CF-TOTAL-AMOUNT = CF-OPEN-ITEM-AMOUNT
092100         + CF-PROMISE-AMOUNT.
092200     WRITE CASH-FORECAST-RECORD.
092300     ADD 1 TO WS-RECORDS-WRITTEN.
092400******************************************************************
      * EVERY REGION'S EIGHT WEEKS ON THE HISTORY -- THE FIRST
      * FORECAST FOR A WEEK IS KEPT, THE LATEST REPLACED.
      ******************************************************************
092500 FILE-REGION-HISTORY.
092600     PERFORM FILE-WEEK-HISTORY
092700        VARYING WS-WEEK-SUB FROM 1 BY 1
092800        UNTIL WS-WEEK-SUB > 8.
092900******************************************************************
093000 FILE-WEEK-HISTORY.
093100     MOVE WK-START (WS-WEEK-SUB) TO FH-WEEK-START.
093200     MOVE RG-CODE (WS-REGION-SUB) TO FH-REGION-CODE.
093300     READ FORECAST-HISTORY-FILE
093400         INVALID KEY
093500            MOVE 'NO ' TO HISTORY-SWITCH
093600         NOT INVALID KEY
093700            MOVE 'YES' TO HISTORY-SWITCH
093800     END-READ.
093900     COMPUTE WS-WEEK-TOTAL =
094000         RW-ITEM-AMOUNT (WS-REGION-SUB WS-WEEK-SUB)
094100         + RW-PROMISE-AMOUNT (WS-REGION-SUB WS-WEEK-SUB).
094200     IF WEEK-ON-FILE
094300        MOVE WS-WEEK-TOTAL TO FH-LATEST-FORECAST
094400        MOVE WS-AS-OF-DATE TO FH-LATEST-RUN-DATE
094500        MOVE WS-WEEK-SUB TO FH-LATEST-WEEK-NUMBER
094600        REWRITE FORECAST-HISTORY-RECORD
094700     ELSE
094800        MOVE SPACES TO FORECAST-HISTORY-RECORD
094900        MOVE WK-START (WS-WEEK-SUB) TO FH-WEEK-START
095000        MOVE RG-CODE (WS-REGION-SUB) TO FH-REGION-CODE
095100        MOVE WK-END (WS-WEEK-SUB) TO FH-WEEK-END
095200        MOVE WS-WEEK-TOTAL TO FH-FIRST-FORECAST
095300                              FH-LATEST-FORECAST
095400        MOVE WS-AS-OF-DATE TO FH-FIRST-RUN-DATE
095500                              FH-LATEST-RUN-DATE
095600        MOVE WS-WEEK-SUB TO FH-LATEST-WEEK-NUMBER
095700        WRITE FORECAST-HISTORY-RECORD
095800     END-IF.
095900******************************************************************
      * LAST MONTH'S WEEKS (A WEEK BELONGS TO THE MONTH ITS MONDAY
      * FALLS IN) OFF THE HISTORY, THEN THE CASH APPLIED IN THEM.
      ******************************************************************
096000 MEASURE-ACCURACY.
096100     MOVE SPACES TO INPUT-SWITCH.
096200     COMPUTE FH-WEEK-START = (WS-PRIOR-PERIOD * 100) + 1.
096300     MOVE LOW-VALUES TO FH-REGION-CODE.
096400     START FORECAST-HISTORY-FILE KEY NOT LESS THAN FH-KEY
096500         INVALID KEY
096600            MOVE 'EOF' TO INPUT-SWITCH
096700     END-START.
096800     PERFORM TAKE-ONE-HISTORY
096900         THRU TAKE-ONE-HISTORY-EXIT
097000        UNTIL END-OF-FILE.
097100     IF WS-ACC-COUNT > ZERO
097200        PERFORM SWEEP-APPLIED-CASH
097300     END-IF.
097400******************************************************************
097500 TAKE-ONE-HISTORY.
097600     READ FORECAST-HISTORY-FILE NEXT RECORD AT END
097700         MOVE 'EOF' TO INPUT-SWITCH
097800     END-READ.
097900     IF END-OF-FILE
098000        GO TO TAKE-ONE-HISTORY-EXIT
098100     END-IF.
098200     DIVIDE FH-WEEK-START BY 100 GIVING WS-HISTORY-PERIOD.
098300     IF WS-HISTORY-PERIOD NOT = WS-PRIOR-PERIOD
098400        MOVE 'EOF' TO INPUT-SWITCH
098500        GO TO TAKE-ONE-HISTORY-EXIT
098600     END-IF.
098700     IF WS-ACC-COUNT = ZERO
098800           OR AW-START (WS-ACC-COUNT) NOT = FH-WEEK-START
098900        IF WS-ACC-COUNT = 6
099000           GO TO TAKE-ONE-HISTORY-EXIT
099100        END-IF
099200        ADD 1 TO WS-ACC-COUNT
099300        MOVE FH-WEEK-START TO AW-START (WS-ACC-COUNT)
099400        MOVE FH-WEEK-END TO AW-END (WS-ACC-COUNT)
099500        MOVE ZERO TO AW-FIRST (WS-ACC-COUNT)
099600                     AW-LATEST (WS-ACC-COUNT)
099700                     AW-ACTUAL (WS-ACC-COUNT)
099800     END-IF.
099900     ADD FH-FIRST-FORECAST TO AW-FIRST (WS-ACC-COUNT).
100000     ADD FH-LATEST-FORECAST TO AW-LATEST (WS-ACC-COUNT).
100100     MOVE FH-REGION-CODE TO WS-FIND-CODE.
100200     PERFORM FIND-REGION-ENTRY.
100300     IF WS-REGION-SUB > ZERO
100400        ADD FH-FIRST-FORECAST TO RG-ACC-FIRST (WS-REGION-SUB)
100500        ADD FH-LATEST-FORECAST TO RG-ACC-LATEST (WS-REGION-SUB)
100600     END-IF.
100700 TAKE-ONE-HISTORY-EXIT.
100800     EXIT.
100900******************************************************************
      * RECEIPTS FINCSH01 APPLIED IN THE MONTH'S WEEKS AND NOT SINCE
      * RETURNED, UNDER THE PAYING ACCOUNT'S REGION TODAY.
      ******************************************************************
101000 SWEEP-APPLIED-CASH.
101100     MOVE SPACES TO INPUT-SWITCH.
101200     MOVE ZERO TO MSTR-ACCOUNT-NUMBER.
101300     MOVE 'NO ' TO MASTER-SWITCH.
101400     MOVE LOW-VALUES TO PI-KEY.
101500     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
101600         INVALID KEY
101700            MOVE 'EOF' TO INPUT-SWITCH
101800     END-START.
101900     PERFORM TAKE-ONE-APPLIED
102000         THRU TAKE-ONE-APPLIED-EXIT
102100        UNTIL END-OF-FILE.
102200******************************************************************
102300 TAKE-ONE-APPLIED.
102400     READ PAID-ITEMS-FILE NEXT RECORD AT END
102500         MOVE 'EOF' TO INPUT-SWITCH
102600     END-READ.
102700     IF END-OF-FILE
102800        GO TO TAKE-ONE-APPLIED-EXIT
102900     END-IF.
103000     IF PI-RETURNED
103100           OR PI-APPLIED-DATE < AW-START (1)
103200           OR PI-APPLIED-DATE > AW-END (WS-ACC-COUNT)
103300        GO TO TAKE-ONE-APPLIED-EXIT
103400     END-IF.
103500     MOVE 'NO ' TO FOUND-SWITCH.
103600     PERFORM MATCH-ACCURACY-WEEK
103700        VARYING WS-ACC-SUB FROM 1 BY 1
103800        UNTIL WS-ACC-SUB > WS-ACC-COUNT
103900           OR ENTRY-FOUND.
104000     IF NOT ENTRY-FOUND
104100        GO TO TAKE-ONE-APPLIED-EXIT
104200     END-IF.
104300     SUBTRACT 1 FROM WS-ACC-SUB.
104400     ADD PI-AMOUNT TO AW-ACTUAL (WS-ACC-SUB).
104500     IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
104600        MOVE PI-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER
104700        READ MASTER-FILE
104800            INVALID KEY
104900               MOVE 'NO ' TO MASTER-SWITCH
105000            NOT INVALID KEY
105100               MOVE 'YES' TO MASTER-SWITCH
105200        END-READ
105300     END-IF.
105400     MOVE '*NONE*' TO WS-FIND-CODE.
105500     IF MASTER-FOUND
105600        MOVE MSTR-REFERENCE-CODE TO WS-FIND-REF-CODE
105700        MOVE 'NO ' TO FOUND-SWITCH
105800        PERFORM MATCH-HIERARCHY-BRANCH
105900           VARYING WS-HIER-SUB FROM 1 BY 1
106000           UNTIL WS-HIER-SUB > WS-HIER-COUNT
106100              OR ENTRY-FOUND
106200        IF ENTRY-FOUND
106300           SUBTRACT 1 FROM WS-HIER-SUB
106400           MOVE HT-REGION-CODE (WS-HIER-SUB) TO WS-FIND-CODE
106500        END-IF
106600     END-IF.
106700     PERFORM FIND-REGION-ENTRY.
106800     IF WS-REGION-SUB > ZERO
106900        ADD PI-AMOUNT TO RG-ACC-ACTUAL (WS-REGION-SUB)
107000     END-IF.
107100 TAKE-ONE-APPLIED-EXIT.
107200     EXIT.
107300******************************************************************
107400 MATCH-ACCURACY-WEEK.
107500     IF PI-APPLIED-DATE NOT < AW-START (WS-ACC-SUB)
107600           AND PI-APPLIED-DATE NOT > AW-END (WS-ACC-SUB)
107700        SET ENTRY-FOUND TO TRUE
107800     END-IF.
107900******************************************************************
108000 REPORT-ACCURACY.
108100     MOVE ACCURACY-HEADING TO WS-COLUMN-HEADING.
108200     PERFORM WRITE-HEADER.
108300     MOVE SPACES TO CAPTION-LINE.
108400     MOVE 'FORECAST ACCURACY - WEEKS BEGINNING IN' TO CAP-TEXT.
108500     MOVE 'MONTH OF' TO CAP-DATE-TAG.
108600     COMPUTE CAP-DATE = (WS-PRIOR-PERIOD * 100) + 1.
108700     MOVE CAPTION-LINE TO WS-PRINT-LINE.
108800     MOVE 2 TO LINE-SPACING.
108900     PERFORM WRITE-PRINT-LINE.
109000     MOVE 2 TO LINE-SPACING.
109100     IF WS-ACC-COUNT = ZERO
109200        MOVE SPACES TO AMOUNT-NOTE-LINE
109300        MOVE 'NO FORECAST ON HISTORY FOR THE MONTH' TO ANL-TEXT
109400        MOVE ZERO TO ANL-AMOUNT
109500        MOVE AMOUNT-NOTE-LINE TO WS-PRINT-LINE
109600        PERFORM WRITE-PRINT-LINE
109700     ELSE
109800        MOVE ZERO TO WS-SUM-FIRST WS-SUM-LATEST WS-SUM-ACTUAL
109900        PERFORM WRITE-ACCURACY-WEEK
110000           VARYING WS-ACC-SUB FROM 1 BY 1
110100           UNTIL WS-ACC-SUB > WS-ACC-COUNT
110200        MOVE 2 TO LINE-SPACING
110300        MOVE SPACES TO ACCURACY-LINE
110400        MOVE 'MONTH' TO ACL-LABEL
110500        MOVE WS-SUM-FIRST TO WS-CALC-FIRST
110600        MOVE WS-SUM-LATEST TO WS-CALC-LATEST
110700        MOVE WS-SUM-ACTUAL TO WS-CALC-ACTUAL
110800        PERFORM WRITE-ACCURACY-LINE
110900        MOVE 2 TO LINE-SPACING
111000        PERFORM WRITE-ACCURACY-REGION
111100           VARYING WS-REGION-SUB FROM 1 BY 1
111200           UNTIL WS-REGION-SUB > WS-REGION-COUNT
111300     END-IF.
111400******************************************************************
111500 WRITE-ACCURACY-WEEK.
111600     MOVE SPACES TO ACCURACY-LINE.
111700     MOVE AW-START (WS-ACC-SUB) TO ACL-LABEL.
111800     MOVE AW-END (WS-ACC-SUB) TO ACL-TAG.
111900     MOVE AW-FIRST (WS-ACC-SUB) TO WS-CALC-FIRST.
112000     MOVE AW-LATEST (WS-ACC-SUB) TO WS-CALC-LATEST.
112100     MOVE AW-ACTUAL (WS-ACC-SUB) TO WS-CALC-ACTUAL.
112200     ADD WS-CALC-FIRST TO WS-SUM-FIRST.
112300     ADD WS-CALC-LATEST TO WS-SUM-LATEST.
112400     ADD WS-CALC-ACTUAL TO WS-SUM-ACTUAL.
112500     PERFORM WRITE-ACCURACY-LINE.
112600******************************************************************
112700 WRITE-ACCURACY-REGION.
112800     IF RG-ACC-FIRST (WS-REGION-SUB) NOT = ZERO
112900           OR RG-ACC-LATEST (WS-REGION-SUB) NOT = ZERO
113000           OR RG-ACC-ACTUAL (WS-REGION-SUB) NOT = ZERO
113100        MOVE SPACES TO ACCURACY-LINE
113200        MOVE RG-CODE (WS-REGION-SUB) TO ACL-LABEL
113300        MOVE RG-NAME (WS-REGION-SUB) TO ACL-TAG
113400        MOVE RG-ACC-FIRST (WS-REGION-SUB) TO WS-CALC-FIRST
113500        MOVE RG-ACC-LATEST (WS-REGION-SUB) TO WS-CALC-LATEST
113600        MOVE RG-ACC-ACTUAL (WS-REGION-SUB) TO WS-CALC-ACTUAL
113700        PERFORM WRITE-ACCURACY-LINE
113800     END-IF.
113900******************************************************************
      * VARIANCE IS CASH APPLIED LESS THE LATEST FORECAST; ACCURACY IS
      * 100 LESS THE VARIANCE AS A PERCENTAGE OF THE CASH, NOT BELOW
      * ZERO -- N/A WHEN NO CASH CAME IN.
      ******************************************************************
114000 WRITE-ACCURACY-LINE.
114100     COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-LATEST.
114200     MOVE WS-CALC-FIRST TO ACL-FIRST.
114300     MOVE WS-CALC-LATEST TO ACL-LATEST.
114400     MOVE WS-CALC-ACTUAL TO ACL-ACTUAL.
114500     MOVE WS-CALC-VARIANCE TO ACL-VARIANCE.
114600     IF WS-CALC-ACTUAL > ZERO
114700        IF WS-CALC-VARIANCE < ZERO
114800           COMPUTE WS-CALC-VARIANCE = ZERO - WS-CALC-VARIANCE
114900        END-IF
115000        COMPUTE WS-CALC-WORK ROUNDED =
115100            100 - (WS-CALC-VARIANCE * 100 / WS-CALC-ACTUAL)
115200            ON SIZE ERROR
115300               MOVE ZERO TO WS-CALC-WORK
115400        END-COMPUTE
115500        IF WS-CALC-WORK < ZERO
115600           MOVE ZERO TO WS-CALC-ACCURACY
115700        ELSE
115800           MOVE WS-CALC-WORK TO WS-CALC-ACCURACY
115900        END-IF
116000        MOVE WS-CALC-ACCURACY TO WS-EDIT-ACCURACY
116100        MOVE SPACES TO ACL-ACCURACY
116200        MOVE WS-EDIT-ACCURACY TO ACL-ACCURACY
116300     ELSE
116400        MOVE '   N/A' TO ACL-ACCURACY
116500     END-IF.
116600     MOVE ACCURACY-LINE TO WS-PRINT-LINE.
116700     PERFORM WRITE-PRINT-LINE.
116800******************************************************************
116900 WRITE-PRINT-LINE.
117000     IF LINES-WRITTEN >= WS-PAGE-SIZE
117100        PERFORM WRITE-HEADER
117200        MOVE 2 TO LINE-SPACING
117300     END-IF.
117400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
117500     MOVE WS-PRINT-LINE TO OUTPUT-LINE.
117600     WRITE OUTPUT-RECORD.
117700     ADD 1 TO LINES-WRITTEN.
117800     MOVE 1 TO LINE-SPACING.
117900******************************************************************
118000 WRITE-HEADER.
118100     MOVE ZERO TO LINES-WRITTEN.
118200     ACCEPT HDR-PRT-DATE FROM DATE.
118300     ACCEPT HDR-PRT-TIME FROM TIME.
118400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
118500     ADD 1 TO PAGE-COUNT
118600     MOVE '    CASH-RECEIPTS FORECAST     ' TO REPORT-TITLE.
118700     MOVE PAGE-COUNT TO PAGE-NUMBER.
118800     MOVE HEADER-RECORD TO OUTPUT-LINE.
118900     WRITE OUTPUT-RECORD.
119000     MOVE 1 TO LINE-SPACING.
119100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
119200     MOVE WS-COLUMN-HEADING TO OUTPUT-LINE.
119300     WRITE OUTPUT-RECORD.
119400     ADD 1 TO LINES-WRITTEN.
