000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINRSK01.
      ******************************************************************
      * FINRSK01 -- NIGHTLY BEHAVIORAL CREDIT-RISK SCORING. CREDIT
      *             CONTROL HAS PUT ACCOUNTS ON HOLD FROM MEMORY; THIS
      *             PROGRAM RATES EVERY OPEN AR MASTER ACCOUNT FROM
      *             HOW IT HAS ACTUALLY BEHAVED AND FILES THE SCORE
      *             AND GRADE ON THE RISK FILE (SEE RISKSCR), KEEPING
      *             THE PRIOR NIGHT'S GRADE. THE SCORE STARTS AT 100
      *             AND EACH FACTOR TAKES POINTS OFF:
      *               DAYS TO PAY  AVERAGE DAYS FROM INVOICE DATE TO
      *                            PAYMENT OVER THE LAST YEAR'S
      *                            RECEIPTS THAT NAMED AN INVOICE
      *                            (PAIDITM TO OPENITM) -- OVER 30
      *                            DAYS 5, OVER 45 10, OVER 60 20,
      *                            OVER 90 30.
      *               PROMISES     10 FOR EACH PROMISE EVER BROKEN ON
      *                            PROMREC, AT MOST 30.
      *               LETTERS      HIGHEST DUNNING LEVEL REACHED ON
      *                            LTRHIST -- REMINDER 5, DEMAND 10,
      *                            FINAL NOTICE 20.
      *               RETURNS      10 FOR EACH RECEIPT RETURNED BY THE
      *                            BANK IN THE LAST YEAR (PAIDITM),
      *                            AT MOST 30.
      *               REVERSALS    5 FOR EACH REVERSAL POSTED IN THE
      *                            LAST YEAR (TRNHIST), AT MOST 15.
      *               OVER LIMIT   NIGHTLY RUNS FOUND OVER THE CRLIMIT
      *                            LIMIT -- ANY 5, OVER 10 10, OVER
      *                            30 20.
      *             GRADE A IS 90 AND UP, B 75, C 60, D 40, E BELOW.
      *             THE REPORT LISTS EVERY ACCOUNT WHOSE GRADE FELL
      *             SINCE THE LAST RUN, STARS EACH FACTOR THAT NOW
      *             COSTS MORE POINTS THAN IT DID, AND RECOMMENDS A
      *             HOLD (GRADE D OR E) OR A LIMIT REVIEW. NOTHING ON
      *             THE MASTER IS CHANGED -- THE HOLD IS STILL CREDIT
      *             CONTROL'S DECISION. CLOSED ACCOUNTS ARE NOT
      *             SCORED. ANY DOWNGRADE ENDS RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-21  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE FACTOR POINTS AND THE GRADE ARE SCORED BY
      *                  NESTED IFS.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MASTER-FILE ASSIGN U-T-MASTER
000800        ORGANIZATION IS INDEXED
000900        ACCESS MODE IS DYNAMIC
001000        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001100        FILE STATUS IS WS-MASTER-STATUS.
001200     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
001300        ORGANIZATION IS INDEXED
001400        ACCESS MODE IS DYNAMIC
001500        RECORD KEY IS PI-KEY
001600        FILE STATUS IS WS-PAIDIT-STATUS.
001700     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
001800        ORGANIZATION IS INDEXED
001900        ACCESS MODE IS DYNAMIC
002000        RECORD KEY IS OI-KEY
002100        FILE STATUS IS WS-OPENITM-STATUS.
002200     SELECT PROMISE-FILE ASSIGN U-T-PROMIS
002300        ORGANIZATION IS INDEXED
002400        ACCESS MODE IS DYNAMIC
002500        RECORD KEY IS PR-ACCOUNT-NUMBER
002600        FILE STATUS IS WS-PROMIS-STATUS.
002700     SELECT LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
002800        ORGANIZATION IS INDEXED
002900        ACCESS MODE IS DYNAMIC
003000        RECORD KEY IS LH-ACCOUNT-NUMBER
003100        FILE STATUS IS WS-LTRHIS-STATUS.
003200     SELECT HISTORY-FILE ASSIGN U-T-TRNHIS
003300        ORGANIZATION IS INDEXED
003400        ACCESS MODE IS DYNAMIC
003500        RECORD KEY IS HIST-KEY
003600        FILE STATUS IS WS-HISTORY-STATUS.
003700     SELECT CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
003800        ORGANIZATION IS INDEXED
003900        ACCESS MODE IS DYNAMIC
004000        RECORD KEY IS CL-ACCOUNT-NUMBER
004100        FILE STATUS IS WS-CRLIMT-STATUS.
004200     SELECT RISK-FILE ASSIGN U-T-RSKSCR
004300        ORGANIZATION IS INDEXED
004400        ACCESS MODE IS DYNAMIC
004500        RECORD KEY IS RK-ACCOUNT-NUMBER
004600        FILE STATUS IS WS-RSKSCR-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD REPORT-FILE
005000     LABEL RECORDS ARE OMITTED
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 133 CHARACTERS
005300     DATA RECORD IS OUTPUT-RECORD.
005400   01 OUTPUT-RECORD.
005500     02 CARRIAGE-CONTROL PIC X.
005600     02 OUTPUT-LINE      PIC X(132).
005700 FD MASTER-FILE
005800     LABEL RECORDS ARE STANDARD
005900     DATA RECORD IS MASTER-RECORD.
006000 COPY MSTRFILE.
006100 FD PAID-ITEMS-FILE
006200     LABEL RECORDS ARE STANDARD
006300     DATA RECORD IS PAID-ITEM-RECORD.
006400 COPY PAIDITM.
006500 FD OPEN-ITEM-FILE
006600     LABEL RECORDS ARE STANDARD
006700     DATA RECORD IS OPEN-ITEM-RECORD.
006800 COPY OPENITM.
006900 FD PROMISE-FILE
007000     LABEL RECORDS ARE STANDARD
007100     DATA RECORD IS PROMISE-RECORD.
007200 COPY PROMREC.
007300 FD LETTER-HISTORY-FILE
007400     LABEL RECORDS ARE STANDARD
007500     DATA RECORD IS LETTER-HISTORY-RECORD.
007600 COPY LTRHIST.
007700 FD HISTORY-FILE
007800     LABEL RECORDS ARE STANDARD
007900     DATA RECORD IS HISTORY-RECORD.
008000 COPY TRNHIST.
008100 FD CREDIT-LIMIT-FILE
008200     LABEL RECORDS ARE STANDARD
008300     DATA RECORD IS CREDIT-LIMIT-RECORD.
008400 COPY CRLIMIT.
008500 FD RISK-FILE
008600     LABEL RECORDS ARE STANDARD
008700     DATA RECORD IS RISK-RECORD.
008800 COPY RISKSCR.
      ******************************************************************
008900 WORKING-STORAGE SECTION.
009000 COPY HEADER1.
009100 01  PROGRAM-WORK-FIELDS.
009200     02  INPUT-SWITCH      PIC X(3).
009300         88  END-OF-FILE   VALUE 'EOF'.
009400     02  LINES-WRITTEN     PIC 9(3).
009500     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
009600     02  PAGE-COUNT        PIC 9(3).
009700     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009800     02  WS-PAIDIT-STATUS  PIC X(2)  VALUE ZERO.
009900     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
010000     02  WS-PROMIS-STATUS  PIC X(2)  VALUE ZERO.
010100     02  WS-LTRHIS-STATUS  PIC X(2)  VALUE ZERO.
010200     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
010300     02  WS-CRLIMT-STATUS  PIC X(2)  VALUE ZERO.
010400     02  WS-RSKSCR-STATUS  PIC X(2)  VALUE ZERO.
010500     02  RECEIPT-BROWSE-SWITCH PIC X(3) VALUE SPACES.
010600         88  END-OF-RECEIPTS VALUE 'EOF'.
010700     02  HISTORY-BROWSE-SWITCH PIC X(3) VALUE SPACES.
010800         88  END-OF-HISTORY VALUE 'EOF'.
010900     02  RISK-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
011000         88  RISK-FOUND    VALUE 'YES'.
011100     02  ITEM-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
011200         88  ITEM-FOUND    VALUE 'YES'.
011300     02  WS-WINDOW-START   PIC 9(8)  VALUE ZERO.
011400     02  WS-NET-BALANCE    PIC S9(7)V99 VALUE ZERO.
011500     02  WS-PAY-DAYS-TOTAL PIC 9(9)  VALUE ZERO.
011600     02  WS-SCORE-WORK     PIC S9(5) VALUE ZERO.
011700     02  WS-FACTOR-SUB     PIC 9(2)  VALUE ZERO.
011800     02  WS-ACCOUNTS-READ  PIC 9(7)  VALUE ZERO.
011900     02  WS-ACCOUNTS-SCORED PIC 9(7) VALUE ZERO.
012000     02  WS-CLOSED-COUNT   PIC 9(7)  VALUE ZERO.
012100     02  WS-NEW-COUNT      PIC 9(7)  VALUE ZERO.
012200     02  WS-DROPPED-COUNT  PIC 9(7)  VALUE ZERO.
012300     02  WS-RAISED-COUNT   PIC 9(7)  VALUE ZERO.
012400     02  WS-HOLD-COUNT     PIC 9(7)  VALUE ZERO.
012500     02  WS-REVIEW-COUNT   PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * ONE STAR PER FACTOR, IN THE RISKSCR POINTS-TABLE ORDER, FOR
      * EACH FACTOR NOW COSTING MORE POINTS THAN AT THE LAST RUN.
      ******************************************************************
012600 01  MOVED-FACTOR-FLAGS.
012700     02  WS-MOVED-FLAG     PIC X(1)  OCCURS 6 TIMES.
      ******************************************************************
      * ACCOUNTS SCORED INTO EACH GRADE TONIGHT, A THROUGH E.
      ******************************************************************
012800 01  GRADE-TABLE.
012900     02  GRADE-LETTERS     PIC X(5)  VALUE 'ABCDE'.
013000     02  FILLER REDEFINES GRADE-LETTERS.
013100         03  GT-LETTER     PIC X(1)  OCCURS 5 TIMES.
013200     02  GT-COUNT          PIC 9(7)  OCCURS 5 TIMES.
013300     02  WS-GRADE-SUB      PIC 9(2)  VALUE ZERO.
013400 COPY PAGING.
013500 COPY FINBDC01.
013600 COPY FINDTC01.
013700 01  DOWNGRADE-DETAIL-LINE.
013800     02  FILLER                PIC X(2).
013900     02  DGL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
014000     02  FILLER                PIC X(2).
014100     02  DGL-NAME              PIC X(10).
014200     02  FILLER                PIC X(3).
014300     02  DGL-PREV-GRADE        PIC X(1).
014400     02  FILLER                PIC X(3)  VALUE ' > '.
014500     02  DGL-GRADE             PIC X(1).
014600     02  FILLER                PIC X(2).
014700     02  DGL-PREV-SCORE        PIC ZZ9.
014800     02  FILLER                PIC X(3)  VALUE ' > '.
014900     02  DGL-SCORE             PIC ZZ9.
015000     02  FILLER                PIC X(2).
015100     02  DGL-PAY-DAYS          PIC ZZZZ9.
015200     02  DGL-PAY-FLAG          PIC X(1).
015300     02  FILLER                PIC X(2).
015400     02  DGL-BROKEN            PIC ZZZZ9.
015500     02  DGL-BROKEN-FLAG       PIC X(1).
015600     02  FILLER                PIC X(2).
015700     02  DGL-LETTER            PIC ZZZZ9.
015800     02  DGL-LETTER-FLAG       PIC X(1).
015900     02  FILLER                PIC X(2).
016000     02  DGL-RETURNS           PIC ZZZZ9.
016100     02  DGL-RETURN-FLAG       PIC X(1).
016200     02  FILLER                PIC X(2).
016300     02  DGL-REVERSALS         PIC ZZZZ9.
016400     02  DGL-REVERSAL-FLAG     PIC X(1).
016500     02  FILLER                PIC X(2).
016600     02  DGL-OVER-DAYS         PIC ZZZZ9.
016700     02  DGL-LIMIT-FLAG        PIC X(1).
016800     02  FILLER                PIC X(2).
016900     02  DGL-ACTION            PIC X(12).
017000     02  FILLER                PIC X(27).
017100 01  COLUMN-HEADING-LINE.
017200     02  FILLER                PIC X(2).
017300     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
017400     02  FILLER                PIC X(2).
017500     02  FILLER                PIC X(10) VALUE 'NAME'.
017600     02  FILLER                PIC X(3).
017700     02  FILLER                PIC X(5)  VALUE 'GRADE'.
017800     02  FILLER                PIC X(2).
017900     02  FILLER                PIC X(9)  VALUE '    SCORE'.
018000     02  FILLER                PIC X(2).
018100     02  FILLER                PIC X(6)  VALUE 'PAYDAY'.
018200     02  FILLER                PIC X(2).
018300     02  FILLER                PIC X(6)  VALUE 'BROKEN'.
018400     02  FILLER                PIC X(2).
018500     02  FILLER                PIC X(6)  VALUE 'LETTER'.
018600     02  FILLER                PIC X(2).
018700     02  FILLER                PIC X(6)  VALUE 'RETURN'.
018800     02  FILLER                PIC X(2).
018900     02  FILLER                PIC X(6)  VALUE 'REVERS'.
019000     02  FILLER                PIC X(2).
019100     02  FILLER                PIC X(6)  VALUE 'OVRLIM'.
019200     02  FILLER                PIC X(2).
019300     02  FILLER                PIC X(12) VALUE 'RECOMMEND'.
019400     02  FILLER                PIC X(27).
019500 01  RISK-TOTAL-LINE.
019600     02  FILLER                PIC X(2).
019700     02  RTL-TAG               PIC X(30).
019800     02  RTL-COUNT             PIC Z,ZZZ,ZZ9.
019900     02  FILLER                PIC X(91).
020000 01  LEGEND-LINE.
020100     02  FILLER                PIC X(2).
020200     02  FILLER                PIC X(60) VALUE
020300         '* = FACTOR NOW COSTS MORE POINTS THAN AT THE LAST RUN'.
020400     02  FILLER                PIC X(70).
020500******************************************************************
020600 PROCEDURE DIVISION.
020700     DISPLAY 'FINRSK01 - CREDIT RISK SCORING STARTING'.
020800     MOVE ZERO TO BD-REQUEST-DATE.
020900     CALL 'FINBDT01' USING FINBDC01-RECORD.
021000     MOVE 'A' TO DT-FUNCTION.
021100     MOVE BD-BUSINESS-DATE TO DT-BASE-DATE.
021200     MOVE -365 TO DT-DAY-COUNT.
021300     CALL 'FINDTE01' USING FINDTC01-RECORD.
021400     MOVE DT-RESULT-DATE TO WS-WINDOW-START.
021500     MOVE ZERO TO GT-COUNT (1) GT-COUNT (2) GT-COUNT (3)
021600                  GT-COUNT (4) GT-COUNT (5).
021700     OPEN OUTPUT REPORT-FILE.
021800     OPEN INPUT MASTER-FILE PAID-ITEMS-FILE OPEN-ITEM-FILE
021900                PROMISE-FILE LETTER-HISTORY-FILE HISTORY-FILE
022000                CREDIT-LIMIT-FILE.
022100     OPEN I-O RISK-FILE.
022200     PERFORM WRITE-HEADER.
022300     MOVE SPACES TO INPUT-SWITCH.
022400     PERFORM SCORE-ONE-ACCOUNT
022500         THRU SCORE-ONE-ACCOUNT-EXIT
022600        UNTIL END-OF-FILE.
022700     PERFORM WRITE-RISK-TOTALS.
022800     CLOSE REPORT-FILE MASTER-FILE PAID-ITEMS-FILE OPEN-ITEM-FILE
022900           PROMISE-FILE LETTER-HISTORY-FILE HISTORY-FILE
023000           CREDIT-LIMIT-FILE RISK-FILE.
023100     DISPLAY 'FINRSK01 - ACCOUNTS SCORED:   ' WS-ACCOUNTS-SCORED.
023200     DISPLAY 'FINRSK01 - NEW TO RISK FILE:  ' WS-NEW-COUNT.
023300     DISPLAY 'FINRSK01 - GRADES DROPPED:    ' WS-DROPPED-COUNT.
023400     DISPLAY 'FINRSK01 - HOLDS RECOMMENDED: ' WS-HOLD-COUNT.
023500     IF WS-DROPPED-COUNT > ZERO AND RETURN-CODE < 4
023600        MOVE 4 TO RETURN-CODE
023700     END-IF.
023800     GOBACK.
023900******************************************************************
024000 SCORE-ONE-ACCOUNT.
024100     READ MASTER-FILE NEXT RECORD AT END
024200         MOVE 'EOF' TO INPUT-SWITCH
024300     END-READ.
024400     IF END-OF-FILE
024500        GO TO SCORE-ONE-ACCOUNT-EXIT
024600     END-IF.
024700     ADD 1 TO WS-ACCOUNTS-READ.
024800     IF MSTR-CLOSED
024900        ADD 1 TO WS-CLOSED-COUNT
025000        GO TO SCORE-ONE-ACCOUNT-EXIT
025100     END-IF.
025200     ADD 1 TO WS-ACCOUNTS-SCORED.
025300     PERFORM READ-RISK-RECORD.
025400     PERFORM MEASURE-DAYS-TO-PAY.
025500     PERFORM MEASURE-PROMISES.
025600     PERFORM MEASURE-LETTER-LEVEL.
025700     PERFORM MEASURE-REVERSALS.
025800     PERFORM MEASURE-OVER-LIMIT.
025900     PERFORM SCORE-THE-FACTORS.
026000     MOVE BD-BUSINESS-DATE TO RK-SCORE-DATE.
026100     PERFORM FILE-RISK-RECORD.
026200     IF RK-PREV-GRADE = SPACES
026300        GO TO SCORE-ONE-ACCOUNT-EXIT
026400     END-IF.
026500     IF RK-GRADE > RK-PREV-GRADE
026600        ADD 1 TO WS-DROPPED-COUNT
026700        PERFORM WRITE-DOWNGRADE-LINE
026800     END-IF.
026900     IF RK-GRADE < RK-PREV-GRADE
027000        ADD 1 TO WS-RAISED-COUNT
027100     END-IF.
027200 SCORE-ONE-ACCOUNT-EXIT.
027300     EXIT.
027400******************************************************************
      * LAST NIGHT'S SCORE BECOMES THE PRIOR SCORE. A RERUN ON THE
      * SAME BUSINESS DATE FINDS TONIGHT'S RECORD AND LEAVES THE
      * PRIOR FIELDS ALONE, SO THE COMPARISON IS STILL TO LAST NIGHT.
      * AN ACCOUNT NEW TO THE FILE HAS NO PRIOR GRADE.
      ******************************************************************
027500 READ-RISK-RECORD.
027600     MOVE MSTR-ACCOUNT-NUMBER TO RK-ACCOUNT-NUMBER.
027700     READ RISK-FILE
027800         INVALID KEY
027900            MOVE 'NO ' TO RISK-FOUND-SWITCH
028000         NOT INVALID KEY
028100            MOVE 'YES' TO RISK-FOUND-SWITCH
028200     END-READ.
028300     IF RISK-FOUND
028400        IF RK-SCORE-DATE NOT = BD-BUSINESS-DATE
028500           MOVE RK-SCORE TO RK-PREV-SCORE
028600           MOVE RK-GRADE TO RK-PREV-GRADE
028700           MOVE RK-SCORE-DATE TO RK-PREV-SCORE-DATE
028800           MOVE RK-POINTS TO RK-PREV-POINTS
028900        END-IF
029000     ELSE
029100        MOVE SPACES TO RISK-RECORD
029200        MOVE MSTR-ACCOUNT-NUMBER TO RK-ACCOUNT-NUMBER
029300        MOVE ZERO TO RK-SCORE RK-SCORE-DATE RK-PREV-SCORE
029400                     RK-PREV-SCORE-DATE RK-FACTORS RK-POINTS
029500                     RK-PREV-POINTS RK-BROKEN-COUNTED-DATE
029600                     RK-OVER-COUNTED-DATE
029700        ADD 1 TO WS-NEW-COUNT
029800     END-IF.
029900******************************************************************
      * EVERY RECEIPT ON PAIDITM FOR THE ACCOUNT. A RETURNED RECEIPT
      * COUNTS AS A RETURN WHEN THE BANK SENT IT BACK INSIDE THE
      * YEAR. AN APPLIED RECEIPT PAID INSIDE THE YEAR THAT NAMED ONE
      * OF THE ACCOUNT'S INVOICES IS MEASURED FROM THAT INVOICE'S
      * DATE; A RECEIPT THAT NAMED NO INVOICE CANNOT BE MEASURED.
      ******************************************************************
030000 MEASURE-DAYS-TO-PAY.
030100     MOVE ZERO TO WS-PAY-DAYS-TOTAL RK-PAYMENTS-MEASURED
030200                  RK-AVG-DAYS-TO-PAY RK-RETURN-COUNT.
030300     MOVE SPACES TO RECEIPT-BROWSE-SWITCH.
030400     MOVE MSTR-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
030500     MOVE LOW-VALUES TO PI-REFERENCE.
030600     MOVE ZERO TO PI-PAYMENT-DATE.
030700     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
030800         INVALID KEY
030900            MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
031000     END-START.
031100     PERFORM MEASURE-ONE-RECEIPT
031200         THRU MEASURE-ONE-RECEIPT-EXIT
031300        UNTIL END-OF-RECEIPTS.
031400     IF RK-PAYMENTS-MEASURED > ZERO
031500        DIVIDE WS-PAY-DAYS-TOTAL BY RK-PAYMENTS-MEASURED
031600            GIVING RK-AVG-DAYS-TO-PAY ROUNDED
031700            ON SIZE ERROR
031800               MOVE 999 TO RK-AVG-DAYS-TO-PAY
031900        END-DIVIDE
032000     END-IF.
032100******************************************************************
032200 MEASURE-ONE-RECEIPT.
032300     READ PAID-ITEMS-FILE NEXT RECORD AT END
032400         MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
032500     END-READ.
032600     IF END-OF-RECEIPTS
032700        GO TO MEASURE-ONE-RECEIPT-EXIT
032800     END-IF.
032900     IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
033000        MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
033100        GO TO MEASURE-ONE-RECEIPT-EXIT
033200     END-IF.
033300     IF PI-RETURNED
033400        IF PI-RETURN-DATE NOT < WS-WINDOW-START
033500              AND RK-RETURN-COUNT < 999
033600           ADD 1 TO RK-RETURN-COUNT
033700        END-IF
033800        GO TO MEASURE-ONE-RECEIPT-EXIT
033900     END-IF.
034000     IF PI-PAYMENT-DATE < WS-WINDOW-START
034100        GO TO MEASURE-ONE-RECEIPT-EXIT
034200     END-IF.
034300     MOVE PI-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
034400     MOVE PI-REFERENCE TO OI-INVOICE-NUMBER.
034500     READ OPEN-ITEM-FILE
034600         INVALID KEY
034700            MOVE 'NO ' TO ITEM-FOUND-SWITCH
034800         NOT INVALID KEY
034900            MOVE 'YES' TO ITEM-FOUND-SWITCH
035000     END-READ.
035100     IF NOT ITEM-FOUND
035200        GO TO MEASURE-ONE-RECEIPT-EXIT
035300     END-IF.
035400     MOVE 'D' TO DT-FUNCTION.
035500     MOVE OI-INVOICE-DATE TO DT-BASE-DATE.
035600     MOVE PI-PAYMENT-DATE TO DT-OTHER-DATE.
035700     CALL 'FINDTE01' USING FINDTC01-RECORD.
035800     IF NOT DT-RESULT-OK
035900        GO TO MEASURE-ONE-RECEIPT-EXIT
036000     END-IF.
036100     IF DT-DAY-COUNT > ZERO
036200        ADD DT-DAY-COUNT TO WS-PAY-DAYS-TOTAL
036300     END-IF.
036400     IF RK-PAYMENTS-MEASURED < 99999
036500        ADD 1 TO RK-PAYMENTS-MEASURED
036600     END-IF.
036700 MEASURE-ONE-RECEIPT-EXIT.
036800     EXIT.
036900******************************************************************
      * PROMREC HOLDS ONLY THE ACCOUNT'S LATEST PROMISE. A BROKEN
      * PROMISE IS COUNTED ONCE, ON THE FIRST RUN THAT SEES ITS
      * STATUS DATE.
      ******************************************************************
037000 MEASURE-PROMISES.
037100     MOVE MSTR-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
037200     READ PROMISE-FILE
037300         INVALID KEY
037400            MOVE 'NO ' TO ITEM-FOUND-SWITCH
037500         NOT INVALID KEY
037600            MOVE 'YES' TO ITEM-FOUND-SWITCH
037700     END-READ.
037800     IF ITEM-FOUND AND PR-BROKEN
037900        IF PR-STATUS-DATE > RK-BROKEN-COUNTED-DATE
038000           IF RK-BROKEN-PROMISES < 999
038100              ADD 1 TO RK-BROKEN-PROMISES
038200           END-IF
038300           MOVE PR-STATUS-DATE TO RK-BROKEN-COUNTED-DATE
038400        END-IF
038500     END-IF.
038600******************************************************************
      * LTRHIST DROPS BACK TO LEVEL ZERO WHEN THE ACCOUNT COMES
      * CURRENT, SO THE HIGHEST LEVEL EVER SEEN IS KEPT HERE.
      ******************************************************************
038700 MEASURE-LETTER-LEVEL.
038800     MOVE MSTR-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER.
038900     READ LETTER-HISTORY-FILE
039000         INVALID KEY
039100            MOVE 'NO ' TO ITEM-FOUND-SWITCH
039200         NOT INVALID KEY
039300            MOVE 'YES' TO ITEM-FOUND-SWITCH
039400     END-READ.
039500     IF ITEM-FOUND
039600        IF LH-LETTER-LEVEL > RK-HIGH-LETTER-LEVEL
039700           MOVE LH-LETTER-LEVEL TO RK-HIGH-LETTER-LEVEL
039800        END-IF
039900     END-IF.
040000******************************************************************
      * REVERSAL MARKER RECORDS (DESCRIPTION 'REVERSAL', THE SAME
      * TEST FINRVS01 USES) POSTED TO THE ACCOUNT INSIDE THE YEAR.
      ******************************************************************
040100 MEASURE-REVERSALS.
040200     MOVE ZERO TO RK-REVERSAL-COUNT.
040300     MOVE SPACES TO HISTORY-BROWSE-SWITCH.
040400     MOVE MSTR-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER.
040500     MOVE WS-WINDOW-START TO HIST-PROCESS-DATE.
040600     MOVE ZERO TO HIST-SEQUENCE.
040700     START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
040800         INVALID KEY
040900            MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
041000     END-START.
041100     PERFORM MEASURE-ONE-HISTORY
041200        UNTIL END-OF-HISTORY.
041300******************************************************************
041400 MEASURE-ONE-HISTORY.
041500     READ HISTORY-FILE NEXT RECORD AT END
041600         MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
041700     END-READ.
041800     IF NOT END-OF-HISTORY
041900        IF HIST-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
042000           MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
042100        ELSE
042200           IF HIST-DESCRIPTION = 'REVERSAL'
042300                 AND RK-REVERSAL-COUNT < 999
042400              ADD 1 TO RK-REVERSAL-COUNT
042500           END-IF
042600        END-IF
042700     END-IF.
042800******************************************************************
      * ONE MORE NIGHT OVER LIMIT WHEN THE NET BALANCE IS ABOVE THE
      * ACCOUNT'S CRLIMIT LIMIT -- COUNTED ONCE PER BUSINESS DATE.
      ******************************************************************
042900 MEASURE-OVER-LIMIT.
043000     IF RK-OVER-COUNTED-DATE NOT = BD-BUSINESS-DATE
043100        MOVE MSTR-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
043200        READ CREDIT-LIMIT-FILE
043300            INVALID KEY
043400               MOVE 'NO ' TO ITEM-FOUND-SWITCH
043500            NOT INVALID KEY
043600               MOVE 'YES' TO ITEM-FOUND-SWITCH
043700        END-READ
043800        COMPUTE WS-NET-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2
043900        IF ITEM-FOUND AND WS-NET-BALANCE > CL-CREDIT-LIMIT
044000           IF RK-DAYS-OVER-LIMIT < 99999
044100              ADD 1 TO RK-DAYS-OVER-LIMIT
044200           END-IF
044300           MOVE BD-BUSINESS-DATE TO RK-OVER-COUNTED-DATE
044400        END-IF
044500     END-IF.
044600******************************************************************
      * THE POINTS EACH FACTOR TAKES OFF, THE SCORE AND THE GRADE --
      * THE SCALE IN THE PROGRAM BANNER.
      ******************************************************************
044700 SCORE-THE-FACTORS.
044800     IF RK-PAYMENTS-MEASURED = ZERO
044866        MOVE ZERO TO RK-PAY-POINTS
044932     ELSE
044998        IF RK-AVG-DAYS-TO-PAY > 90
045064           MOVE 30 TO RK-PAY-POINTS
045130        ELSE
045196           IF RK-AVG-DAYS-TO-PAY > 60
045262              MOVE 20 TO RK-PAY-POINTS
045328           ELSE
045394              IF RK-AVG-DAYS-TO-PAY > 45
045460                 MOVE 10 TO RK-PAY-POINTS
045526              ELSE
045592                 IF RK-AVG-DAYS-TO-PAY > 30
045658                    MOVE 5 TO RK-PAY-POINTS
045724                 ELSE
045790                    MOVE ZERO TO RK-PAY-POINTS
045856                 END-IF
045922              END-IF
045988           END-IF
046054        END-IF
046120     END-IF.
046200     IF RK-BROKEN-PROMISES > 3
046300        MOVE 30 TO RK-PROMISE-POINTS
046400     ELSE
046500        COMPUTE RK-PROMISE-POINTS = RK-BROKEN-PROMISES * 10
046600     END-IF.
046700     IF RK-HIGH-LETTER-LEVEL = 1
046776        MOVE 5 TO RK-LETTER-POINTS
046852     ELSE
046928        IF RK-HIGH-LETTER-LEVEL = 2
047004           MOVE 10 TO RK-LETTER-POINTS
047080        ELSE
047156           IF RK-HIGH-LETTER-LEVEL = 3
047232              MOVE 20 TO RK-LETTER-POINTS
047308           ELSE
047384              MOVE ZERO TO RK-LETTER-POINTS
047460           END-IF
047536        END-IF
047612     END-IF.
047700     IF RK-RETURN-COUNT > 3
047800        MOVE 30 TO RK-RETURN-POINTS
047900     ELSE
048000        COMPUTE RK-RETURN-POINTS = RK-RETURN-COUNT * 10
048100     END-IF.
048200     IF RK-REVERSAL-COUNT > 3
048300        MOVE 15 TO RK-REVERSAL-POINTS
048400     ELSE
048500        COMPUTE RK-REVERSAL-POINTS = RK-REVERSAL-COUNT * 5
048600     END-IF.
048700     IF RK-DAYS-OVER-LIMIT > 30
048776        MOVE 20 TO RK-LIMIT-POINTS
048852     ELSE
048928        IF RK-DAYS-OVER-LIMIT > 10
049004           MOVE 10 TO RK-LIMIT-POINTS
049080        ELSE
049156           IF RK-DAYS-OVER-LIMIT > ZERO
049232              MOVE 5 TO RK-LIMIT-POINTS
049308           ELSE
049384              MOVE ZERO TO RK-LIMIT-POINTS
049460           END-IF
049536        END-IF
049612     END-IF.
049700     COMPUTE WS-SCORE-WORK = 100 - RK-PAY-POINTS
049800         - RK-PROMISE-POINTS - RK-LETTER-POINTS
049900         - RK-RETURN-POINTS - RK-REVERSAL-POINTS
050000         - RK-LIMIT-POINTS.
050100     IF WS-SCORE-WORK < ZERO
050200        MOVE ZERO TO WS-SCORE-WORK
050300     END-IF.
050400     MOVE WS-SCORE-WORK TO RK-SCORE.
050500     IF RK-SCORE NOT < 90
050570        MOVE 1 TO WS-GRADE-SUB
050640     ELSE
050710        IF RK-SCORE NOT < 75
050780           MOVE 2 TO WS-GRADE-SUB
050850        ELSE
050920           IF RK-SCORE NOT < 60
050990              MOVE 3 TO WS-GRADE-SUB
051060           ELSE
051130              IF RK-SCORE NOT < 40
051200                 MOVE 4 TO WS-GRADE-SUB
051270              ELSE
051340                 MOVE 5 TO WS-GRADE-SUB
051410              END-IF
051480           END-IF
051550        END-IF
051620     END-IF.
051700     MOVE GT-LETTER (WS-GRADE-SUB) TO RK-GRADE.
051800     ADD 1 TO GT-COUNT (WS-GRADE-SUB).
051900******************************************************************
052000 FILE-RISK-RECORD.
052100     IF RISK-FOUND
052200        REWRITE RISK-RECORD
052300     ELSE
052400        WRITE RISK-RECORD
052500     END-IF.
052600     IF WS-RSKSCR-STATUS NOT = '00'
052700        DISPLAY 'FINRSK01 - RISK FILE STATUS '
052800            WS-RSKSCR-STATUS ' ON ACCOUNT ' RK-ACCOUNT-NUMBER
052900            ' - SCORING STOPPED'
053000        MOVE 12 TO RETURN-CODE
053100        MOVE 'EOF' TO INPUT-SWITCH
053200     END-IF.
053300******************************************************************
      * A GRADE OF D OR E RECOMMENDS A CREDIT HOLD (OR KEEPING ONE
      * ALREADY SET); A SMALLER DROP RECOMMENDS A LIMIT REVIEW.
      ******************************************************************
053400 WRITE-DOWNGRADE-LINE.
053500     IF LINES-WRITTEN >= WS-PAGE-SIZE
053600        PERFORM WRITE-HEADER
053700        MOVE 2 TO LINE-SPACING
053800     END-IF.
053900     PERFORM MARK-MOVED-FACTOR
054000         VARYING WS-FACTOR-SUB FROM 1 BY 1
054100         UNTIL WS-FACTOR-SUB > 6.
054200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
054300     MOVE MSTR-ACCOUNT-NUMBER TO DGL-ACCOUNT.
054400     MOVE MSTR-NAME TO DGL-NAME.
054500     MOVE RK-PREV-GRADE TO DGL-PREV-GRADE.
054600     MOVE RK-GRADE TO DGL-GRADE.
054700     MOVE RK-PREV-SCORE TO DGL-PREV-SCORE.
054800     MOVE RK-SCORE TO DGL-SCORE.
054900     MOVE RK-AVG-DAYS-TO-PAY TO DGL-PAY-DAYS.
055000     MOVE WS-MOVED-FLAG (1) TO DGL-PAY-FLAG.
055100     MOVE RK-BROKEN-PROMISES TO DGL-BROKEN.
055200     MOVE WS-MOVED-FLAG (2) TO DGL-BROKEN-FLAG.
055300     MOVE RK-HIGH-LETTER-LEVEL TO DGL-LETTER.
055400     MOVE WS-MOVED-FLAG (3) TO DGL-LETTER-FLAG.
055500     MOVE RK-RETURN-COUNT TO DGL-RETURNS.
055600     MOVE WS-MOVED-FLAG (4) TO DGL-RETURN-FLAG.
055700     MOVE RK-REVERSAL-COUNT TO DGL-REVERSALS.
055800     MOVE WS-MOVED-FLAG (5) TO DGL-REVERSAL-FLAG.
055900     MOVE RK-DAYS-OVER-LIMIT TO DGL-OVER-DAYS.
056000     MOVE WS-MOVED-FLAG (6) TO DGL-LIMIT-FLAG.
056100     IF RK-GRADE = 'D' OR RK-GRADE = 'E'
056200        ADD 1 TO WS-HOLD-COUNT
056300        IF MSTR-CREDIT-HOLD
056400           MOVE 'KEEP HOLD' TO DGL-ACTION
056500        ELSE
056600           MOVE 'HOLD' TO DGL-ACTION
056700        END-IF
056800     ELSE
056900        ADD 1 TO WS-REVIEW-COUNT
057000        MOVE 'LIMIT REVIEW' TO DGL-ACTION
057100     END-IF.
057200     MOVE DOWNGRADE-DETAIL-LINE TO OUTPUT-LINE.
057300     WRITE OUTPUT-RECORD.
057400     ADD 1 TO LINES-WRITTEN.
057500     MOVE 1 TO LINE-SPACING.
057600******************************************************************
057700 MARK-MOVED-FACTOR.
057800     IF RK-FACTOR-POINTS (WS-FACTOR-SUB) >
057900           RK-PREV-FACTOR-POINTS (WS-FACTOR-SUB)
058000        MOVE '*' TO WS-MOVED-FLAG (WS-FACTOR-SUB)
058100     ELSE
058200        MOVE SPACE TO WS-MOVED-FLAG (WS-FACTOR-SUB)
058300     END-IF.
058400******************************************************************
058500 WRITE-RISK-TOTALS.
058600     MOVE 2 TO LINE-SPACING.
058700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
058800     MOVE LEGEND-LINE TO OUTPUT-LINE.
058900     WRITE OUTPUT-RECORD.
059000     MOVE 'ACCOUNTS SCORED             - ' TO RTL-TAG.
059100     MOVE WS-ACCOUNTS-SCORED TO RTL-COUNT.
059200     PERFORM WRITE-TOTAL-LINE.
059300     MOVE 1 TO LINE-SPACING.
059400     MOVE 'CLOSED, NOT SCORED          - ' TO RTL-TAG.
059500     MOVE WS-CLOSED-COUNT TO RTL-COUNT.
059600     PERFORM WRITE-TOTAL-LINE.
059700     MOVE 'NEW TO THE RISK FILE        - ' TO RTL-TAG.
059800     MOVE WS-NEW-COUNT TO RTL-COUNT.
059900     PERFORM WRITE-TOTAL-LINE.
060000     MOVE 'GRADES DROPPED              - ' TO RTL-TAG.
060100     MOVE WS-DROPPED-COUNT TO RTL-COUNT.
060200     PERFORM WRITE-TOTAL-LINE.
060300     MOVE '   HOLD RECOMMENDED         - ' TO RTL-TAG.
060400     MOVE WS-HOLD-COUNT TO RTL-COUNT.
060500     PERFORM WRITE-TOTAL-LINE.
060600     MOVE '   LIMIT REVIEW RECOMMENDED - ' TO RTL-TAG.
060700     MOVE WS-REVIEW-COUNT TO RTL-COUNT.
060800     PERFORM WRITE-TOTAL-LINE.
060900     MOVE 'GRADES RAISED               - ' TO RTL-TAG.
061000     MOVE WS-RAISED-COUNT TO RTL-COUNT.
061100     PERFORM WRITE-TOTAL-LINE.
061200     MOVE 2 TO LINE-SPACING.
061300     PERFORM WRITE-GRADE-COUNT
061400         VARYING WS-GRADE-SUB FROM 1 BY 1
061500         UNTIL WS-GRADE-SUB > 5.
061600******************************************************************
061700 WRITE-GRADE-COUNT.
061800     MOVE SPACES TO RTL-TAG.
061900     STRING 'ACCOUNTS GRADED ' DELIMITED BY SIZE
062000            GT-LETTER (WS-GRADE-SUB) DELIMITED BY SIZE
062100            '           - ' DELIMITED BY SIZE
062200         INTO RTL-TAG
062300     END-STRING.
062400     MOVE GT-COUNT (WS-GRADE-SUB) TO RTL-COUNT.
062500     PERFORM WRITE-TOTAL-LINE.
062600     MOVE 1 TO LINE-SPACING.
062700******************************************************************
062800 WRITE-TOTAL-LINE.
062900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063000     MOVE RISK-TOTAL-LINE TO OUTPUT-LINE.
063100     WRITE OUTPUT-RECORD.
063200******************************************************************
063300 WRITE-HEADER.
063400     MOVE ZERO TO LINES-WRITTEN.
063500     ACCEPT HDR-PRT-DATE FROM DATE.
063600     ACCEPT HDR-PRT-TIME FROM TIME.
063700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
063800     ADD 1 TO PAGE-COUNT
063900     MOVE '   CREDIT RISK DOWNGRADES      '   TO REPORT-TITLE.
064000     MOVE PAGE-COUNT TO PAGE-NUMBER.
064100     MOVE HEADER-RECORD TO OUTPUT-LINE.
064200     WRITE OUTPUT-RECORD.
064300     MOVE 1 TO LINE-SPACING.
064400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
064500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
064600     WRITE OUTPUT-RECORD.
064700     ADD 1 TO LINES-WRITTEN.
