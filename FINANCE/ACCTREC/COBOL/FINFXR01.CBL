000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINFXR01.
      ******************************************************************
      * FINFXR01 -- MONTH-END FOREIGN-CURRENCY REVALUATION. RUN ON
      *             THE LAST BUSINESS DAY OF THE MONTH AFTER THE DAY'S
      *             POSTING AND BEFORE FINMEP01, THIS PROGRAM READS
      *             EVERY ACCOUNT ON THE FOREIGN-BALANCE FILE (SEE
      *             FXBAL) AND RESTATES ITS BASE-CURRENCY BALANCE AT
      *             THE CLOSING RATE -- THE CURRATE RATE FOR THE
      *             ACCOUNT'S CURRENCY WITH THE LATEST EFFECTIVE DATE
      *             NOT AFTER THE AS-OF DATE. THE NEW BASE AMOUNTS ARE
      *             REWRITTEN TO THE MASTER (JOURNALED, SOURCE
      *             FINFXR01, SO FINMEP01 SHOWS THEM AS ADJUSTMENTS)
      *             AND THE DIFFERENCE IS THE UNREALIZED EXCHANGE GAIN
      *             OR LOSS. THE GAINS AND LOSSES ARE NETTED BY
      *             CURRENCY INTO ONE BALANCED VOUCHER IN THE FINJVG01
      *             HEADER / DETAIL / TRAILER FORMAT -- A GAIN DEBITS
      *             AR CONTROL AND CREDITS EXCHANGE GAIN, A LOSS
      *             DEBITS EXCHANGE LOSS AND CREDITS AR CONTROL. THE
      *             REPORT LISTS EACH ACCOUNT RESTATED AND SUMMARIZES
      *             THE RUN BY CURRENCY.
      *             AN ACCOUNT WITH NO CLOSING RATE, NO MASTER RECORD,
      *             A MASTER BALANCE THAT NO LONGER AGREES WITH THE
      *             BASE AMOUNTS TROY3 LAST POSTED, OR A RESTATED
      *             AMOUNT TOO LARGE FOR THE MASTER IS LEFT AS IT IS
      *             AND LISTED AS AN EXCEPTION (RETURN-CODE 4).
      *             A RERUN IN THE SAME MONTH BOOKS ONLY WHAT HAS
      *             MOVED SINCE THE FIRST RUN.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-08  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN U-T-CURRAT.
000900     SELECT VOUCHER-FILE ASSIGN U-T-FXRJV.
001000     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
001100     SELECT MASTER-FILE ASSIGN U-T-MASTER
001200        ORGANIZATION IS INDEXED
001300        ACCESS MODE IS DYNAMIC
001400        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001500        FILE STATUS IS WS-MASTER-STATUS.
001600     SELECT FOREIGN-BALANCE-FILE ASSIGN U-T-FXBAL
001700        ORGANIZATION IS INDEXED
001800        ACCESS MODE IS DYNAMIC
001900        RECORD KEY IS FX-ACCOUNT-NUMBER
002000        FILE STATUS IS WS-FXBAL-STATUS.
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD REPORT-FILE
002400     LABEL RECORDS ARE OMITTED
002500     RECORDING MODE IS F
002600     RECORD CONTAINS 133 CHARACTERS
002700     DATA RECORD IS OUTPUT-RECORD.
002800   01 OUTPUT-RECORD.
002900     02 CARRIAGE-CONTROL PIC X.
003000     02 OUTPUT-LINE      PIC X(132).
003100 FD CONTROL-FILE
003200     LABEL RECORDS ARE STANDARD
003300     RECORD CONTAINS 80 CHARACTERS
003400     DATA RECORD IS CONTROL-CARD-RECORD.
003500 COPY CTLCARD.
003600 FD CURRENCY-RATE-FILE
003700     LABEL RECORDS ARE STANDARD
003800     RECORD CONTAINS 80 CHARACTERS
003900     DATA RECORD IS CURRENCY-RATE-RECORD.
004000 COPY CURRATE.
004100 FD VOUCHER-FILE
004200     LABEL RECORDS ARE STANDARD
004300     RECORD CONTAINS 80 CHARACTERS
004400     DATA RECORD IS VOUCHER-RECORD.
004500   01 VOUCHER-RECORD.
004600     02 JV-REC-TYPE            PIC X(01).
004700        88  JV-IS-HEADER       VALUE 'H'.
004800        88  JV-IS-DETAIL       VALUE 'D'.
004900        88  JV-IS-TRAILER      VALUE 'T'.
005000     02 JV-BATCH-NUMBER        PIC 9(05).
005100     02 JV-DETAIL-FIELDS.
005200        03 JV-ACCOUNT-NUMBER   PIC 9(08).
005300        03 JV-REFERENCE-CODE   PIC X(06).
005400        03 JV-DRCR-CODE        PIC X(01).
005500        03 JV-AMOUNT           PIC S9(11)V99.
005600        03 JV-POSTING-DATE     PIC 9(08).
005700     02 FILLER                 PIC X(38).
005800   01 VOUCHER-TRAILER-RECORD REDEFINES VOUCHER-RECORD.
005900     02 FILLER                 PIC X(01).
006000     02 FILLER                 PIC 9(05).
006100     02 JV-TRL-LINE-COUNT      PIC 9(05).
006200     02 JV-TRL-DEBIT-TOTAL     PIC S9(11)V99.
006300     02 JV-TRL-CREDIT-TOTAL    PIC S9(11)V99.
006400     02 FILLER                 PIC X(43).
006500 FD JOURNAL-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 196 CHARACTERS
006800     DATA RECORD IS MASTER-JOURNAL-RECORD.
006900 COPY MSTRJNL.
007000 FD MASTER-FILE
007100     LABEL RECORDS ARE STANDARD
007200     DATA RECORD IS MASTER-RECORD.
007300 COPY MSTRFILE.
007400 FD FOREIGN-BALANCE-FILE
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 100 CHARACTERS
007700     DATA RECORD IS FOREIGN-BALANCE-RECORD.
007800 COPY FXBAL.
      ******************************************************************
007900 WORKING-STORAGE SECTION.
008000 COPY HEADER1.
008100 01  PROGRAM-WORK-FIELDS.
008200     02  INPUT-SWITCH      PIC X(3).
008300         88  END-OF-FILE   VALUE 'EOF'.
008400     02  RATE-FILE-SWITCH  PIC X(3)  VALUE SPACES.
008500         88  END-OF-RATES  VALUE 'EOF'.
008600     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
008700     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
008800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
008900     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009000     02  WS-FXBAL-STATUS   PIC X(2)  VALUE ZERO.
009100     02  SKIP-SWITCH       PIC X(3)  VALUE 'NO '.
009200         88  SKIP-ACCOUNT  VALUE 'YES'.
009300     02  CURRENCY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
009400         88  CURRENCY-FOUND VALUE 'YES'.
009500     02  WS-RATE-COUNT     PIC 9(3)  COMP VALUE ZERO.
009600     02  WS-RATE-IDX       PIC 9(3)  COMP VALUE ZERO.
009700     02  WS-BEST-RATE-SUB  PIC 9(3)  COMP VALUE ZERO.
009800     02  WS-BEST-RATE-DATE PIC 9(8)  VALUE ZERO.
009900     02  WS-CLOSING-RATE   PIC 9(3)V9(5) VALUE ZERO.
010000     02  WS-OLD-BASE-1     PIC S9(4)V99 VALUE ZERO.
010100     02  WS-OLD-BASE-2     PIC S9(4)V99 VALUE ZERO.
010200     02  WS-NEW-BASE-1     PIC S9(4)V99 VALUE ZERO.
010300     02  WS-NEW-BASE-2     PIC S9(4)V99 VALUE ZERO.
010400     02  WS-OLD-BASE       PIC S9(7)V99 VALUE ZERO.
010500     02  WS-NEW-BASE       PIC S9(7)V99 VALUE ZERO.
010600     02  WS-FOREIGN-TOTAL  PIC S9(9)V99 VALUE ZERO.
010700     02  WS-DIFFERENCE     PIC S9(7)V99 VALUE ZERO.
010800     02  WS-EXCEPTION-NOTE PIC X(30) VALUE SPACES.
010900     02  WS-FXBAL-COUNT    PIC 9(7)  VALUE ZERO.
011000     02  WS-RESTATED-COUNT PIC 9(7)  VALUE ZERO.
011100     02  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
011200     02  WS-OVERFLOW-COUNT PIC 9(7)  VALUE ZERO.
011300     02  WS-LINE-COUNT     PIC 9(5)  VALUE ZERO.
011400     02  WS-VOUCHER-AMOUNT PIC S9(11)V99 VALUE ZERO.
011500     02  WS-VOUCHER-TOTAL  PIC S9(11)V99 VALUE ZERO.
011600     02  WS-NET-GAIN-LOSS  PIC S9(11)V99 VALUE ZERO.
011700     02  WS-PRINT-LINE     PIC X(132) VALUE SPACES.
      ******************************************************************
      * THE GENERAL-LEDGER ACCOUNTS THE REVALUATION IS BOOKED TO AND
      * THE REFERENCE CODE THE VOUCHER CARRIES.
      ******************************************************************
011800     02  WS-AR-CONTROL-ACCOUNT PIC 9(8) VALUE 99990120.
011900     02  WS-FX-GAIN-ACCOUNT    PIC 9(8) VALUE 99990740.
012000     02  WS-FX-LOSS-ACCOUNT    PIC 9(8) VALUE 99990745.
012100     02  WS-FX-REF-CODE        PIC X(6) VALUE 'FXREVL'.
012200 01  DATE-WORK-FIELDS.
012300     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
012400     02  FILLER REDEFINES WS-AS-OF-DATE.
012500         03  WS-AS-OF-PERIOD PIC 9(6).
012600         03  FILLER        PIC 9(2).
012700     02  WS-LAST-REVAL-DATE PIC 9(8) VALUE ZERO.
012800     02  FILLER REDEFINES WS-LAST-REVAL-DATE.
012900         03  WS-LAST-REVAL-PERIOD PIC 9(6).
013000         03  FILLER        PIC 9(2).
      ******************************************************************
      * EVERY CURRATE RATE ON FILE; THE CLOSING RATE IS PICKED PER
      * ACCOUNT THE SAME WAY TROY3 PICKS THE DAY'S RATE.
      ******************************************************************
013100 01  CURRENCY-RATE-TABLE.
013200     05  CURRENCY-RATE-ENTRY OCCURS 200 TIMES.
013300         10  CT-CURRENCY-CODE PIC X(3).
013400         10  CT-EFFECTIVE-DATE PIC 9(8).
013500         10  CT-CURRENCY-RATE PIC 9(3)V9(5).
      ******************************************************************
      * ONE ROW PER CURRENCY REVALUED, FOR THE SUMMARY AND VOUCHER.
      ******************************************************************
013600 01  CURRENCY-SUMMARY-TABLE.
013700     02  WS-CURRENCY-COUNT PIC 9(3)  VALUE ZERO.
013800     02  CURRENCY-ENTRY OCCURS 50 TIMES
013900                        INDEXED BY CURRENCY-IDX.
014000         03  CS-CURRENCY-CODE PIC X(03).
014100         03  CS-RATE          PIC 9(3)V9(5).
014200         03  CS-ACCOUNTS      PIC 9(07).
014300         03  CS-FOREIGN-TOTAL PIC S9(11)V99.
014400         03  CS-OLD-BASE      PIC S9(11)V99.
014500         03  CS-NEW-BASE      PIC S9(11)V99.
014600         03  CS-GAINS         PIC S9(11)V99.
014700         03  CS-LOSSES        PIC S9(11)V99.
014800 COPY PAGING.
014900 COPY FINBDC01.
015000 01  ACCOUNT-LINE.
015100     02  FILLER                PIC X(2).
015200     02  ACL-ACCOUNT-NUMBER    PIC 9(8).
015300     02  FILLER                PIC X(2).
015400     02  ACL-CURRENCY-CODE     PIC X(3).
015500     02  FILLER                PIC X(2).
015600     02  ACL-FOREIGN-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
015700     02  FILLER                PIC X(2).
015800     02  ACL-RATE              PIC ZZ9.99999.
015900     02  FILLER                PIC X(2).
016000     02  ACL-OLD-BASE          PIC Z,ZZZ,ZZ9.99-.
016100     02  FILLER                PIC X(2).
016200     02  ACL-NEW-BASE          PIC Z,ZZZ,ZZ9.99-.
016300     02  FILLER                PIC X(2).
016400     02  ACL-DIFFERENCE        PIC Z,ZZZ,ZZ9.99-.
016500     02  FILLER                PIC X(2).
016600     02  ACL-NOTE              PIC X(30).
016700     02  FILLER                PIC X(12).
016800 01  ACCOUNT-HEADING-LINE.
016900     02  FILLER                PIC X(2).
017000     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
017100     02  FILLER                PIC X(2).
017200     02  FILLER                PIC X(3)  VALUE 'CUR'.
017300     02  FILLER                PIC X(2).
017400     02  FILLER                PIC X(15) VALUE ' FOREIGN AMOUNT'.
017500     02  FILLER                PIC X(2).
017600     02  FILLER                PIC X(9)  VALUE '     RATE'.
017700     02  FILLER                PIC X(2).
017800     02  FILLER                PIC X(13) VALUE '     OLD BASE'.
017900     02  FILLER                PIC X(2).
018000     02  FILLER                PIC X(13) VALUE '     NEW BASE'.
018100     02  FILLER                PIC X(2).
018200     02  FILLER                PIC X(13) VALUE '  GAIN/(LOSS)'.
018300     02  FILLER                PIC X(2).
018400     02  FILLER                PIC X(30) VALUE 'NOTE'.
018500     02  FILLER                PIC X(12).
018600 01  CURRENCY-LINE.
018700     02  FILLER                PIC X(2).
018800     02  CUL-CURRENCY-CODE     PIC X(3).
018900     02  FILLER                PIC X(2).
019000     02  CUL-ACCOUNTS          PIC ZZZ,ZZ9.
019100     02  FILLER                PIC X(2).
019200     02  CUL-FOREIGN-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
019300     02  FILLER                PIC X(2).
019400     02  CUL-RATE              PIC ZZ9.99999.
019500     02  FILLER                PIC X(2).
019600     02  CUL-OLD-BASE          PIC ZZ,ZZZ,ZZ9.99-.
019700     02  FILLER                PIC X(2).
019800     02  CUL-NEW-BASE          PIC ZZ,ZZZ,ZZ9.99-.
019900     02  FILLER                PIC X(2).
020000     02  CUL-GAINS             PIC ZZ,ZZZ,ZZ9.99-.
020100     02  FILLER                PIC X(2).
020200     02  CUL-LOSSES            PIC ZZ,ZZZ,ZZ9.99-.
020300     02  FILLER                PIC X(2).
020400     02  CUL-NET               PIC ZZ,ZZZ,ZZ9.99-.
020500     02  FILLER                PIC X(8).
020600 01  CURRENCY-HEADING-LINE.
020700     02  FILLER                PIC X(2).
020800     02  FILLER                PIC X(3)  VALUE 'CUR'.
020900     02  FILLER                PIC X(2).
021000     02  FILLER                PIC X(7)  VALUE 'ACCOUNT'.
021100     02  FILLER                PIC X(2).
021200     02  FILLER                PIC X(15) VALUE '  FOREIGN TOTAL'.
021300     02  FILLER                PIC X(2).
021400     02  FILLER                PIC X(9)  VALUE ' CLOSING '.
021500     02  FILLER                PIC X(2).
021600     02  FILLER                PIC X(14) VALUE '   BASE BEFORE'.
021700     02  FILLER                PIC X(2).
021800     02  FILLER                PIC X(14) VALUE '    BASE AFTER'.
021900     02  FILLER                PIC X(2).
022000     02  FILLER                PIC X(14) VALUE '         GAINS'.
022100     02  FILLER                PIC X(2).
022200     02  FILLER                PIC X(14) VALUE '        LOSSES'.
022300     02  FILLER                PIC X(2).
022400     02  FILLER                PIC X(14) VALUE '    NET BOOKED'.
022500     02  FILLER                PIC X(8).
022600 01  SUMMARY-LINE.
022700     02  FILLER                PIC X(2).
022800     02  SUM-TAG               PIC X(30).
022900     02  SUM-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
023000     02  FILLER                PIC X(2).
023100     02  SUM-NOTE              PIC X(30).
023200     02  FILLER                PIC X(49).
023300******************************************************************
023400 PROCEDURE DIVISION.
023500     DISPLAY 'FINFXR01 - FOREIGN-CURRENCY REVALUATION STARTING'.
023600     PERFORM READ-CONTROL-CARD.
023700     PERFORM LOAD-CURRENCY-RATE-TABLE.
023800     OPEN OUTPUT REPORT-FILE VOUCHER-FILE.
023900     OPEN EXTEND JOURNAL-FILE.
024000     OPEN I-O MASTER-FILE.
024100     OPEN I-O FOREIGN-BALANCE-FILE.
024200     PERFORM WRITE-HEADER.
024300     MOVE ACCOUNT-HEADING-LINE TO WS-PRINT-LINE.
024400     PERFORM WRITE-REPORT-LINE.
024500     MOVE 2 TO LINE-SPACING.
024600     MOVE SPACES TO INPUT-SWITCH.
024700     PERFORM GET-FOREIGN-BALANCE.
024800     PERFORM REVALUE-AND-READ
024900        UNTIL END-OF-FILE.
025000     PERFORM WRITE-REVALUATION-VOUCHER.
025100     PERFORM REPORT-CURRENCY-SUMMARY.
025200     CLOSE FOREIGN-BALANCE-FILE MASTER-FILE JOURNAL-FILE
025300           VOUCHER-FILE REPORT-FILE.
025400     DISPLAY 'FINFXR01 - FOREIGN BALANCES READ: ' WS-FXBAL-COUNT.
025500     DISPLAY 'FINFXR01 - ACCOUNTS RESTATED:     '
025600         WS-RESTATED-COUNT.
025700     DISPLAY 'FINFXR01 - EXCEPTIONS:            '
025800         WS-EXCEPTION-COUNT.
025900     DISPLAY 'FINFXR01 - NET GAIN/(LOSS):       '
026000         WS-NET-GAIN-LOSS.
026100     IF WS-EXCEPTION-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
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
028300******************************************************************
028400 LOAD-CURRENCY-RATE-TABLE.
028500     OPEN INPUT CURRENCY-RATE-FILE.
028600     PERFORM LOAD-CURRENCY-RATE-RECORD
028700        UNTIL END-OF-RATES.
028800     CLOSE CURRENCY-RATE-FILE.
028900     IF WS-RATE-COUNT = ZERO
029000        DISPLAY 'FINFXR01 - CURRENCY RATE FILE MISSING OR '
029100            'EMPTY - NO ACCOUNT CAN BE REVALUED'
029200     END-IF.
029300******************************************************************
029400 LOAD-CURRENCY-RATE-RECORD.
029500     READ CURRENCY-RATE-FILE AT END
029600         MOVE 'EOF' TO RATE-FILE-SWITCH
029700     NOT AT END
029800         IF WS-RATE-COUNT < 200
029900               AND CR-EFFECTIVE-DATE NUMERIC
030000               AND CR-RATE NUMERIC
030100            ADD 1 TO WS-RATE-COUNT
030200            MOVE CR-CURRENCY-CODE
030300                TO CT-CURRENCY-CODE (WS-RATE-COUNT)
030400            MOVE CR-EFFECTIVE-DATE
030500                TO CT-EFFECTIVE-DATE (WS-RATE-COUNT)
030600            MOVE CR-RATE
030700                TO CT-CURRENCY-RATE (WS-RATE-COUNT)
030800         ELSE
030900            IF CR-EFFECTIVE-DATE NUMERIC
031000                  AND CR-RATE NUMERIC
031100               DISPLAY 'FINFXR01 - RATE TABLE FULL - RATE FOR '
031200                   CR-CURRENCY-CODE ' ' CR-EFFECTIVE-DATE
031300                   ' NOT LOADED'
031400            END-IF
031500         END-IF
031600     END-READ.
031700******************************************************************
031800 GET-FOREIGN-BALANCE.
031900     READ FOREIGN-BALANCE-FILE NEXT RECORD AT END
032000         MOVE 'EOF' TO INPUT-SWITCH.
032100******************************************************************
032200 REVALUE-AND-READ.
032300     PERFORM REVALUE-ONE-ACCOUNT
032400        THRU REVALUE-ONE-ACCOUNT-EXIT.
032500     PERFORM GET-FOREIGN-BALANCE.
032600******************************************************************
      * ONE FOREIGN-BALANCE ACCOUNT. ANY REASON IT CANNOT BE RESTATED
      * LEAVES BOTH THE MASTER AND THE FOREIGN BALANCE UNTOUCHED AND
      * PRINTS THE ACCOUNT AS AN EXCEPTION.
      ******************************************************************
032700 REVALUE-ONE-ACCOUNT.
032800     ADD 1 TO WS-FXBAL-COUNT.
032900     MOVE 'NO ' TO SKIP-SWITCH.
033000     MOVE SPACES TO WS-EXCEPTION-NOTE.
033100     MOVE ZERO TO WS-CLOSING-RATE WS-DIFFERENCE.
033200     MOVE FX-BASE-AMOUNT-1 TO WS-OLD-BASE-1.
033300     MOVE FX-BASE-AMOUNT-2 TO WS-OLD-BASE-2.
033400     MOVE WS-OLD-BASE-1 TO WS-NEW-BASE-1.
033500     MOVE WS-OLD-BASE-2 TO WS-NEW-BASE-2.
033600     PERFORM FIND-CLOSING-RATE.
033700     IF WS-BEST-RATE-SUB = ZERO
033800        MOVE 'NO CLOSING RATE ON CURRATE' TO WS-EXCEPTION-NOTE
033900        GO TO REVALUE-ONE-ACCOUNT-EXCEPTION
034000     END-IF.
034100     MOVE CT-CURRENCY-RATE (WS-BEST-RATE-SUB) TO WS-CLOSING-RATE.
034200     MOVE FX-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
034300     READ MASTER-FILE
034400         INVALID KEY
034500            MOVE 'YES' TO SKIP-SWITCH
034600     END-READ.
034700     IF SKIP-ACCOUNT
034800        MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXCEPTION-NOTE
034900        GO TO REVALUE-ONE-ACCOUNT-EXCEPTION
035000     END-IF.
035100     IF MSTR-AMOUNT-1 NOT = FX-BASE-AMOUNT-1
035200           OR MSTR-AMOUNT-2 NOT = FX-BASE-AMOUNT-2
035300        MOVE 'MASTER CHANGED OUTSIDE TROY3' TO WS-EXCEPTION-NOTE
035400        GO TO REVALUE-ONE-ACCOUNT-EXCEPTION
035500     END-IF.
035600     COMPUTE WS-NEW-BASE-1 ROUNDED =
035700         FX-FOREIGN-AMOUNT-1 * WS-CLOSING-RATE
035800         ON SIZE ERROR
035900            MOVE 'YES' TO SKIP-SWITCH
036000     END-COMPUTE.
036100     COMPUTE WS-NEW-BASE-2 ROUNDED =
036200         FX-FOREIGN-AMOUNT-2 * WS-CLOSING-RATE
036300         ON SIZE ERROR
036400            MOVE 'YES' TO SKIP-SWITCH
036500     END-COMPUTE.
036600     IF SKIP-ACCOUNT
036700        MOVE WS-OLD-BASE-1 TO WS-NEW-BASE-1
036800        MOVE WS-OLD-BASE-2 TO WS-NEW-BASE-2
036900        MOVE 'RESTATED AMOUNT TOO LARGE' TO WS-EXCEPTION-NOTE
037000        GO TO REVALUE-ONE-ACCOUNT-EXCEPTION
037100     END-IF.
037200     COMPUTE WS-DIFFERENCE =
037300         (WS-NEW-BASE-1 + WS-NEW-BASE-2)
037400         - (WS-OLD-BASE-1 + WS-OLD-BASE-2).
037500     IF WS-NEW-BASE-1 NOT = WS-OLD-BASE-1
037600           OR WS-NEW-BASE-2 NOT = WS-OLD-BASE-2
037700        PERFORM RESTATE-MASTER-RECORD
037800        ADD 1 TO WS-RESTATED-COUNT
037900     END-IF.
038000     PERFORM UPDATE-FOREIGN-BALANCE.
038100     PERFORM ACCUMULATE-CURRENCY.
038200     PERFORM WRITE-ACCOUNT-LINE.
038300     GO TO REVALUE-ONE-ACCOUNT-EXIT.
038400 REVALUE-ONE-ACCOUNT-EXCEPTION.
038500     ADD 1 TO WS-EXCEPTION-COUNT.
038600     PERFORM WRITE-ACCOUNT-LINE.
038700 REVALUE-ONE-ACCOUNT-EXIT.
038800     EXIT.
038900******************************************************************
039000 FIND-CLOSING-RATE.
039100     MOVE ZERO TO WS-BEST-RATE-SUB.
039200     MOVE ZERO TO WS-BEST-RATE-DATE.
039300     PERFORM MATCH-CLOSING-RATE
039400         VARYING WS-RATE-IDX FROM 1 BY 1
039500         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
039600******************************************************************
039700 MATCH-CLOSING-RATE.
039800     IF CT-CURRENCY-CODE (WS-RATE-IDX) = FX-CURRENCY-CODE
039900           AND CT-EFFECTIVE-DATE (WS-RATE-IDX)
040000               NOT > WS-AS-OF-DATE
040100           AND CT-EFFECTIVE-DATE (WS-RATE-IDX)
040200               NOT < WS-BEST-RATE-DATE
040300        MOVE WS-RATE-IDX TO WS-BEST-RATE-SUB
040400        MOVE CT-EFFECTIVE-DATE (WS-RATE-IDX)
040500            TO WS-BEST-RATE-DATE
040600     END-IF.
040700******************************************************************
      * THE RESTATEMENT IS JOURNALED LIKE EVERY OTHER MASTER CHANGE
      * SO FINRCV01 REPLAYS IT AND FINMEP01 CAN EXPLAIN IT.
      ******************************************************************
040800 RESTATE-MASTER-RECORD.
040900     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
041000     MOVE WS-NEW-BASE-1 TO MSTR-AMOUNT-1.
041100     MOVE WS-NEW-BASE-2 TO MSTR-AMOUNT-2.
041200     MOVE 'FINFXR01' TO MSTR-SOURCE-PROGRAM.
041300     MOVE WS-AS-OF-DATE TO MSTR-LAST-UPDATE-DATE.
041400     REWRITE MASTER-RECORD.
041500     IF WS-MASTER-STATUS NOT = '00'
041600        DISPLAY 'FINFXR01 - MASTER REWRITE FAILED, STATUS '
041700            WS-MASTER-STATUS ' ACCOUNT ' MSTR-ACCOUNT-NUMBER
041800     END-IF.
041900     MOVE 'C' TO JL-ACTION-CODE.
042000     MOVE 'FINFXR01' TO JL-SOURCE-PROGRAM.
042100     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
042200     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
042300     ACCEPT JL-JOURNAL-TIME FROM TIME.
042400     WRITE MASTER-JOURNAL-RECORD.
042500******************************************************************
      * THE PERIOD'S REVALUATION AMOUNT ACCUMULATES ACROSS RERUNS IN
      * THE SAME MONTH AND STARTS AGAIN IN A NEW ONE; THE UNREALIZED
      * TOTAL RUNS FOR AS LONG AS THE ACCOUNT KEEPS ITS CURRENCY.
      ******************************************************************
042600 UPDATE-FOREIGN-BALANCE.
042700     MOVE FX-LAST-REVAL-DATE TO WS-LAST-REVAL-DATE.
042800     IF WS-LAST-REVAL-PERIOD = WS-AS-OF-PERIOD
042900        ADD WS-DIFFERENCE TO FX-LAST-REVAL-AMOUNT
043000     ELSE
043100        MOVE WS-DIFFERENCE TO FX-LAST-REVAL-AMOUNT
043200     END-IF.
043300     ADD WS-DIFFERENCE TO FX-UNREALIZED-TOTAL.
043400     MOVE WS-NEW-BASE-1 TO FX-BASE-AMOUNT-1.
043500     MOVE WS-NEW-BASE-2 TO FX-BASE-AMOUNT-2.
043600     MOVE WS-CLOSING-RATE TO FX-RATE.
043700     MOVE WS-BEST-RATE-DATE TO FX-RATE-DATE.
043800     MOVE WS-AS-OF-DATE TO FX-LAST-REVAL-DATE.
043900     REWRITE FOREIGN-BALANCE-RECORD.
044000     IF WS-FXBAL-STATUS NOT = '00'
044100        DISPLAY 'FINFXR01 - FOREIGN BALANCE REWRITE FAILED, '
044200            'STATUS ' WS-FXBAL-STATUS
044300            ' ACCOUNT ' FX-ACCOUNT-NUMBER
044400     END-IF.
044500******************************************************************
      * A CURRENCY THAT DID NOT FIT THE TABLE IS STILL RESTATED ON
      * THE MASTER BUT IS MISSING FROM THE SUMMARY AND THE VOUCHER,
      * SO THE RUN ENDS RETURN-CODE 4 FOR THE GL TO BE TOLD.
      ******************************************************************
044600 ACCUMULATE-CURRENCY.
044700     MOVE 'NO ' TO CURRENCY-FOUND-SWITCH.
044800     PERFORM MATCH-CURRENCY-ENTRY
044900         VARYING CURRENCY-IDX FROM 1 BY 1
045000         UNTIL CURRENCY-IDX > WS-CURRENCY-COUNT
045100            OR CURRENCY-FOUND.
045200     IF CURRENCY-FOUND
045300        SET CURRENCY-IDX DOWN BY 1
045400     ELSE
045500        IF WS-CURRENCY-COUNT < 50
045600           ADD 1 TO WS-CURRENCY-COUNT
045700           SET CURRENCY-IDX TO WS-CURRENCY-COUNT
045800           MOVE 'YES' TO CURRENCY-FOUND-SWITCH
045900           MOVE FX-CURRENCY-CODE
046000               TO CS-CURRENCY-CODE (CURRENCY-IDX)
046100           MOVE ZERO TO CS-ACCOUNTS (CURRENCY-IDX)
046200                        CS-FOREIGN-TOTAL (CURRENCY-IDX)
046300                        CS-OLD-BASE (CURRENCY-IDX)
046400                        CS-NEW-BASE (CURRENCY-IDX)
046500                        CS-GAINS (CURRENCY-IDX)
046600                        CS-LOSSES (CURRENCY-IDX)
046700        ELSE
046800           ADD 1 TO WS-OVERFLOW-COUNT
046900           DISPLAY 'FINFXR01 - CURRENCY TABLE FULL - '
047000               FX-CURRENCY-CODE ' ACCOUNT ' FX-ACCOUNT-NUMBER
047100               ' NOT IN VOUCHER'
047200        END-IF
047300     END-IF.
047400     IF CURRENCY-FOUND
047500        MOVE WS-CLOSING-RATE TO CS-RATE (CURRENCY-IDX)
047600        ADD 1 TO CS-ACCOUNTS (CURRENCY-IDX)
047700        ADD FX-FOREIGN-AMOUNT-1 FX-FOREIGN-AMOUNT-2
047800            TO CS-FOREIGN-TOTAL (CURRENCY-IDX)
047900        ADD WS-OLD-BASE-1 WS-OLD-BASE-2
048000            TO CS-OLD-BASE (CURRENCY-IDX)
048100        ADD WS-NEW-BASE-1 WS-NEW-BASE-2
048200            TO CS-NEW-BASE (CURRENCY-IDX)
048300        IF WS-DIFFERENCE > ZERO
048400           ADD WS-DIFFERENCE TO CS-GAINS (CURRENCY-IDX)
048500        ELSE
048600           ADD WS-DIFFERENCE TO CS-LOSSES (CURRENCY-IDX)
048700        END-IF
048800     END-IF.
048900******************************************************************
049000 MATCH-CURRENCY-ENTRY.
049100     IF CS-CURRENCY-CODE (CURRENCY-IDX) = FX-CURRENCY-CODE
049200        SET CURRENCY-FOUND TO TRUE
049300     END-IF.
049400******************************************************************
049500 WRITE-ACCOUNT-LINE.
049600     MOVE FX-ACCOUNT-NUMBER TO ACL-ACCOUNT-NUMBER.
049700     MOVE FX-CURRENCY-CODE TO ACL-CURRENCY-CODE.
049800     COMPUTE WS-FOREIGN-TOTAL =
049900         FX-FOREIGN-AMOUNT-1 + FX-FOREIGN-AMOUNT-2.
050000     MOVE WS-FOREIGN-TOTAL TO ACL-FOREIGN-AMOUNT.
050100     MOVE WS-CLOSING-RATE TO ACL-RATE.
050200     COMPUTE WS-OLD-BASE = WS-OLD-BASE-1 + WS-OLD-BASE-2.
050300     COMPUTE WS-NEW-BASE = WS-NEW-BASE-1 + WS-NEW-BASE-2.
050400     MOVE WS-OLD-BASE TO ACL-OLD-BASE.
050500     MOVE WS-NEW-BASE TO ACL-NEW-BASE.
050600     MOVE WS-DIFFERENCE TO ACL-DIFFERENCE.
050700     MOVE WS-EXCEPTION-NOTE TO ACL-NOTE.
050800     MOVE ACCOUNT-LINE TO WS-PRINT-LINE.
050900     PERFORM WRITE-REPORT-LINE.
051000******************************************************************
      * ONE VOUCHER, BATCH 1: THE HEADER, A DEBIT AND A CREDIT LINE
      * FOR EACH CURRENCY WHOSE NET MOVEMENT IS NOT ZERO, AND THE
      * TRAILER -- THE SAME SHAPE FINJVG01 WRITES. NO MOVEMENT AT ALL
      * MEANS NO VOUCHER.
      ******************************************************************
051100 WRITE-REVALUATION-VOUCHER.
051200     MOVE ZERO TO WS-LINE-COUNT WS-VOUCHER-TOTAL WS-NET-GAIN-LOSS.
051300     PERFORM ADD-CURRENCY-NET
051400         VARYING CURRENCY-IDX FROM 1 BY 1
051500         UNTIL CURRENCY-IDX > WS-CURRENCY-COUNT.
051600     IF WS-VOUCHER-TOTAL = ZERO
051700        GO TO WRITE-REVALUATION-VOUCHER-EXIT
051800     END-IF.
051900     MOVE SPACES TO VOUCHER-RECORD.
052000     MOVE 'H' TO JV-REC-TYPE.
052100     MOVE 1 TO JV-BATCH-NUMBER.
052200     MOVE ZERO TO JV-ACCOUNT-NUMBER.
052300     MOVE WS-FX-REF-CODE TO JV-REFERENCE-CODE.
052400     MOVE SPACE TO JV-DRCR-CODE.
052500     MOVE ZERO TO JV-AMOUNT.
052600     MOVE WS-AS-OF-DATE TO JV-POSTING-DATE.
052700     WRITE VOUCHER-RECORD.
052800     PERFORM WRITE-CURRENCY-ENTRY
052900         VARYING CURRENCY-IDX FROM 1 BY 1
053000         UNTIL CURRENCY-IDX > WS-CURRENCY-COUNT.
053100     MOVE SPACES TO VOUCHER-RECORD.
053200     MOVE 'T' TO JV-REC-TYPE.
053300     MOVE 1 TO JV-BATCH-NUMBER.
053400     MOVE WS-LINE-COUNT TO JV-TRL-LINE-COUNT.
053500     MOVE WS-VOUCHER-TOTAL TO JV-TRL-DEBIT-TOTAL.
053600     MOVE WS-VOUCHER-TOTAL TO JV-TRL-CREDIT-TOTAL.
053700     WRITE VOUCHER-RECORD.
053800 WRITE-REVALUATION-VOUCHER-EXIT.
053900     EXIT.
054000******************************************************************
054100 ADD-CURRENCY-NET.
054200     COMPUTE WS-VOUCHER-AMOUNT =
054300         CS-GAINS (CURRENCY-IDX) + CS-LOSSES (CURRENCY-IDX).
054400     ADD WS-VOUCHER-AMOUNT TO WS-NET-GAIN-LOSS.
054500     IF WS-VOUCHER-AMOUNT < ZERO
054600        SUBTRACT WS-VOUCHER-AMOUNT FROM WS-VOUCHER-TOTAL
054700     ELSE
054800        ADD WS-VOUCHER-AMOUNT TO WS-VOUCHER-TOTAL
054900     END-IF.
055000******************************************************************
      * A NET GAIN DEBITS AR CONTROL AND CREDITS EXCHANGE GAIN; A NET
      * LOSS DEBITS EXCHANGE LOSS AND CREDITS AR CONTROL.
      ******************************************************************
055100 WRITE-CURRENCY-ENTRY.
055200     COMPUTE WS-VOUCHER-AMOUNT =
055300         CS-GAINS (CURRENCY-IDX) + CS-LOSSES (CURRENCY-IDX).
055400     IF WS-VOUCHER-AMOUNT = ZERO
055500        GO TO WRITE-CURRENCY-ENTRY-EXIT
055600     END-IF.
055700     MOVE 'D' TO JV-REC-TYPE.
055800     MOVE 'D' TO JV-DRCR-CODE.
055900     IF WS-VOUCHER-AMOUNT > ZERO
056000        MOVE WS-AR-CONTROL-ACCOUNT TO JV-ACCOUNT-NUMBER
056100        MOVE WS-VOUCHER-AMOUNT TO JV-AMOUNT
056200     ELSE
056300        MOVE WS-FX-LOSS-ACCOUNT TO JV-ACCOUNT-NUMBER
056400        COMPUTE JV-AMOUNT = ZERO - WS-VOUCHER-AMOUNT
056500     END-IF.
056600     WRITE VOUCHER-RECORD.
056700     MOVE 'C' TO JV-DRCR-CODE.
056800     IF WS-VOUCHER-AMOUNT > ZERO
056900        MOVE WS-FX-GAIN-ACCOUNT TO JV-ACCOUNT-NUMBER
057000     ELSE
057100        MOVE WS-AR-CONTROL-ACCOUNT TO JV-ACCOUNT-NUMBER
057200     END-IF.
057300     WRITE VOUCHER-RECORD.
057400     ADD 2 TO WS-LINE-COUNT.
057500 WRITE-CURRENCY-ENTRY-EXIT.
057600     EXIT.
057700******************************************************************
057800 REPORT-CURRENCY-SUMMARY.
057900     PERFORM WRITE-HEADER.
058000     MOVE CURRENCY-HEADING-LINE TO WS-PRINT-LINE.
058100     PERFORM WRITE-REPORT-LINE.
058200     MOVE 2 TO LINE-SPACING.
058300     PERFORM WRITE-CURRENCY-LINE
058400         VARYING CURRENCY-IDX FROM 1 BY 1
058500         UNTIL CURRENCY-IDX > WS-CURRENCY-COUNT.
058600     MOVE 2 TO LINE-SPACING.
058700     MOVE SPACES TO SUM-NOTE.
058800     MOVE 'FOREIGN BALANCES READ       - ' TO SUM-TAG.
058900     MOVE WS-FXBAL-COUNT TO SUM-AMOUNT.
059000     PERFORM WRITE-SUMMARY-LINE.
059100     MOVE 'MASTER RECORDS RESTATED     - ' TO SUM-TAG.
059200     MOVE WS-RESTATED-COUNT TO SUM-AMOUNT.
059300     PERFORM WRITE-SUMMARY-LINE.
059400     MOVE 'EXCEPTIONS                  - ' TO SUM-TAG.
059500     MOVE WS-EXCEPTION-COUNT TO SUM-AMOUNT.
059600     IF WS-EXCEPTION-COUNT > ZERO
059700        MOVE 'NOT REVALUED - SEE REGISTER' TO SUM-NOTE
059800     END-IF.
059900     PERFORM WRITE-SUMMARY-LINE.
060000     MOVE SPACES TO SUM-NOTE.
060100     MOVE 'NET GAIN/(LOSS) BOOKED      - ' TO SUM-TAG.
060200     MOVE WS-NET-GAIN-LOSS TO SUM-AMOUNT.
060300     IF WS-VOUCHER-TOTAL = ZERO
060400        MOVE 'NO VOUCHER REQUIRED' TO SUM-NOTE
060500     END-IF.
060600     PERFORM WRITE-SUMMARY-LINE.
060700     IF WS-OVERFLOW-COUNT > ZERO
060800        MOVE 'ACCOUNTS PAST CURRENCY TABLE- ' TO SUM-TAG
060900        MOVE WS-OVERFLOW-COUNT TO SUM-AMOUNT
061000        MOVE 'RESTATED, NOT IN VOUCHER' TO SUM-NOTE
061100        PERFORM WRITE-SUMMARY-LINE
061200     END-IF.
061300******************************************************************
061400 WRITE-CURRENCY-LINE.
061500     MOVE CS-CURRENCY-CODE (CURRENCY-IDX) TO CUL-CURRENCY-CODE.
061600     MOVE CS-ACCOUNTS (CURRENCY-IDX) TO CUL-ACCOUNTS.
061700     MOVE CS-FOREIGN-TOTAL (CURRENCY-IDX) TO CUL-FOREIGN-TOTAL.
061800     MOVE CS-RATE (CURRENCY-IDX) TO CUL-RATE.
061900     MOVE CS-OLD-BASE (CURRENCY-IDX) TO CUL-OLD-BASE.
062000     MOVE CS-NEW-BASE (CURRENCY-IDX) TO CUL-NEW-BASE.
062100     MOVE CS-GAINS (CURRENCY-IDX) TO CUL-GAINS.
062200     MOVE CS-LOSSES (CURRENCY-IDX) TO CUL-LOSSES.
062300     COMPUTE WS-VOUCHER-AMOUNT =
062400         CS-GAINS (CURRENCY-IDX) + CS-LOSSES (CURRENCY-IDX).
062500     MOVE WS-VOUCHER-AMOUNT TO CUL-NET.
062600     MOVE CURRENCY-LINE TO WS-PRINT-LINE.
062700     PERFORM WRITE-REPORT-LINE.
062800******************************************************************
062900 WRITE-SUMMARY-LINE.
063000     MOVE SUMMARY-LINE TO WS-PRINT-LINE.
063100     PERFORM WRITE-REPORT-LINE.
063200******************************************************************
063300 WRITE-REPORT-LINE.
063400     IF LINES-WRITTEN >= WS-PAGE-SIZE
063500        PERFORM WRITE-HEADER
063600        MOVE 2 TO LINE-SPACING
063700     END-IF.
063800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063900     MOVE WS-PRINT-LINE TO OUTPUT-LINE.
064000     WRITE OUTPUT-RECORD.
064100     ADD 1 TO LINES-WRITTEN.
064200     MOVE 1 TO LINE-SPACING.
064300******************************************************************
064400 WRITE-HEADER.
064500     MOVE ZERO TO LINES-WRITTEN.
064600     ACCEPT HDR-PRT-DATE FROM DATE.
064700     ACCEPT HDR-PRT-TIME FROM TIME.
064800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
064900     ADD 1 TO PAGE-COUNT
065000     MOVE ' FOREIGN-CURRENCY REVALUATION '   TO REPORT-TITLE.
065100     MOVE PAGE-COUNT TO PAGE-NUMBER.
065200     MOVE HEADER-RECORD TO OUTPUT-LINE.
065300     WRITE OUTPUT-RECORD.
065400     MOVE 1 TO LINE-SPACING.
