000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCWL01.
      ******************************************************************
      * FINCWL01 -- NIGHTLY COLLECTOR WORKLIST. SWEEPS THE AR MASTER
      *             AND, FOR EVERY ACCOUNT WITH AN UNDISPUTED DEBIT
      *             BALANCE THAT IS PAST DUE, HAS A BROKEN PROMISE, IS
      *             OVER ITS CREDIT LIMIT OR HAD A PAYMENT RETURNED,
      *             GATHERS THE SIGNALS THAT USED TO LIVE ON SEPARATE
      *             PRINTOUTS:
      *               - DAYS PAST DUE OF THE OLDEST OPEN INVOICE
      *                 (OPENITM; LAST-UPDATE DATE WHEN THERE ARE
      *                 NONE, THE FINAGE01 RULE)
      *               - THE OPEN BALANCE, LESS OPEN DISPUTES (FINDSQ01)
      *               - A BROKEN PROMISE TO PAY (PROMREC, FINPTP02)
      *               - OVER-LIMIT STATUS (CRLIMIT, THE FINEXP01 TEST)
      *               - THE LAST DUNNING LETTER SENT (LTRHIST)
      *               - A PAYMENT THE BANK RETURNED IN THE LAST
      *                 WS-RETURN-DAYS DAYS (PAIDITM, MARKED BY
      *                 FINACR01 AND FINNSF01)
      *             AND COMBINES THEM INTO ONE PRIORITY SCORE (SEE
      *             SCORE-WEIGHTS). EACH ACCOUNT BELONGS TO ITS
      *             COLLECTOR ON THE COLLECTOR MASTER (SEE COLLMST) --
      *             AN ACCOUNT OVERRIDE FIRST, ELSE ITS BRANCH'S
      *             COLLECTOR; ACCOUNTS NOBODY OWNS GO TO 'UNASSGND'
      *             AND END RETURN-CODE 4 SO THE GAP IS FIXED.
      *             EACH COLLECTOR GETS A PAGE, HIGHEST SCORE FIRST,
      *             AND THE SAME RANKED LIST IS WRITTEN TO THE
      *             WORKLIST EXTRACT (SEE WORKLST). RUN AFTER FINPTP02,
      *             FINEXP01 AND FINDUN01 SO THE SIGNALS ARE CURRENT.
      *             THE WORK DATE COMES FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR FROM FINBDT01 WHEN NO CARD IS
      *             SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-15  TS   INITIAL VERSION.
      * 2026-09-28  TS   A PAYMENT RETURNED BY THE BANK IN THE LAST
      *                  WS-RETURN-DAYS DAYS (PAIDITM) NOW PUTS THE
      *                  ACCOUNT ON THE WORKLIST, ADDS WS-RETURN-WEIGHT
      *                  TO THE SCORE AND SHOWS IN THE NEW PAYMENT
      *                  COLUMN AND WL-RETURNED-PAYMENT.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT WORKLIST-FILE ASSIGN U-T-WRKLST.
000800     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000900     SELECT SORT-FILE ASSIGN U-T-SORTWK.
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
002000     SELECT PROMISE-FILE ASSIGN U-T-PROMIS
002100        ORGANIZATION IS INDEXED
002200        ACCESS MODE IS DYNAMIC
002300        RECORD KEY IS PR-ACCOUNT-NUMBER
002400        FILE STATUS IS WS-PROMISE-STATUS.
002500     SELECT CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS CL-ACCOUNT-NUMBER
002900        FILE STATUS IS WS-CRLIMT-STATUS.
003000     SELECT LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
003100        ORGANIZATION IS INDEXED
003200        ACCESS MODE IS DYNAMIC
003300        RECORD KEY IS LH-ACCOUNT-NUMBER
003400        FILE STATUS IS WS-LTRHIS-STATUS.
003500     SELECT COLLECTOR-FILE ASSIGN U-T-COLMST
003600        ORGANIZATION IS INDEXED
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS CO-KEY
003900        FILE STATUS IS WS-COLMST-STATUS.
003910     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
003920        ORGANIZATION IS INDEXED
003930        ACCESS MODE IS DYNAMIC
003940        RECORD KEY IS PI-KEY
003950        FILE STATUS IS WS-PAIDITM-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD REPORT-FILE
004300     LABEL RECORDS ARE OMITTED
004400     RECORDING MODE IS F
004500     RECORD CONTAINS 133 CHARACTERS
004600     DATA RECORD IS OUTPUT-RECORD.
004700   01 OUTPUT-RECORD.
004800     02 CARRIAGE-CONTROL PIC X.
004900     02 OUTPUT-LINE      PIC X(132).
005000 FD WORKLIST-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS
005300     DATA RECORD IS WORKLIST-RECORD.
005400 COPY WORKLST.
005500 FD CONTROL-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS
005800     DATA RECORD IS CONTROL-CARD-RECORD.
005900 COPY CTLCARD.
006000 FD MASTER-FILE
006100     LABEL RECORDS ARE STANDARD
006200     DATA RECORD IS MASTER-RECORD.
006300 COPY MSTRFILE.
006400 FD OPEN-ITEM-FILE
006500     LABEL RECORDS ARE STANDARD
006600     DATA RECORD IS OPEN-ITEM-RECORD.
006700 COPY OPENITM.
006800 FD PROMISE-FILE
006900     LABEL RECORDS ARE STANDARD
007000     DATA RECORD IS PROMISE-RECORD.
007100 COPY PROMREC.
007200 FD CREDIT-LIMIT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     DATA RECORD IS CREDIT-LIMIT-RECORD.
007500 COPY CRLIMIT.
007600 FD LETTER-HISTORY-FILE
007700     LABEL RECORDS ARE STANDARD
007800     DATA RECORD IS LETTER-HISTORY-RECORD.
007900 COPY LTRHIST.
008000 FD COLLECTOR-FILE
008100     LABEL RECORDS ARE STANDARD
008200     DATA RECORD IS COLLECTOR-RECORD.
008300 COPY COLLMST.
008310 FD PAID-ITEMS-FILE
008320     LABEL RECORDS ARE STANDARD
008330     DATA RECORD IS PAID-ITEM-RECORD.
008340 COPY PAIDITM.
008400 SD SORT-FILE
008500     RECORD CONTAINS 60 CHARACTERS
008600     DATA RECORD IS SORT-RECORD.
008700   01 SORT-RECORD.
008800     02 SRT-COLLECTOR-ID       PIC X(08).
008900     02 SRT-SCORE              PIC 9(05).
009000     02 SRT-BALANCE            PIC S9(07)V99.
009100     02 SRT-ACCOUNT-NUMBER     PIC 9(08).
009200     02 SRT-NAME               PIC X(10).
009300     02 SRT-REFERENCE-CODE     PIC X(06).
009400     02 SRT-DAYS-PAST-DUE      PIC 9(05).
009500     02 SRT-BROKEN-PROMISE     PIC X(01).
009600     02 SRT-OVER-LIMIT         PIC X(01).
009700     02 SRT-LETTER-LEVEL       PIC 9(01).
009750     02 SRT-RETURNED-PAYMENT   PIC X(01).
009800     02 FILLER                 PIC X(05).
      ******************************************************************
009900 WORKING-STORAGE SECTION.
010000 COPY HEADER1.
010100 01  PROGRAM-WORK-FIELDS.
010200     02  INPUT-SWITCH      PIC X(3).
010300         88  END-OF-FILE   VALUE 'EOF'.
010400     02  SORT-SWITCH       PIC X(3).
010500         88  SORT-EOF      VALUE 'EOF'.
010600     02  ITEM-BROWSE-SWITCH PIC X(3).
010700         88  END-OF-ITEMS  VALUE 'EOF'.
010710     02  RECEIPT-BROWSE-SWITCH PIC X(3).
010720         88  END-OF-RECEIPTS VALUE 'EOF'.
010800     02  LINES-WRITTEN     PIC 9(3).
010900     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 40.
011000     02  PAGE-COUNT        PIC 9(3).
011100     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
011200     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
011300     02  WS-PROMISE-STATUS PIC X(2)  VALUE ZERO.
011400     02  WS-CRLIMT-STATUS  PIC X(2)  VALUE ZERO.
011500     02  WS-LTRHIS-STATUS  PIC X(2)  VALUE ZERO.
011600     02  WS-COLMST-STATUS  PIC X(2)  VALUE ZERO.
011650     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
011700     02  FIRST-SWITCH      PIC X(3)  VALUE 'YES'.
011800         88  FIRST-RECORD  VALUE 'YES'.
011900     02  WS-CURRENT-COLLECTOR PIC X(8) VALUE SPACES.
012000     02  WS-COLLECTOR-NAME PIC X(20) VALUE SPACES.
012100     02  WS-ITEM-COUNT     PIC 9(5)  VALUE ZERO.
012200     02  WS-ITEM-AGE       PIC S9(5) VALUE ZERO.
012300     02  WS-DAYS-PAST-DUE  PIC S9(5) VALUE ZERO.
012400     02  WS-GROSS-BALANCE  PIC S9(7)V99 VALUE ZERO.
012500     02  WS-OPEN-BALANCE   PIC S9(7)V99 VALUE ZERO.
012600     02  WS-BROKEN-PROMISE PIC X(1)  VALUE 'N'.
012700         88  PROMISE-BROKEN VALUE 'Y'.
012800     02  WS-OVER-LIMIT     PIC X(1)  VALUE 'N'.
012900         88  LIMIT-EXCEEDED VALUE 'Y'.
013000     02  WS-LETTER-LEVEL   PIC 9(1)  VALUE ZERO.
013050     02  WS-RETURNED-PAYMENT PIC X(1) VALUE 'N'.
013060         88  PAYMENT-RETURNED VALUE 'Y'.
013100     02  WS-SCORE          PIC 9(5)  VALUE ZERO.
013200     02  WS-SCORE-PART     PIC 9(5)  VALUE ZERO.
013300     02  WS-RANK           PIC 9(4)  VALUE ZERO.
013400     02  WS-COLLECTOR-BALANCE PIC S9(9)V99 VALUE ZERO.
013500     02  WS-ACCOUNTS-READ  PIC 9(7)  VALUE ZERO.
013600     02  WS-LISTED-COUNT   PIC 9(7)  VALUE ZERO.
013700     02  WS-UNASSIGNED-COUNT PIC 9(7) VALUE ZERO.
013800     02  WS-COLLECTOR-COUNT PIC 9(5) VALUE ZERO.
013900 01  DATE-WORK-FIELDS.
014000     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
014050     02  WS-RETURN-WINDOW-START PIC 9(8) VALUE ZERO.
      ******************************************************************
      * PRIORITY SCORE = DAYS PAST DUE (CAPPED)
      *                + ONE POINT PER BALANCE-UNIT OF OPEN BALANCE
      *                  (CAPPED)
      *                + A FIXED WEIGHT FOR A BROKEN PROMISE
      *                + A FIXED WEIGHT FOR BEING OVER THE LIMIT
      *                + A WEIGHT PER DUNNING-LETTER LEVEL SENT
      *                + A FIXED WEIGHT FOR A PAYMENT RETURNED IN THE
      *                  LAST WS-RETURN-DAYS DAYS
      * COLLECTIONS MANAGEMENT OWNS THESE FIGURES.
      ******************************************************************
014100 01  SCORE-WEIGHTS.
014200     02  WS-DAYS-CAP           PIC 9(3)  VALUE 365.
014300     02  WS-BALANCE-UNIT       PIC 9(5)  VALUE 100.
014400     02  WS-BALANCE-CAP        PIC 9(3)  VALUE 250.
014500     02  WS-PROMISE-WEIGHT     PIC 9(3)  VALUE 150.
014600     02  WS-LIMIT-WEIGHT       PIC 9(3)  VALUE 100.
014700     02  WS-LETTER-WEIGHT      PIC 9(3)  VALUE 050.
014710     02  WS-RETURN-WEIGHT      PIC 9(3)  VALUE 150.
014720     02  WS-RETURN-DAYS        PIC 9(3)  VALUE 030.
014800 COPY PAGING.
014900 COPY FINBDC01.
015000 COPY FINDTC01.
015100 COPY FINDSC01.
015200 01  LETTER-NAMES.
015300     02  FILLER                PIC X(8)  VALUE 'NONE'.
015400     02  FILLER                PIC X(8)  VALUE 'REMINDER'.
015500     02  FILLER                PIC X(8)  VALUE 'DEMAND'.
015600     02  FILLER                PIC X(8)  VALUE 'FINAL'.
015700 01  FILLER REDEFINES LETTER-NAMES.
015800     02  LETTER-NAME           PIC X(8)  OCCURS 4 TIMES.
015900 01  COLLECTOR-CAPTION-LINE.
016000     02  FILLER                PIC X(2).
016100     02  FILLER                PIC X(11) VALUE 'COLLECTOR: '.
016200     02  CAP-COLLECTOR-ID      PIC X(8).
016300     02  FILLER                PIC X(2).
016400     02  CAP-COLLECTOR-NAME    PIC X(20).
016500     02  FILLER                PIC X(4).
016600     02  FILLER                PIC X(11) VALUE 'WORK DATE: '.
016700     02  CAP-WORK-DATE         PIC 9(8).
016800     02  FILLER                PIC X(66).
016900 01  WORKLIST-DETAIL-LINE.
017000     02  FILLER                PIC X(2).
017100     02  DTL-RANK              PIC ZZZ9.
017200     02  FILLER                PIC X(2).
017300     02  DTL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
017400     02  FILLER                PIC X(2).
017500     02  DTL-NAME              PIC X(10).
017600     02  FILLER                PIC X(2).
017700     02  DTL-REF-CODE          PIC X(6).
017800     02  FILLER                PIC X(2).
017900     02  DTL-SCORE             PIC ZZZZ9.
018000     02  FILLER                PIC X(2).
018100     02  DTL-DAYS              PIC ZZZZ9.
018200     02  FILLER                PIC X(2).
018300     02  DTL-BALANCE           PIC Z,ZZZ,ZZ9.99-.
018400     02  FILLER                PIC X(2).
018500     02  DTL-PROMISE           PIC X(7).
018600     02  FILLER                PIC X(2).
018700     02  DTL-LIMIT             PIC X(5).
018800     02  FILLER                PIC X(2).
018900     02  DTL-LETTER            PIC X(8).
018910     02  FILLER                PIC X(2).
018920     02  DTL-RETURNED          PIC X(8).
019000     02  FILLER                PIC X(29).
019100 01  COLLECTOR-TOTAL-LINE.
019200     02  FILLER                PIC X(2).
019300     02  TOT-TAG               PIC X(24).
019400     02  TOT-COLLECTOR         PIC X(8).
019500     02  FILLER                PIC X(2).
019600     02  TOT-COUNT             PIC ZZ,ZZ9.
019700     02  FILLER                PIC X(9)  VALUE ' ACCOUNTS'.
019800     02  FILLER                PIC X(6).
019900     02  TOT-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
020000     02  FILLER                PIC X(60).
020100 01  COLUMN-HEADING-LINE.
020200     02  FILLER                PIC X(2).
020300     02  FILLER                PIC X(4)  VALUE 'RANK'.
020400     02  FILLER                PIC X(2).
020500     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
020600     02  FILLER                PIC X(2).
020700     02  FILLER                PIC X(10) VALUE 'NAME'.
020800     02  FILLER                PIC X(2).
020900     02  FILLER                PIC X(6)  VALUE 'BRANCH'.
021000     02  FILLER                PIC X(2).
021100     02  FILLER                PIC X(5)  VALUE 'SCORE'.
021200     02  FILLER                PIC X(2).
021300     02  FILLER                PIC X(5)  VALUE ' DAYS'.
021400     02  FILLER                PIC X(2).
021500     02  FILLER                PIC X(13) VALUE ' OPEN BALANCE'.
021600     02  FILLER                PIC X(2).
021700     02  FILLER                PIC X(7)  VALUE 'PROMISE'.
021800     02  FILLER                PIC X(2).
021900     02  FILLER                PIC X(5)  VALUE 'LIMIT'.
022000     02  FILLER                PIC X(2).
022100     02  FILLER                PIC X(8)  VALUE 'LETTER'.
022110     02  FILLER                PIC X(2).
022120     02  FILLER                PIC X(8)  VALUE 'PAYMENT'.
022200     02  FILLER                PIC X(29).
022300******************************************************************
022400 PROCEDURE DIVISION.
022500     DISPLAY 'FINCWL01 - COLLECTOR WORKLIST STARTING'.
022600     PERFORM READ-CONTROL-CARD.
022700     OPEN INPUT  OPEN-ITEM-FILE PROMISE-FILE CREDIT-LIMIT-FILE
022800                 LETTER-HISTORY-FILE COLLECTOR-FILE
022850                 PAID-ITEMS-FILE
022900          OUTPUT REPORT-FILE WORKLIST-FILE.
023000     SORT SORT-FILE
023100         ON ASCENDING KEY SRT-COLLECTOR-ID
023200         ON DESCENDING KEY SRT-SCORE
023300                           SRT-BALANCE
023400         ON ASCENDING KEY SRT-ACCOUNT-NUMBER
023500         INPUT PROCEDURE IS SWEEP-THE-MASTER
023600             THRU SWEEP-THE-MASTER-END
023700         OUTPUT PROCEDURE IS PRINT-THE-WORKLISTS
023800             THRU PRINT-THE-WORKLISTS-END.
023900     CLOSE OPEN-ITEM-FILE PROMISE-FILE CREDIT-LIMIT-FILE
024000           LETTER-HISTORY-FILE COLLECTOR-FILE PAID-ITEMS-FILE
024100           REPORT-FILE WORKLIST-FILE.
024200     DISPLAY 'FINCWL01 - ACCOUNTS READ:    ' WS-ACCOUNTS-READ.
024300     DISPLAY 'FINCWL01 - ACCOUNTS LISTED:  ' WS-LISTED-COUNT.
024400     DISPLAY 'FINCWL01 - COLLECTORS:       ' WS-COLLECTOR-COUNT.
024500     IF WS-UNASSIGNED-COUNT > ZERO
024600        DISPLAY 'FINCWL01 - NO COLLECTOR:     '
024700            WS-UNASSIGNED-COUNT
024800        MOVE 4 TO RETURN-CODE
024900     END-IF.
025000     GOBACK.
025100******************************************************************
025200 READ-CONTROL-CARD.
025300     OPEN INPUT CONTROL-FILE.
025400     READ CONTROL-FILE AT END
025500         MOVE ZERO TO CC-PAGE-SIZE
025600         MOVE ZERO TO CC-AS-OF-DATE
025700     END-READ.
025800     CLOSE CONTROL-FILE.
025900     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
026000        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
026100     END-IF.
026200     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
026300        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
026400     ELSE
026500        MOVE ZERO TO BD-REQUEST-DATE
026600        CALL 'FINBDT01' USING FINBDC01-RECORD
026700        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
026800     END-IF.
026810     MOVE 'A' TO DT-FUNCTION.
026820     MOVE WS-AS-OF-DATE TO DT-BASE-DATE.
026830     COMPUTE DT-DAY-COUNT = ZERO - WS-RETURN-DAYS.
026840     CALL 'FINDTE01' USING FINDTC01-RECORD.
026850     MOVE DT-RESULT-DATE TO WS-RETURN-WINDOW-START.
026900******************************************************************
027000 SWEEP-THE-MASTER.
027100     MOVE SPACES TO INPUT-SWITCH.
027200     OPEN INPUT MASTER-FILE.
027300     PERFORM SCORE-ONE-ACCOUNT
027400         THRU SCORE-ONE-ACCOUNT-EXIT
027500        UNTIL END-OF-FILE.
027600     CLOSE MASTER-FILE.
027700 SWEEP-THE-MASTER-END.
027800     EXIT.
027900******************************************************************
      * AN ACCOUNT IS WORKED ONLY WHILE IT OWES AN UNDISPUTED DEBIT
      * BALANCE AND SOMETHING IS WRONG WITH IT -- PAST DUE, A BROKEN
      * PROMISE, OVER ITS LIMIT OR A PAYMENT RETURNED.
      ******************************************************************
028000 SCORE-ONE-ACCOUNT.
028100     READ MASTER-FILE NEXT RECORD AT END
028200         MOVE 'EOF' TO INPUT-SWITCH
028300     END-READ.
028400     IF END-OF-FILE
028500        GO TO SCORE-ONE-ACCOUNT-EXIT
028600     END-IF.
028700     ADD 1 TO WS-ACCOUNTS-READ.
028800     COMPUTE WS-GROSS-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
028900     MOVE WS-GROSS-BALANCE TO WS-OPEN-BALANCE.
029000     IF WS-OPEN-BALANCE NOT > ZERO
029100        GO TO SCORE-ONE-ACCOUNT-EXIT
029200     END-IF.
029300     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
029400     CALL 'FINDSQ01' USING FINDSC01-RECORD.
029500     IF DQ-OPEN-COUNT > ZERO
029600        IF DQ-OPEN-AMOUNT NOT < WS-OPEN-BALANCE
029700           GO TO SCORE-ONE-ACCOUNT-EXIT
029800        END-IF
029900        SUBTRACT DQ-OPEN-AMOUNT FROM WS-OPEN-BALANCE
030000     END-IF.
030100     PERFORM FIND-DAYS-PAST-DUE.
030200     PERFORM FIND-PROMISE-STATUS.
030300     PERFORM FIND-LIMIT-STATUS.
030400     PERFORM FIND-LETTER-LEVEL.
030450     PERFORM FIND-RETURNED-PAYMENT.
030500     IF WS-DAYS-PAST-DUE = ZERO
030600           AND NOT PROMISE-BROKEN
030700           AND NOT LIMIT-EXCEEDED
030750           AND NOT PAYMENT-RETURNED
030800        GO TO SCORE-ONE-ACCOUNT-EXIT
030900     END-IF.
031000     PERFORM COMPUTE-PRIORITY-SCORE.
031100     PERFORM FIND-ACCOUNT-COLLECTOR.
031200     MOVE WS-SCORE TO SRT-SCORE.
031300     MOVE WS-OPEN-BALANCE TO SRT-BALANCE.
031400     MOVE MSTR-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
031500     MOVE MSTR-NAME TO SRT-NAME.
031600     MOVE MSTR-REFERENCE-CODE TO SRT-REFERENCE-CODE.
031700     MOVE WS-DAYS-PAST-DUE TO SRT-DAYS-PAST-DUE.
031800     MOVE WS-BROKEN-PROMISE TO SRT-BROKEN-PROMISE.
031900     MOVE WS-OVER-LIMIT TO SRT-OVER-LIMIT.
032000     MOVE WS-LETTER-LEVEL TO SRT-LETTER-LEVEL.
032050     MOVE WS-RETURNED-PAYMENT TO SRT-RETURNED-PAYMENT.
032100     RELEASE SORT-RECORD.
032200 SCORE-ONE-ACCOUNT-EXIT.
032300     EXIT.
032400******************************************************************
      * DAYS PAST DUE OF THE OLDEST OPEN INVOICE; WITH NO OPEN
      * INVOICES, DAYS SINCE THE LAST UPDATE -- THE FINAGE01 RULE.
      ******************************************************************
032500 FIND-DAYS-PAST-DUE.
032600     MOVE ZERO TO WS-ITEM-COUNT.
032700     MOVE ZERO TO WS-DAYS-PAST-DUE.
032800     MOVE SPACES TO ITEM-BROWSE-SWITCH.
032900     MOVE MSTR-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
033000     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
033100     START OPEN-ITEM-FILE
033200         KEY IS NOT LESS THAN OI-KEY
033300         INVALID KEY
033400            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
033500     END-START.
033600     PERFORM CHECK-ONE-OPEN-ITEM
033700        UNTIL END-OF-ITEMS.
033800     IF WS-ITEM-COUNT = ZERO
033900        MOVE MSTR-LAST-UPDATE-DATE TO DT-BASE-DATE
034000        PERFORM DAYS-SINCE-BASE-DATE
034100        MOVE WS-ITEM-AGE TO WS-DAYS-PAST-DUE
034200     END-IF.
034300******************************************************************
034400 CHECK-ONE-OPEN-ITEM.
034500     READ OPEN-ITEM-FILE NEXT RECORD AT END
034600         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
034700     END-READ.
034800     IF NOT END-OF-ITEMS
034900        IF OI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
035000           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
035100        ELSE
035200           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT NOT = ZERO
035300              ADD 1 TO WS-ITEM-COUNT
035400              MOVE OI-DUE-DATE TO DT-BASE-DATE
035500              PERFORM DAYS-SINCE-BASE-DATE
035600              IF WS-ITEM-AGE > WS-DAYS-PAST-DUE
035700                 MOVE WS-ITEM-AGE TO WS-DAYS-PAST-DUE
035800              END-IF
035900           END-IF
036000        END-IF
036100     END-IF.
036200******************************************************************
      * DT-BASE-DATE IN, WS-ITEM-AGE OUT -- ZERO WHEN THE DATE IS NOT
      * YET REACHED OR IS NOT A VALID DATE.
      ******************************************************************
036300 DAYS-SINCE-BASE-DATE.
036400     MOVE 'D' TO DT-FUNCTION.
036500     MOVE WS-AS-OF-DATE TO DT-OTHER-DATE.
036600     CALL 'FINDTE01' USING FINDTC01-RECORD.
036700     IF DT-RESULT-OK AND DT-DAY-COUNT > ZERO
036800        MOVE DT-DAY-COUNT TO WS-ITEM-AGE
036900     ELSE
037000        MOVE ZERO TO WS-ITEM-AGE
037100     END-IF.
037200******************************************************************
037300 FIND-PROMISE-STATUS.
037400     MOVE 'N' TO WS-BROKEN-PROMISE.
037500     MOVE MSTR-ACCOUNT-NUMBER TO PR-ACCOUNT-NUMBER.
037600     READ PROMISE-FILE
037700         INVALID KEY
037800            CONTINUE
037900         NOT INVALID KEY
038000            IF PR-BROKEN
038100               MOVE 'Y' TO WS-BROKEN-PROMISE
038200            END-IF
038300     END-READ.
038400******************************************************************
      * THE FINEXP01 TEST -- THE GROSS MASTER BALANCE AGAINST THE
      * LIMIT. AN ACCOUNT WITH NO LIMIT RECORD IS NEVER OVER.
      ******************************************************************
038500 FIND-LIMIT-STATUS.
038600     MOVE 'N' TO WS-OVER-LIMIT.
038700     MOVE MSTR-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER.
038800     READ CREDIT-LIMIT-FILE
038900         INVALID KEY
039000            CONTINUE
039100         NOT INVALID KEY
039200            IF WS-GROSS-BALANCE > CL-CREDIT-LIMIT
039300               MOVE 'Y' TO WS-OVER-LIMIT
039400            END-IF
039500     END-READ.
039600******************************************************************
039700 FIND-LETTER-LEVEL.
039800     MOVE ZERO TO WS-LETTER-LEVEL.
039900     MOVE MSTR-ACCOUNT-NUMBER TO LH-ACCOUNT-NUMBER.
040000     READ LETTER-HISTORY-FILE
040100         INVALID KEY
040200            CONTINUE
040300         NOT INVALID KEY
040400            IF LH-LETTER-LEVEL NUMERIC
040500                  AND LH-LETTER-LEVEL NOT > 3
040600               MOVE LH-LETTER-LEVEL TO WS-LETTER-LEVEL
040700            END-IF
040800     END-READ.
040900******************************************************************
      * ANY RECEIPT ON PAIDITM THE BANK SENT BACK INSIDE THE WINDOW.
      ******************************************************************
040901 FIND-RETURNED-PAYMENT.
040902     MOVE 'N' TO WS-RETURNED-PAYMENT.
040903     MOVE SPACES TO RECEIPT-BROWSE-SWITCH.
040904     MOVE MSTR-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
040905     MOVE LOW-VALUES TO PI-REFERENCE.
040906     MOVE ZERO TO PI-PAYMENT-DATE.
040907     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
040908         INVALID KEY
040909            MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
040910     END-START.
040911     PERFORM CHECK-ONE-RECEIPT
040912        UNTIL END-OF-RECEIPTS OR PAYMENT-RETURNED.
040913******************************************************************
040914 CHECK-ONE-RECEIPT.
040915     READ PAID-ITEMS-FILE NEXT RECORD AT END
040916         MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
040917     END-READ.
040918     IF NOT END-OF-RECEIPTS
040919        IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
040920           MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
040921        ELSE
040922           IF PI-RETURNED
040923                 AND PI-RETURN-DATE NOT < WS-RETURN-WINDOW-START
040924              MOVE 'Y' TO WS-RETURNED-PAYMENT
040925           END-IF
040926        END-IF
040927     END-IF.
040928******************************************************************
041000 COMPUTE-PRIORITY-SCORE.
041100     IF WS-DAYS-PAST-DUE > WS-DAYS-CAP
041200        MOVE WS-DAYS-CAP TO WS-SCORE
041300     ELSE
041400        MOVE WS-DAYS-PAST-DUE TO WS-SCORE
041500     END-IF.
041600     DIVIDE WS-OPEN-BALANCE BY WS-BALANCE-UNIT
041700         GIVING WS-SCORE-PART.
041800     IF WS-SCORE-PART > WS-BALANCE-CAP
041900        MOVE WS-BALANCE-CAP TO WS-SCORE-PART
042000     END-IF.
042100     ADD WS-SCORE-PART TO WS-SCORE.
042200     IF PROMISE-BROKEN
042300        ADD WS-PROMISE-WEIGHT TO WS-SCORE
042400     END-IF.
042500     IF LIMIT-EXCEEDED
042600        ADD WS-LIMIT-WEIGHT TO WS-SCORE
042700     END-IF.
042710     IF PAYMENT-RETURNED
042720        ADD WS-RETURN-WEIGHT TO WS-SCORE
042730     END-IF.
042800     COMPUTE WS-SCORE = WS-SCORE
042900         + (WS-LETTER-LEVEL * WS-LETTER-WEIGHT).
043000******************************************************************
      * AN ACCOUNT OVERRIDE WINS OVER THE BRANCH ASSIGNMENT.
      ******************************************************************
043100 FIND-ACCOUNT-COLLECTOR.
043200     MOVE 'A' TO CO-RECORD-TYPE.
043300     MOVE MSTR-ACCOUNT-NUMBER TO CO-ACCOUNT-NUMBER.
043400     READ COLLECTOR-FILE
043500         INVALID KEY
043600            MOVE SPACES TO CO-COLLECTOR-ID
043700     END-READ.
043800     IF CO-COLLECTOR-ID = SPACES
043900        MOVE 'R' TO CO-RECORD-TYPE
044000        MOVE SPACES TO CO-KEY-VALUE
044100        MOVE MSTR-REFERENCE-CODE TO CO-REFERENCE-CODE
044200        READ COLLECTOR-FILE
044300            INVALID KEY
044400               MOVE SPACES TO CO-COLLECTOR-ID
044500        END-READ
044600     END-IF.
044700     IF CO-COLLECTOR-ID = SPACES
044800        MOVE 'UNASSGND' TO SRT-COLLECTOR-ID
044900        ADD 1 TO WS-UNASSIGNED-COUNT
045000     ELSE
045100        MOVE CO-COLLECTOR-ID TO SRT-COLLECTOR-ID
045200     END-IF.
045300******************************************************************
045400 PRINT-THE-WORKLISTS.
045500     MOVE SPACES TO SORT-SWITCH.
045600     PERFORM GET-SORTED-RECORD.
045700     PERFORM PRINT-AND-READ
045800        UNTIL SORT-EOF.
045900     IF NOT FIRST-RECORD
046000        PERFORM WRITE-COLLECTOR-TOTAL
046100     END-IF.
046200 PRINT-THE-WORKLISTS-END.
046300     EXIT.
046400******************************************************************
046500 GET-SORTED-RECORD.
046600     RETURN SORT-FILE AT END
046700         MOVE 'EOF' TO SORT-SWITCH.
046800******************************************************************
046900 PRINT-AND-READ.
047000     IF FIRST-RECORD
047100        MOVE 'NO ' TO FIRST-SWITCH
047200        PERFORM START-COLLECTOR-PAGE
047300     ELSE
047400        IF SRT-COLLECTOR-ID NOT = WS-CURRENT-COLLECTOR
047500           PERFORM WRITE-COLLECTOR-TOTAL
047600           PERFORM START-COLLECTOR-PAGE
047700        END-IF
047800     END-IF.
047900     ADD 1 TO WS-RANK.
048000     PERFORM WRITE-WORKLIST-LINE.
048100     PERFORM WRITE-WORKLIST-RECORD.
048200     PERFORM GET-SORTED-RECORD.
048300******************************************************************
      * EVERY COLLECTOR STARTS ON A NEW PAGE, NAMED FROM ITS 'C'
      * RECORD.
      ******************************************************************
048400 START-COLLECTOR-PAGE.
048500     MOVE SRT-COLLECTOR-ID TO WS-CURRENT-COLLECTOR.
048600     MOVE ZERO TO WS-RANK.
048700     MOVE ZERO TO WS-COLLECTOR-BALANCE.
048800     ADD 1 TO WS-COLLECTOR-COUNT.
048900     MOVE 'C' TO CO-RECORD-TYPE.
049000     MOVE SRT-COLLECTOR-ID TO CO-KEY-VALUE.
049100     READ COLLECTOR-FILE
049200         INVALID KEY
049300            MOVE 'NO COLLECTOR ASSIGNED' TO WS-COLLECTOR-NAME
049400         NOT INVALID KEY
049500            MOVE CO-COLLECTOR-NAME TO WS-COLLECTOR-NAME
049600     END-READ.
049700     PERFORM WRITE-HEADER.
049800     MOVE 2 TO LINE-SPACING.
049900******************************************************************
050000 WRITE-WORKLIST-LINE.
050100     IF LINES-WRITTEN >= WS-PAGE-SIZE
050200        PERFORM WRITE-HEADER
050300        MOVE 2 TO LINE-SPACING
050400     END-IF.
050500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
050600     MOVE SPACES TO WORKLIST-DETAIL-LINE.
050700     MOVE WS-RANK TO DTL-RANK.
050800     MOVE SRT-ACCOUNT-NUMBER TO DTL-ACCOUNT.
050900     MOVE SRT-NAME TO DTL-NAME.
051000     MOVE SRT-REFERENCE-CODE TO DTL-REF-CODE.
051100     MOVE SRT-SCORE TO DTL-SCORE.
051200     MOVE SRT-DAYS-PAST-DUE TO DTL-DAYS.
051300     MOVE SRT-BALANCE TO DTL-BALANCE.
051400     IF SRT-BROKEN-PROMISE = 'Y'
051500        MOVE 'BROKEN' TO DTL-PROMISE
051600     END-IF.
051700     IF SRT-OVER-LIMIT = 'Y'
051800        MOVE 'OVER' TO DTL-LIMIT
051900     END-IF.
052000     MOVE LETTER-NAME (SRT-LETTER-LEVEL + 1) TO DTL-LETTER.
052050     IF SRT-RETURNED-PAYMENT = 'Y'
052060        MOVE 'RETURNED' TO DTL-RETURNED
052070     END-IF.
052100     ADD SRT-BALANCE TO WS-COLLECTOR-BALANCE.
052200     ADD 1 TO WS-LISTED-COUNT.
052300     MOVE WORKLIST-DETAIL-LINE TO OUTPUT-LINE.
052400     WRITE OUTPUT-RECORD.
052500     ADD 1 TO LINES-WRITTEN.
052600     MOVE 1 TO LINE-SPACING.
052700******************************************************************
052800 WRITE-WORKLIST-RECORD.
052900     MOVE SPACES TO WORKLIST-RECORD.
053000     MOVE SRT-COLLECTOR-ID TO WL-COLLECTOR-ID.
053100     MOVE WS-RANK TO WL-RANK.
053200     MOVE SRT-ACCOUNT-NUMBER TO WL-ACCOUNT-NUMBER.
053300     MOVE SRT-NAME TO WL-NAME.
053400     MOVE SRT-REFERENCE-CODE TO WL-REFERENCE-CODE.
053500     MOVE SRT-SCORE TO WL-PRIORITY-SCORE.
053600     MOVE SRT-DAYS-PAST-DUE TO WL-DAYS-PAST-DUE.
053700     MOVE SRT-BALANCE TO WL-OPEN-BALANCE.
053800     MOVE SRT-BROKEN-PROMISE TO WL-BROKEN-PROMISE.
053900     MOVE SRT-OVER-LIMIT TO WL-OVER-LIMIT.
054000     MOVE SRT-LETTER-LEVEL TO WL-LETTER-LEVEL.
054050     MOVE SRT-RETURNED-PAYMENT TO WL-RETURNED-PAYMENT.
054100     MOVE WS-AS-OF-DATE TO WL-WORK-DATE.
054200     WRITE WORKLIST-RECORD.
054300******************************************************************
054400 WRITE-COLLECTOR-TOTAL.
054500     IF LINES-WRITTEN >= WS-PAGE-SIZE
054600        PERFORM WRITE-HEADER
054700     END-IF.
054800     MOVE 2 TO LINE-SPACING.
054900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
055000     MOVE 'TOTAL FOR COLLECTOR  - ' TO TOT-TAG.
055100     MOVE WS-CURRENT-COLLECTOR TO TOT-COLLECTOR.
055200     MOVE WS-RANK TO TOT-COUNT.
055300     MOVE WS-COLLECTOR-BALANCE TO TOT-BALANCE.
055400     MOVE COLLECTOR-TOTAL-LINE TO OUTPUT-LINE.
055500     WRITE OUTPUT-RECORD.
055600     ADD 1 TO LINES-WRITTEN.
055700     MOVE 1 TO LINE-SPACING.
055800******************************************************************
055900 WRITE-HEADER.
056000     MOVE ZERO TO LINES-WRITTEN.
056100     ACCEPT HDR-PRT-DATE FROM DATE.
056200     ACCEPT HDR-PRT-TIME FROM TIME.
056300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
056400     ADD 1 TO PAGE-COUNT
056500     MOVE '   DAILY COLLECTOR WORKLIST    '   TO REPORT-TITLE.
056600     MOVE PAGE-COUNT TO PAGE-NUMBER.
056700     MOVE HEADER-RECORD TO OUTPUT-LINE.
056800     WRITE OUTPUT-RECORD.
056900     MOVE 2 TO LINE-SPACING.
057000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057100     MOVE WS-CURRENT-COLLECTOR TO CAP-COLLECTOR-ID.
057200     MOVE WS-COLLECTOR-NAME TO CAP-COLLECTOR-NAME.
057300     MOVE WS-AS-OF-DATE TO CAP-WORK-DATE.
057400     MOVE COLLECTOR-CAPTION-LINE TO OUTPUT-LINE.
057500     WRITE OUTPUT-RECORD.
057600     ADD 1 TO LINES-WRITTEN.
057700     MOVE 2 TO LINE-SPACING.
057800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
058000     WRITE OUTPUT-RECORD.
058100     ADD 1 TO LINES-WRITTEN.
