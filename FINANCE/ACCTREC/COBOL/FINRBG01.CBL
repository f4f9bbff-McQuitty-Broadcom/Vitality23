000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINRBG01.
      ******************************************************************
      * FINRBG01 -- NIGHTLY RECURRING-BILLING GENERATOR. SWEEPS THE
      *             RECURRING-BILLING SCHEDULE FILE (SEE RECBILL,
      *             MAINTAINED BY FINRBM01) AND, FOR EVERY ACTIVE
      *             SCHEDULE WHOSE NEXT BILL DATE HAS COME BY THE
      *             BUSINESS DATE (CC-AS-OF-DATE ON THE CONTROL CARD
      *             OVERRIDES IT), EMITS THE STANDING CHARGE AS A
      *             PROPERLY FORMED 80-BYTE DETAIL RECORD IN THE
      *             STANDARD INPUT-FIELD1-6 LAYOUT UNDER THE
      *             SCHEDULE'S OWN REFERENCE CODE, ON A SUPPLEMENTAL
      *             FEED PICKED UP EXACTLY AS THE FINFCA01 FINANCE
      *             CHARGES ARE. THE SCHEDULE IS THEN STAMPED WITH THE
      *             PERIOD BILLED AND ITS NEXT BILL DATE ADVANCED BY
      *             ONE, THREE, SIX OR TWELVE MONTHS. A SCHEDULE PAST
      *             ITS END DATE IS MARKED ENDED. A BILLING REGISTER
      *             IS PRINTED FOR FINANCE SIGN-OFF.
      *
      *             A SCHEDULE NEVER BILLS TWICE FOR ONE PERIOD. A
      *             PERIOD NOT AFTER THE LAST ONE BILLED IS STEPPED
      *             OVER, NOT CHARGED. A RERUN ON THE SAME BUSINESS
      *             DATE REBUILDS THE FEED FROM SCRATCH, SO A SCHEDULE
      *             ALREADY BILLED BY THIS DATE'S RUN HAS THE SAME
      *             CHARGE WRITTEN AGAIN (FLAGGED RERUN) RATHER THAN
      *             THE NEXT PERIOD BILLED. A SCHEDULE SEVERAL PERIODS
      *             BEHIND CATCHES UP ONE PERIOD A NIGHT. AN ACCOUNT
      *             GONE FROM THE MASTER OR CLOSED IS NOT BILLED AND
      *             ITS SCHEDULE IS LEFT WHERE IT STANDS; THE RUN THEN
      *             ENDS RETURN-CODE 4 SO SOMEONE LOOKS AT IT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-30  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT BILLING-FILE ASSIGN U-T-RBGOUT.
000900     SELECT SCHEDULE-FILE ASSIGN U-T-RBSCHD
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS RBS-KEY
001300        FILE STATUS IS WS-SCHEDULE-STATUS.
001400     SELECT MASTER-FILE ASSIGN U-T-MASTER
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-MASTER-STATUS.
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD REPORT-FILE
002200     LABEL RECORDS ARE OMITTED
002300     RECORDING MODE IS F
002400     RECORD CONTAINS 133 CHARACTERS
002500     DATA RECORD IS OUTPUT-RECORD.
002600   01 OUTPUT-RECORD.
002700     02 CARRIAGE-CONTROL PIC X.
002800     02 OUTPUT-LINE      PIC X(132).
002900 FD CONTROL-FILE
003000     LABEL RECORDS ARE STANDARD
003100     RECORD CONTAINS 80 CHARACTERS
003200     DATA RECORD IS CONTROL-CARD-RECORD.
003300 COPY CTLCARD.
003400 FD BILLING-FILE
003500     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 80 CHARACTERS
003700     DATA RECORD IS CHARGE-RECORD.
003800   01 CHARGE-RECORD.
003900     02 CHG-REC-TYPE           PIC X(01).
004000     02 CHG-FIELD1             PIC 9(08).
004100     02 CHG-FIELD2             PIC X(10).
004200     02 CHG-FIELD3             PIC X(20).
004300     02 CHG-FIELD4             PIC 9(04)V99.
004400     02 CHG-FIELD5             PIC 9(04)V99.
004500     02 CHG-FIELD6             PIC X(06).
004600     02 FILLER                 PIC X(23).
004700 FD SCHEDULE-FILE
004800     LABEL RECORDS ARE STANDARD
004900     DATA RECORD IS RECURRING-BILLING-RECORD.
005000 COPY RECBILL.
005100 FD MASTER-FILE
005200     LABEL RECORDS ARE STANDARD
005300     DATA RECORD IS MASTER-RECORD.
005400 COPY MSTRFILE.
      ******************************************************************
005500 WORKING-STORAGE SECTION.
005600 COPY HEADER1.
005700 01  PROGRAM-WORK-FIELDS.
005800     02  INPUT-SWITCH      PIC X(3).
005900         88  END-OF-FILE   VALUE 'EOF'.
006000     02  LINES-WRITTEN     PIC 9(3).
006100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006200     02  PAGE-COUNT        PIC 9(3).
006300     02  WS-SCHEDULE-STATUS PIC X(2) VALUE ZERO.
006400     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
006500     02  ACCOUNT-SWITCH    PIC X(3)  VALUE 'NO '.
006600         88  ACCOUNT-ON-FILE VALUE 'YES'.
006700     02  WS-REGISTER-FLAG  PIC X(13) VALUE SPACES.
006800     02  WS-BILLED-PERIOD  PIC 9(6)  VALUE ZERO.
006900     02  WS-ADVANCE-MONTHS PIC 9(2)  VALUE ZERO.
007000     02  WS-BILLED-COUNT   PIC 9(7)  VALUE ZERO.
007100     02  WS-RERUN-COUNT    PIC 9(7)  VALUE ZERO.
007200     02  WS-STEPPED-COUNT  PIC 9(7)  VALUE ZERO.
007300     02  WS-ENDED-COUNT    PIC 9(7)  VALUE ZERO.
007400     02  WS-HELD-COUNT     PIC 9(7)  VALUE ZERO.
007500     02  WS-NOT-DUE-COUNT  PIC 9(7)  VALUE ZERO.
007600     02  WS-CHARGE-TOTAL   PIC 9(11)V99 VALUE ZERO.
007700 01  DATE-WORK-FIELDS.
007800     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
007900     02  WS-NEXT-DATE      PIC 9(8)  VALUE ZERO.
008000     02  FILLER REDEFINES WS-NEXT-DATE.
008100         03  WS-NEXT-CCYY  PIC 9(4).
008200         03  WS-NEXT-MM    PIC 9(2).
008300         03  WS-NEXT-DD    PIC 9(2).
008400 COPY PAGING.
008500 COPY FINBDC01.
008600 01  DATA-LINE.
008700     02  FILLER                PIC X(2).
008800     02  OUTPUT-ACCOUNT        PIC ZZ,ZZZ,ZZ9.
008900     02  FILLER                PIC X(1).
009000     02  OUTPUT-SCHEDULE       PIC 9(3).
009100     02  FILLER                PIC X(3).
009200     02  OUTPUT-NAME           PIC X(10).
009300     02  FILLER                PIC X(3).
009400     02  OUTPUT-REF-CODE       PIC X(6).
009500     02  FILLER                PIC X(3).
009600     02  OUTPUT-FREQUENCY      PIC X(1).
009700     02  FILLER                PIC X(3).
009800     02  OUTPUT-PERIOD         PIC 9(6).
009900     02  FILLER                PIC X(3).
010000     02  OUTPUT-CHARGE         PIC ZZZ9.99.
010100     02  FILLER                PIC X(3).
010200     02  OUTPUT-NEXT-DATE      PIC 9(8).
010300     02  FILLER                PIC X(3).
010400     02  OUTPUT-FLAG           PIC X(13).
010500     02  FILLER                PIC X(44).
010600 01  REGISTER-TOTAL-LINE.
010700     02  FILLER                PIC X(2).
010800     02  FILLER          PIC X(20) VALUE 'CHARGES BILLED -    '.
010900     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
011000     02  FILLER                PIC X(4).
011100     02  FILLER          PIC X(15) VALUE 'CHARGE TOTAL - '.
011200     02  RGT-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
011300     02  FILLER                PIC X(68).
011400 01  SIGNOFF-LINE.
011500     02  FILLER                PIC X(2).
011600     02  FILLER          PIC X(44)
011700         VALUE 'FINANCE SIGN-OFF: ____________   DATE: _____'.
011800     02  FILLER                PIC X(86).
011900 01  COLUMN-HEADING-LINE.
012000     02  FILLER                PIC X(2).
012100     02  FILLER                PIC X(14) VALUE '   ACCOUNT SCH'.
012200     02  FILLER                PIC X(3).
012300     02  FILLER                PIC X(10) VALUE 'NAME'.
012400     02  FILLER                PIC X(3).
012500     02  FILLER                PIC X(6)  VALUE 'REFCDE'.
012600     02  FILLER                PIC X(3).
012700     02  FILLER                PIC X(1)  VALUE 'F'.
012800     02  FILLER                PIC X(3).
012900     02  FILLER                PIC X(6)  VALUE 'PERIOD'.
013000     02  FILLER                PIC X(3).
013100     02  FILLER                PIC X(7)  VALUE ' CHARGE'.
013200     02  FILLER                PIC X(3).
013300     02  FILLER                PIC X(8)  VALUE 'NEXTBILL'.
013400     02  FILLER                PIC X(3).
013500     02  FILLER                PIC X(13) VALUE 'NOTE'.
013600     02  FILLER                PIC X(44).
013700******************************************************************
013800 PROCEDURE DIVISION.
013900     DISPLAY 'FINRBG01 - RECURRING BILLING STARTING'.
014000     PERFORM READ-CONTROL-CARD.
014100     OPEN OUTPUT REPORT-FILE BILLING-FILE.
014200     OPEN I-O SCHEDULE-FILE.
014300     OPEN INPUT MASTER-FILE.
014400     PERFORM WRITE-HEADER.
014500     PERFORM GET-SCHEDULE-RECORD.
014600     PERFORM BILL-AND-READ
014700        UNTIL END-OF-FILE.
014800     PERFORM WRITE-REGISTER-TOTAL.
014900     CLOSE SCHEDULE-FILE MASTER-FILE BILLING-FILE REPORT-FILE.
015000     DISPLAY 'FINRBG01 - BILLING DATE:     ' WS-AS-OF-DATE.
015100     DISPLAY 'FINRBG01 - CHARGES BILLED:   ' WS-BILLED-COUNT.
015200     DISPLAY 'FINRBG01 - OF WHICH RERUN:   ' WS-RERUN-COUNT.
015300     DISPLAY 'FINRBG01 - CHARGE TOTAL:     ' WS-CHARGE-TOTAL.
015400     DISPLAY 'FINRBG01 - PERIODS STEPPED:  ' WS-STEPPED-COUNT.
015500     DISPLAY 'FINRBG01 - SCHEDULES ENDED:  ' WS-ENDED-COUNT.
015600     DISPLAY 'FINRBG01 - SCHEDULES HELD:   ' WS-HELD-COUNT.
015700     DISPLAY 'FINRBG01 - NOT YET DUE:      ' WS-NOT-DUE-COUNT.
015800     IF WS-HELD-COUNT > ZERO
015900        MOVE 4 TO RETURN-CODE
016000     END-IF.
016100     GOBACK.
016200******************************************************************
016300 READ-CONTROL-CARD.
016400     OPEN INPUT CONTROL-FILE.
016500     READ CONTROL-FILE AT END
016600         MOVE ZERO TO CC-AS-OF-DATE
016700     END-READ.
016800     CLOSE CONTROL-FILE.
016900     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
017000        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
017100     ELSE
017200        MOVE ZERO TO BD-REQUEST-DATE
017300        CALL 'FINBDT01' USING FINBDC01-RECORD
017400        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
017500     END-IF.
017600******************************************************************
017700 GET-SCHEDULE-RECORD.
017800     READ SCHEDULE-FILE NEXT RECORD AT END
017900         MOVE 'EOF' TO INPUT-SWITCH.
018000******************************************************************
018100 BILL-AND-READ.
018200     PERFORM BILL-ONE-SCHEDULE THRU BILL-ONE-SCHEDULE-EXIT.
018300     PERFORM GET-SCHEDULE-RECORD.
018400******************************************************************
      * THE TESTS RUN IN THIS ORDER: ALREADY BILLED BY THIS DATE'S RUN
      * (REBUILD THE SAME CHARGE), NOT DUE, PAST ITS END, PERIOD
      * ALREADY BILLED (STEP OVER IT), ACCOUNT UNBILLABLE (HOLD), AND
      * ONLY THEN BILL.
      ******************************************************************
018500 BILL-ONE-SCHEDULE.
018600     IF RBS-LAST-RUN-DATE = WS-AS-OF-DATE
018700        PERFORM REBUILD-RERUN-CHARGE
018800        GO TO BILL-ONE-SCHEDULE-EXIT
018900     END-IF.
019000     IF NOT RBS-ACTIVE
019100           OR RBS-NEXT-BILL-DATE > WS-AS-OF-DATE
019200        ADD 1 TO WS-NOT-DUE-COUNT
019300        GO TO BILL-ONE-SCHEDULE-EXIT
019400     END-IF.
019500     IF RBS-END-DATE NOT = ZERO
019600           AND RBS-NEXT-BILL-DATE > RBS-END-DATE
019700        MOVE 'E' TO RBS-STATUS
019800        REWRITE RECURRING-BILLING-RECORD
019900        ADD 1 TO WS-ENDED-COUNT
020000        MOVE ZERO TO WS-BILLED-PERIOD
020100        MOVE 'ENDED' TO WS-REGISTER-FLAG
020200        PERFORM WRITE-REGISTER-LINE
020300        GO TO BILL-ONE-SCHEDULE-EXIT
020400     END-IF.
020500     IF RBS-NEXT-BILL-PERIOD NOT > RBS-LAST-BILLED-PERIOD
020600        MOVE RBS-NEXT-BILL-PERIOD TO WS-BILLED-PERIOD
020700        PERFORM ADVANCE-NEXT-BILL-DATE
020800        REWRITE RECURRING-BILLING-RECORD
020900        ADD 1 TO WS-STEPPED-COUNT
021000        MOVE 'PERIOD BILLED' TO WS-REGISTER-FLAG
021100        PERFORM WRITE-REGISTER-LINE
021200        GO TO BILL-ONE-SCHEDULE-EXIT
021300     END-IF.
021400     PERFORM CHECK-ACCOUNT-ON-FILE.
021500     IF NOT ACCOUNT-ON-FILE OR MSTR-CLOSED
021600        ADD 1 TO WS-HELD-COUNT
021700        MOVE RBS-NEXT-BILL-PERIOD TO WS-BILLED-PERIOD
021800        IF ACCOUNT-ON-FILE
021900           MOVE '** CLOSED' TO WS-REGISTER-FLAG
022000        ELSE
022100           MOVE '** NO ACCOUNT' TO WS-REGISTER-FLAG
022200        END-IF
022300        PERFORM WRITE-REGISTER-LINE
022400        GO TO BILL-ONE-SCHEDULE-EXIT
022500     END-IF.
022600     MOVE RBS-NEXT-BILL-PERIOD TO WS-BILLED-PERIOD.
022700     MOVE RBS-NEXT-BILL-PERIOD TO RBS-LAST-BILLED-PERIOD.
022800     MOVE RBS-NEXT-BILL-DATE TO RBS-LAST-BILLED-DATE.
022900     MOVE WS-AS-OF-DATE TO RBS-LAST-RUN-DATE.
023000     PERFORM ADVANCE-NEXT-BILL-DATE.
023100     REWRITE RECURRING-BILLING-RECORD.
023200     ADD 1 TO WS-BILLED-COUNT.
023300     ADD RBS-AMOUNT TO WS-CHARGE-TOTAL.
023400     PERFORM WRITE-CHARGE-RECORD.
023500     MOVE SPACES TO WS-REGISTER-FLAG.
023600     PERFORM WRITE-REGISTER-LINE.
023700 BILL-ONE-SCHEDULE-EXIT.
023800     EXIT.
023900******************************************************************
      * THIS BUSINESS DATE'S RUN ALREADY BILLED THE SCHEDULE AND THE
      * FEED IT WROTE IS BEING REPLACED -- WRITE THE SAME CHARGE FOR
      * THE SAME PERIOD AGAIN AND LEAVE THE SCHEDULE ALONE.
      ******************************************************************
024000 REBUILD-RERUN-CHARGE.
024100     PERFORM CHECK-ACCOUNT-ON-FILE.
024200     IF NOT ACCOUNT-ON-FILE
024300        MOVE SPACES TO MSTR-NAME
024400     END-IF.
024500     MOVE RBS-LAST-BILLED-PERIOD TO WS-BILLED-PERIOD.
024600     ADD 1 TO WS-BILLED-COUNT.
024700     ADD 1 TO WS-RERUN-COUNT.
024800     ADD RBS-AMOUNT TO WS-CHARGE-TOTAL.
024900     PERFORM WRITE-CHARGE-RECORD.
025000     MOVE 'RERUN' TO WS-REGISTER-FLAG.
025100     PERFORM WRITE-REGISTER-LINE.
025200******************************************************************
      * THE BILL DAY IS HELD TO 01-28 BY FINRBM01, SO MOVING THE MONTH
      * ALWAYS LEAVES A REAL DATE. A SCHEDULE WHOSE NEXT BILL FALLS
      * PAST ITS END DATE IS ENDED HERE RATHER THAN ON A LATER NIGHT.
      ******************************************************************
025300 ADVANCE-NEXT-BILL-DATE.
025400     IF RBS-QUARTERLY
025500        MOVE 3 TO WS-ADVANCE-MONTHS
025600     ELSE
025700        IF RBS-SEMI-ANNUAL
025800           MOVE 6 TO WS-ADVANCE-MONTHS
025900        ELSE
026000           IF RBS-ANNUAL
026100              MOVE 12 TO WS-ADVANCE-MONTHS
026200           ELSE
026300              MOVE 1 TO WS-ADVANCE-MONTHS
026400           END-IF
026500        END-IF
026600     END-IF.
026700     MOVE RBS-NEXT-BILL-DATE TO WS-NEXT-DATE.
026800     ADD WS-ADVANCE-MONTHS TO WS-NEXT-MM.
026900     IF WS-NEXT-MM > 12
027000        SUBTRACT 12 FROM WS-NEXT-MM
027100        ADD 1 TO WS-NEXT-CCYY
027200     END-IF.
027300     MOVE WS-NEXT-DATE TO RBS-NEXT-BILL-DATE.
027400     IF RBS-END-DATE NOT = ZERO
027500           AND RBS-NEXT-BILL-DATE > RBS-END-DATE
027600        MOVE 'E' TO RBS-STATUS
027700        ADD 1 TO WS-ENDED-COUNT
027800     END-IF.
027900******************************************************************
028000 CHECK-ACCOUNT-ON-FILE.
028100     MOVE RBS-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
028200     READ MASTER-FILE
028300         INVALID KEY
028400            MOVE 'NO ' TO ACCOUNT-SWITCH
028500         NOT INVALID KEY
028600            MOVE 'YES' TO ACCOUNT-SWITCH
028700     END-READ.
028800******************************************************************
      * THE DETAIL RECORD GOES OUT IN THE STANDARD FEED LAYOUT -- THE
      * CHARGE IN FIELD4, FIELD5 ZERO, THE SCHEDULE'S REFERENCE CODE
      * IN FIELD6 -- EXACTLY AS FINFCA01 EMITS A FINANCE CHARGE.
      ******************************************************************
028900 WRITE-CHARGE-RECORD.
029000     MOVE SPACES TO CHARGE-RECORD.
029100     MOVE 'D' TO CHG-REC-TYPE.
029200     MOVE RBS-ACCOUNT-NUMBER TO CHG-FIELD1.
029300     MOVE MSTR-NAME TO CHG-FIELD2.
029400     IF RBS-DESCRIPTION = SPACES
029500        MOVE 'RECURRING CHARGE' TO CHG-FIELD3
029600     ELSE
029700        MOVE RBS-DESCRIPTION TO CHG-FIELD3
029800     END-IF.
029900     MOVE RBS-AMOUNT TO CHG-FIELD4.
030000     MOVE ZERO TO CHG-FIELD5.
030100     MOVE RBS-REFERENCE-CODE TO CHG-FIELD6.
030200     WRITE CHARGE-RECORD.
030300******************************************************************
030400 WRITE-REGISTER-LINE.
030500     IF LINES-WRITTEN >= WS-PAGE-SIZE
030600        PERFORM WRITE-HEADER
030700        MOVE 2 TO LINE-SPACING
030800     END-IF.
030900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
031000     MOVE RBS-ACCOUNT-NUMBER TO OUTPUT-ACCOUNT.
031100     MOVE RBS-SCHEDULE-NUMBER TO OUTPUT-SCHEDULE.
031200     IF ACCOUNT-ON-FILE
031300        MOVE MSTR-NAME TO OUTPUT-NAME
031400     ELSE
031500        MOVE SPACES TO OUTPUT-NAME
031600     END-IF.
031700     MOVE RBS-REFERENCE-CODE TO OUTPUT-REF-CODE.
031800     MOVE RBS-FREQUENCY TO OUTPUT-FREQUENCY.
031900     MOVE WS-BILLED-PERIOD TO OUTPUT-PERIOD.
032000     IF WS-REGISTER-FLAG = SPACES OR WS-REGISTER-FLAG = 'RERUN'
032100        MOVE RBS-AMOUNT TO OUTPUT-CHARGE
032200     ELSE
032300        MOVE ZERO TO OUTPUT-CHARGE
032400     END-IF.
032500     MOVE RBS-NEXT-BILL-DATE TO OUTPUT-NEXT-DATE.
032600     MOVE WS-REGISTER-FLAG TO OUTPUT-FLAG.
032700     MOVE DATA-LINE TO OUTPUT-LINE.
032800     WRITE OUTPUT-RECORD.
032900     ADD 1 TO LINES-WRITTEN.
033000     MOVE 1 TO LINE-SPACING.
033100     MOVE 'NO ' TO ACCOUNT-SWITCH.
033200******************************************************************
033300 WRITE-REGISTER-TOTAL.
033400     MOVE 2 TO LINE-SPACING.
033500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033600     MOVE WS-BILLED-COUNT TO RGT-COUNT.
033700     MOVE WS-CHARGE-TOTAL TO RGT-TOTAL.
033800     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
033900     WRITE OUTPUT-RECORD.
034000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
034100     MOVE SIGNOFF-LINE TO OUTPUT-LINE.
034200     WRITE OUTPUT-RECORD.
034300     MOVE 1 TO LINE-SPACING.
034400******************************************************************
034500 WRITE-HEADER.
034600     MOVE ZERO TO LINES-WRITTEN.
034700     ACCEPT HDR-PRT-DATE FROM DATE.
034800     ACCEPT HDR-PRT-TIME FROM TIME.
034900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
035000     ADD 1 TO PAGE-COUNT
035100     MOVE '   RECURRING BILLING REGISTER  '   TO REPORT-TITLE.
035200     MOVE PAGE-COUNT TO PAGE-NUMBER.
035300     MOVE HEADER-RECORD TO OUTPUT-LINE.
035400     WRITE OUTPUT-RECORD.
035500     MOVE 1 TO LINE-SPACING.
035600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
035700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
035800     WRITE OUTPUT-RECORD.
035900     ADD 1 TO LINES-WRITTEN.
