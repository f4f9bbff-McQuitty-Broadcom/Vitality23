000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINBDR01.
      ******************************************************************
      * FINBDR01 -- MONTHLY BAD-DEBT RECOVERIES REPORT BY BRANCH. READS
      *             THE RECOVERIES FILE (SEE BDRECOV) FROM END TO END
      *             AND LISTS EVERY RECOVERY FINCSH01 POSTED IN THE
      *             MONTH OF THE AS-OF DATE, BRANCH BY BRANCH -- THE
      *             BRANCH THE ACCOUNT WAS WRITTEN OFF FROM, THE
      *             ACCOUNT, THE DATE IT WAS WRITTEN OFF, THE PAYMENT
      *             REFERENCE AND DATE, THE AMOUNT RECOVERED AND THE
      *             ACCOUNT'S RECOVERIES TO DATE (EARLIER MONTHS
      *             INCLUDED), SO EACH WRITE-OFF IS SHOWN AGAINST WHAT
      *             HAS SINCE COME BACK ON IT. EACH BRANCH IS TOTALLED
      *             AND THE REPORT ENDS WITH THE MONTH'S TOTAL.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-11  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT RECOVERY-FILE ASSIGN U-T-BDRCOV
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS RY-KEY
001200        FILE STATUS IS WS-BDRCOV-STATUS.
001300     SELECT SORT-FILE ASSIGN U-T-SORTWK.
001400 DATA DIVISION.
001500 FILE SECTION.
001600 FD REPORT-FILE
001700     LABEL RECORDS ARE OMITTED
001800     RECORDING MODE IS F
001900     RECORD CONTAINS 133 CHARACTERS
002000     DATA RECORD IS OUTPUT-RECORD.
002100   01 OUTPUT-RECORD.
002200     02 CARRIAGE-CONTROL PIC X.
002300     02 OUTPUT-LINE      PIC X(132).
002400 FD CONTROL-FILE
002500     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 80 CHARACTERS
002700     DATA RECORD IS CONTROL-CARD-RECORD.
002800 COPY CTLCARD.
002900 FD RECOVERY-FILE
003000     LABEL RECORDS ARE STANDARD
003100     DATA RECORD IS BAD-DEBT-RECOVERY-RECORD.
003200 COPY BDRECOV.
003300 SD SORT-FILE
003400     RECORD CONTAINS 80 CHARACTERS
003500     DATA RECORD IS SORT-RECORD.
003600   01 SORT-RECORD.
003700     02 SRT-BRANCH-CODE        PIC X(06).
003800     02 SRT-ACCOUNT-NUMBER     PIC 9(08).
003900     02 SRT-PAYMENT-DATE       PIC 9(08).
004000     02 SRT-REFERENCE          PIC X(10).
004100     02 SRT-MONTH-SWITCH       PIC X(01).
004200        88  SRT-IN-MONTH       VALUE 'Y'.
004300     02 SRT-WRITE-OFF-DATE     PIC 9(08).
004400     02 SRT-AMOUNT             PIC 9(07)V99.
004500     02 SRT-COMPANY-CODE       PIC X(02).
004600     02 FILLER                 PIC X(28).
      ******************************************************************
004700 WORKING-STORAGE SECTION.
004800 COPY HEADER1.
004900 01  PROGRAM-WORK-FIELDS.
005000     02  INPUT-SWITCH      PIC X(3).
005100         88  END-OF-FILE   VALUE 'EOF'.
005200     02  SORT-SWITCH       PIC X(3).
005300         88  SORT-EOF      VALUE 'EOF'.
005400     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
005500     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
005600     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
005700     02  WS-BDRCOV-STATUS  PIC X(2)  VALUE ZERO.
005800     02  WS-PREV-BRANCH    PIC X(6)  VALUE SPACES.
005900     02  WS-PREV-ACCOUNT   PIC 9(8)  VALUE ZERO.
006000     02  WS-ACCOUNT-TO-DATE PIC 9(11)V99 VALUE ZERO.
006100     02  WS-BRANCH-COUNT   PIC 9(7)  VALUE ZERO.
006200     02  WS-BRANCH-TOTAL   PIC 9(11)V99 VALUE ZERO.
006300     02  WS-BRANCHES-LISTED PIC 9(5) VALUE ZERO.
006400     02  WS-RECOVERY-COUNT PIC 9(7)  VALUE ZERO.
006500     02  WS-RECOVERY-TOTAL PIC 9(11)V99 VALUE ZERO.
006600 01  DATE-WORK-FIELDS.
006700     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
006800     02  FILLER REDEFINES WS-AS-OF-DATE.
006900         03  WS-AS-OF-PERIOD PIC 9(6).
007000         03  FILLER        PIC 9(2).
007100     02  WS-APPLIED-DATE   PIC 9(8)  VALUE ZERO.
007200     02  FILLER REDEFINES WS-APPLIED-DATE.
007300         03  WS-APPLIED-PERIOD PIC 9(6).
007400         03  FILLER        PIC 9(2).
007500 COPY PAGING.
007600 COPY FINBDC01.
007700 01  RECOVERY-DETAIL-LINE.
007800     02  FILLER                PIC X(2).
007900     02  RDL-BRANCH            PIC X(6).
008000     02  FILLER                PIC X(2).
008100     02  RDL-COMPANY           PIC X(2).
008200     02  FILLER                PIC X(2).
008300     02  RDL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
008400     02  FILLER                PIC X(2).
008500     02  RDL-WRITE-OFF-DATE    PIC 9(8).
008600     02  FILLER                PIC X(2).
008700     02  RDL-REFERENCE         PIC X(10).
008800     02  FILLER                PIC X(2).
008900     02  RDL-PAYMENT-DATE      PIC 9(8).
009000     02  FILLER                PIC X(2).
009100     02  RDL-RECOVERED         PIC ZZZ,ZZ9.99.
009200     02  FILLER                PIC X(2).
009300     02  RDL-TO-DATE           PIC ZZ,ZZZ,ZZ9.99.
009400     02  FILLER                PIC X(49).
009500 01  COLUMN-HEADING-LINE.
009600     02  FILLER                PIC X(2).
009700     02  FILLER                PIC X(6)  VALUE 'BRANCH'.
009800     02  FILLER                PIC X(2).
009900     02  FILLER                PIC X(2)  VALUE 'CO'.
010000     02  FILLER                PIC X(2).
010100     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
010200     02  FILLER                PIC X(2).
010300     02  FILLER                PIC X(8)  VALUE 'WRTN OFF'.
010400     02  FILLER                PIC X(2).
010500     02  FILLER                PIC X(10) VALUE 'REFERENCE'.
010600     02  FILLER                PIC X(2).
010700     02  FILLER                PIC X(8)  VALUE 'PAID ON'.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(10) VALUE ' RECOVERED'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(13) VALUE '      TO DATE'.
011200     02  FILLER                PIC X(49).
011300 01  REGISTER-TOTAL-LINE.
011400     02  FILLER                PIC X(2).
011500     02  RGT-TAG               PIC X(28).
011600     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
011700     02  FILLER                PIC X(4).
011800     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
011900     02  FILLER                PIC X(74).
012000******************************************************************
012100 PROCEDURE DIVISION.
012200     DISPLAY 'FINBDR01 - BAD-DEBT RECOVERIES REPORT STARTING'.
012300     PERFORM READ-CONTROL-CARD.
012400     OPEN OUTPUT REPORT-FILE.
012500     PERFORM WRITE-HEADER.
012600     SORT SORT-FILE
012700         ON ASCENDING KEY SRT-BRANCH-CODE
012800                          SRT-ACCOUNT-NUMBER
012900                          SRT-PAYMENT-DATE
013000                          SRT-REFERENCE
013100         INPUT PROCEDURE IS RELEASE-RECOVERIES
013200             THRU RELEASE-RECOVERIES-END
013300         OUTPUT PROCEDURE IS LIST-RECOVERIES
013400             THRU LIST-RECOVERIES-END.
013500     PERFORM WRITE-REPORT-TOTALS.
013600     CLOSE REPORT-FILE.
013700     DISPLAY 'FINBDR01 - RECOVERIES IN MONTH: ' WS-RECOVERY-COUNT.
013800     DISPLAY 'FINBDR01 - BRANCHES LISTED:    ' WS-BRANCHES-LISTED.
013900     GOBACK.
014000******************************************************************
014100 READ-CONTROL-CARD.
014200     OPEN INPUT CONTROL-FILE.
014300     READ CONTROL-FILE AT END
014400         MOVE ZERO TO CC-PAGE-SIZE
014500         MOVE ZERO TO CC-AS-OF-DATE
014600     END-READ.
014700     CLOSE CONTROL-FILE.
014800     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
014900        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
015000     END-IF.
015100     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
015200        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
015300     ELSE
015400        MOVE ZERO TO BD-REQUEST-DATE
015500        CALL 'FINBDT01' USING FINBDC01-RECORD
015600        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
015700     END-IF.
015800******************************************************************
      * EVERY RECOVERY POSTED UP TO THE END OF THE AS-OF MONTH IS
      * RELEASED -- THE EARLIER ONES ONLY BUILD THE ACCOUNT'S
      * RECOVERIES TO DATE; THE MONTH'S OWN ARE MARKED FOR LISTING.
      ******************************************************************
015900 RELEASE-RECOVERIES.
016000     MOVE SPACES TO INPUT-SWITCH.
016100     OPEN INPUT RECOVERY-FILE.
016200     PERFORM RELEASE-ONE-RECOVERY
016300        UNTIL END-OF-FILE.
016400     CLOSE RECOVERY-FILE.
016500 RELEASE-RECOVERIES-END.
016600     EXIT.
016700******************************************************************
016800 RELEASE-ONE-RECOVERY.
016900     READ RECOVERY-FILE NEXT RECORD AT END
017000         MOVE 'EOF' TO INPUT-SWITCH
017100     NOT AT END
017200         MOVE RY-APPLIED-DATE TO WS-APPLIED-DATE
017300         IF WS-APPLIED-PERIOD NOT > WS-AS-OF-PERIOD
017400            PERFORM RELEASE-RECOVERY-RECORD
017500         END-IF
017600     END-READ.
017700******************************************************************
017800 RELEASE-RECOVERY-RECORD.
017900     MOVE SPACES TO SORT-RECORD.
018000     MOVE RY-BRANCH-CODE TO SRT-BRANCH-CODE.
018100     MOVE RY-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
018200     MOVE RY-PAYMENT-DATE TO SRT-PAYMENT-DATE.
018300     MOVE RY-PAYMENT-REFERENCE TO SRT-REFERENCE.
018400     MOVE 'N' TO SRT-MONTH-SWITCH.
018500     IF WS-APPLIED-PERIOD = WS-AS-OF-PERIOD
018600        MOVE 'Y' TO SRT-MONTH-SWITCH
018700     END-IF.
018800     MOVE RY-WRITE-OFF-DATE TO SRT-WRITE-OFF-DATE.
018900     MOVE RY-RECOVERED-AMOUNT TO SRT-AMOUNT.
019000     MOVE RY-COMPANY-CODE TO SRT-COMPANY-CODE.
019100     RELEASE SORT-RECORD.
019200******************************************************************
019300 LIST-RECOVERIES.
019400     MOVE SPACES TO SORT-SWITCH.
019500     PERFORM GET-SORTED-RECORD.
019600     PERFORM LIST-AND-RETURN
019700        UNTIL SORT-EOF.
019800     IF WS-BRANCH-COUNT > ZERO
019900        PERFORM WRITE-BRANCH-TOTAL
020000     END-IF.
020100 LIST-RECOVERIES-END.
020200     EXIT.
020300******************************************************************
020400 GET-SORTED-RECORD.
020500     RETURN SORT-FILE AT END
020600         MOVE 'EOF' TO SORT-SWITCH.
020700******************************************************************
020800 LIST-AND-RETURN.
020900     PERFORM LIST-SORTED-RECORD.
021000     PERFORM GET-SORTED-RECORD.
021100******************************************************************
      * A BRANCH IS TOTALLED ONLY WHEN SOMETHING WAS RECOVERED FOR IT
      * IN THE MONTH. THE ACCOUNT'S RECOVERIES TO DATE RUN UP THROUGH
      * ITS EARLIER RECOVERIES, WHICH ARE NOT LISTED.
      ******************************************************************
021200 LIST-SORTED-RECORD.
021300     IF SRT-BRANCH-CODE NOT = WS-PREV-BRANCH
021400        IF WS-BRANCH-COUNT > ZERO
021500           PERFORM WRITE-BRANCH-TOTAL
021600        END-IF
021700        MOVE SRT-BRANCH-CODE TO WS-PREV-BRANCH
021800        MOVE ZERO TO WS-PREV-ACCOUNT
021900        MOVE ZERO TO WS-BRANCH-COUNT
022000        MOVE ZERO TO WS-BRANCH-TOTAL
022100     END-IF.
022200     IF SRT-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT
022300        MOVE SRT-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT
022400        MOVE ZERO TO WS-ACCOUNT-TO-DATE
022500     END-IF.
022600     ADD SRT-AMOUNT TO WS-ACCOUNT-TO-DATE.
022700     IF SRT-IN-MONTH
022800        PERFORM LIST-ONE-RECOVERY
022900     END-IF.
023000******************************************************************
023100 LIST-ONE-RECOVERY.
023200     ADD 1 TO WS-BRANCH-COUNT.
023300     ADD SRT-AMOUNT TO WS-BRANCH-TOTAL.
023400     ADD 1 TO WS-RECOVERY-COUNT.
023500     ADD SRT-AMOUNT TO WS-RECOVERY-TOTAL.
023600     MOVE SPACES TO RECOVERY-DETAIL-LINE.
023700     MOVE SRT-BRANCH-CODE TO RDL-BRANCH.
023800     MOVE SRT-COMPANY-CODE TO RDL-COMPANY.
023900     MOVE SRT-ACCOUNT-NUMBER TO RDL-ACCOUNT.
024000     MOVE SRT-WRITE-OFF-DATE TO RDL-WRITE-OFF-DATE.
024100     MOVE SRT-REFERENCE TO RDL-REFERENCE.
024200     MOVE SRT-PAYMENT-DATE TO RDL-PAYMENT-DATE.
024300     MOVE SRT-AMOUNT TO RDL-RECOVERED.
024400     MOVE WS-ACCOUNT-TO-DATE TO RDL-TO-DATE.
024500     IF LINES-WRITTEN >= WS-PAGE-SIZE
024600        PERFORM WRITE-HEADER
024700        MOVE 2 TO LINE-SPACING
024800     END-IF.
024900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025000     MOVE RECOVERY-DETAIL-LINE TO OUTPUT-LINE.
025100     WRITE OUTPUT-RECORD.
025200     ADD 1 TO LINES-WRITTEN.
025300     MOVE 1 TO LINE-SPACING.
025400******************************************************************
025500 WRITE-BRANCH-TOTAL.
025600     ADD 1 TO WS-BRANCHES-LISTED.
025700     MOVE SPACES TO RGT-TAG.
025800     STRING 'BRANCH ' WS-PREV-BRANCH ' RECOVERED'
025900         DELIMITED BY SIZE INTO RGT-TAG.
026000     MOVE WS-BRANCH-COUNT TO RGT-COUNT.
026100     MOVE WS-BRANCH-TOTAL TO RGT-AMOUNT.
026200     IF LINES-WRITTEN + 2 > WS-PAGE-SIZE
026300        PERFORM WRITE-HEADER
026400     END-IF.
026500     MOVE 2 TO LINE-SPACING.
026600     PERFORM WRITE-ONE-TOTAL-LINE.
026700     MOVE 2 TO LINE-SPACING.
026800******************************************************************
026900 WRITE-REPORT-TOTALS.
027000     MOVE 3 TO LINE-SPACING.
027100     MOVE 'RECOVERIES IN MONTH       - ' TO RGT-TAG.
027200     MOVE WS-RECOVERY-COUNT TO RGT-COUNT.
027300     MOVE WS-RECOVERY-TOTAL TO RGT-AMOUNT.
027400     PERFORM WRITE-ONE-TOTAL-LINE.
027500******************************************************************
027600 WRITE-ONE-TOTAL-LINE.
027700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
027800     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
027900     WRITE OUTPUT-RECORD.
028000     ADD 1 TO LINES-WRITTEN.
028100     MOVE 1 TO LINE-SPACING.
028200******************************************************************
028300 WRITE-HEADER.
028400     MOVE ZERO TO LINES-WRITTEN.
028500     ACCEPT HDR-PRT-DATE FROM DATE.
028600     ACCEPT HDR-PRT-TIME FROM TIME.
028700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
028800     ADD 1 TO PAGE-COUNT
028900     MOVE '   BAD-DEBT RECOVERIES         '   TO REPORT-TITLE.
029000     MOVE PAGE-COUNT TO PAGE-NUMBER.
029100     MOVE HEADER-RECORD TO OUTPUT-LINE.
029200     WRITE OUTPUT-RECORD.
029300     MOVE 1 TO LINE-SPACING.
029400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
029500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
029600     WRITE OUTPUT-RECORD.
029700     ADD 1 TO LINES-WRITTEN.
