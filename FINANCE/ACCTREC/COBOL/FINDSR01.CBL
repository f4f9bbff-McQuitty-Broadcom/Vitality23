000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDSR01.
      ******************************************************************
      * FINDSR01 -- DAILY OPEN-DISPUTES REPORT. SWEEPS THE DISPUTE
      *             FILE (SEE DISPUTE) AND PRINTS EVERY OPEN DISPUTE
      *             GROUPED BY OWNER, OLDEST FIRST WITHIN THE OWNER,
      *             WITH THE AMOUNT SPREAD ACROSS THE SAME FOUR AGE
      *             COLUMNS FINAGE01 USES (CURRENT, 30-59, 60-89, 90
      *             AND UP DAYS SINCE THE DISPUTE WAS OPENED). EACH
      *             OWNER GETS A SUBTOTAL LINE AND THE REPORT ENDS
      *             WITH A GRAND TOTAL, SO THE COLLECTIONS MANAGER
      *             SEES WHO IS SITTING ON WHAT AND FOR HOW LONG.
      *             RESOLVED DISPUTES ARE NOT PRINTED.
      *             THE AS-OF DATE COMES FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR FROM FINBDT01 WHEN NO CARD IS
      *             SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-10  TS   INITIAL VERSION.
      ******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
002300     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
002400     SELECT SORT-FILE ASSIGN U-T-SORTWK.
002500     SELECT DISPUTE-FILE ASSIGN U-T-DISPUT
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS DS-KEY
002900        FILE STATUS IS WS-DISPUT-STATUS.
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
004500 FD DISPUTE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     DATA RECORD IS DISPUTE-RECORD.
004800 COPY DISPUTE.
004900 SD SORT-FILE
005000     RECORD CONTAINS 60 CHARACTERS
005100     DATA RECORD IS SORT-RECORD.
005200   01 SORT-RECORD.
005300     02 SRT-OWNER-ID           PIC X(08).
005400     02 SRT-AGE-DAYS           PIC 9(05).
005500     02 SRT-ACCOUNT-NUMBER     PIC 9(08).
005600     02 SRT-DISPUTE-NUMBER     PIC 9(04).
005700     02 SRT-INVOICE-NUMBER     PIC X(10).
005800     02 SRT-REASON-CODE        PIC X(04).
005900     02 SRT-OPENED-DATE        PIC 9(08).
006000     02 SRT-DISPUTED-AMOUNT    PIC 9(07)V99.
006100     02 SRT-BUCKET             PIC 9(01).
006200     02 FILLER                 PIC X(03).
      ******************************************************************
006300 WORKING-STORAGE SECTION.
006400 COPY HEADER1.
006500 01  PROGRAM-WORK-FIELDS.
006600     02  INPUT-SWITCH      PIC X(3).
006700         88  END-OF-FILE   VALUE 'EOF'.
006800     02  SORT-SWITCH       PIC X(3).
006900         88  SORT-EOF      VALUE 'EOF'.
007000     02  LINES-WRITTEN     PIC 9(3).
007100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007200     02  PAGE-COUNT        PIC 9(3).
007300     02  WS-DISPUT-STATUS  PIC X(2)  VALUE ZERO.
007400     02  WS-DISPUTE-AGE    PIC S9(6) VALUE ZERO.
007500     02  WS-CURRENT-OWNER  PIC X(8)  VALUE SPACES.
007600     02  FIRST-SWITCH      PIC X(3)  VALUE 'YES'.
007700         88  FIRST-RECORD  VALUE 'YES'.
007800     02  WS-BUCKET-SUB     PIC 9(1)  VALUE ZERO.
007900     02  WS-DISPUTES-READ  PIC 9(7)  VALUE ZERO.
008000     02  WS-OWNER-COUNT    PIC 9(5)  VALUE ZERO.
008100     02  WS-OPEN-COUNT     PIC 9(7)  VALUE ZERO.
008200 01  DATE-WORK-FIELDS.
008300     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
008400     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
008500     02  FILLER REDEFINES WS-WORK-DATE.
008600         03  FILLER        PIC 9(2).
008700         03  WS-WORK-YY    PIC 9(2).
008800         03  WS-WORK-MM    PIC 9(2).
008900         03  WS-WORK-DD    PIC 9(2).
009000     02  WS-AS-OF-SERIAL   PIC 9(6)  VALUE ZERO.
009100     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * AGE COLUMNS 1-4: UNDER 30, 30-59, 60-89, 90 AND UP DAYS OPEN.
      ******************************************************************
009200 01  BUCKET-TOTALS.
009300     02  OWNER-BUCKET-AMOUNT   PIC 9(9)V99 OCCURS 4 TIMES.
009400     02  GRAND-BUCKET-AMOUNT   PIC 9(9)V99 OCCURS 4 TIMES.
009500 COPY PAGING.
009600 COPY FINBDC01.
009700 01  DISPUTE-DETAIL-LINE.
009800     02  FILLER                PIC X(2).
009900     02  DTL-OWNER             PIC X(8).
010000     02  FILLER                PIC X(2).
010100     02  DTL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
010200     02  FILLER                PIC X(2).
010300     02  DTL-DISPUTE           PIC ZZZ9.
010400     02  FILLER                PIC X(2).
010500     02  DTL-INVOICE           PIC X(10).
010600     02  FILLER                PIC X(2).
010700     02  DTL-REASON            PIC X(4).
010800     02  FILLER                PIC X(2).
010900     02  DTL-OPENED-DATE       PIC 9(8).
011000     02  FILLER                PIC X(2).
011100     02  DTL-AGE-DAYS          PIC ZZZ9.
011200     02  DTL-BUCKET-COLUMN OCCURS 4 TIMES.
011300         03  FILLER            PIC X(2).
011400         03  DTL-BUCKET-AMOUNT PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
011500     02  FILLER                PIC X(14).
011600 01  DISPUTE-TOTAL-LINE.
011700     02  FILLER                PIC X(2).
011800     02  TOT-TAG               PIC X(20).
011900     02  TOT-OWNER             PIC X(8).
012000     02  FILLER                PIC X(2).
012100     02  TOT-COUNT             PIC ZZ,ZZ9.
012200     02  FILLER                PIC X(6)  VALUE ' ITEMS'.
012300     02  FILLER                PIC X(18).
012400     02  TOT-BUCKET-COLUMN OCCURS 4 TIMES.
012500         03  FILLER            PIC X(2).
012600         03  TOT-BUCKET-AMOUNT PIC Z,ZZZ,ZZ9.99.
012700     02  FILLER                PIC X(14).
012800 01  COLUMN-HEADING-LINE.
012900     02  FILLER                PIC X(2).
013000     02  FILLER                PIC X(8)  VALUE 'OWNER'.
013100     02  FILLER                PIC X(2).
013200     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
013300     02  FILLER                PIC X(2).
013400     02  FILLER                PIC X(4)  VALUE 'DISP'.
013500     02  FILLER                PIC X(2).
013600     02  FILLER                PIC X(10) VALUE 'INVOICE'.
013700     02  FILLER                PIC X(2).
013800     02  FILLER                PIC X(4)  VALUE 'RSN '.
013900     02  FILLER                PIC X(2).
014000     02  FILLER                PIC X(8)  VALUE 'OPENED'.
014100     02  FILLER                PIC X(2).
014200     02  FILLER                PIC X(4)  VALUE 'DAYS'.
014300     02  FILLER                PIC X(14) VALUE '       CURRENT'.
014400     02  FILLER                PIC X(14) VALUE '         30-59'.
014500     02  FILLER                PIC X(14) VALUE '         60-89'.
014600     02  FILLER                PIC X(14) VALUE '     90 AND UP'.
014700     02  FILLER                PIC X(14).
014800******************************************************************
014900 PROCEDURE DIVISION.
015000     DISPLAY 'FINDSR01 - OPEN-DISPUTES REPORT STARTING'.
015100     PERFORM READ-CONTROL-CARD.
015200     INITIALIZE BUCKET-TOTALS.
015300     OPEN OUTPUT REPORT-FILE.
015400     PERFORM WRITE-HEADER.
015500     SORT SORT-FILE
015600         ON ASCENDING KEY SRT-OWNER-ID
015700         ON DESCENDING KEY SRT-AGE-DAYS
015800         ON ASCENDING KEY SRT-ACCOUNT-NUMBER
015900                          SRT-DISPUTE-NUMBER
016000         INPUT PROCEDURE IS SWEEP-THE-DISPUTES
016100             THRU SWEEP-THE-DISPUTES-END
016200         OUTPUT PROCEDURE IS PRINT-THE-DISPUTES
016300             THRU PRINT-THE-DISPUTES-END.
016400     PERFORM WRITE-GRAND-TOTAL.
016500     CLOSE REPORT-FILE.
016600     DISPLAY 'FINDSR01 - DISPUTES READ:    ' WS-DISPUTES-READ.
016700     DISPLAY 'FINDSR01 - OPEN DISPUTES:    ' WS-OPEN-COUNT.
016800     GOBACK.
016900******************************************************************
017000 READ-CONTROL-CARD.
017100     OPEN INPUT CONTROL-FILE.
017200     READ CONTROL-FILE AT END
017300         MOVE ZERO TO CC-PAGE-SIZE
017400         MOVE ZERO TO CC-AS-OF-DATE
017500     END-READ.
017600     CLOSE CONTROL-FILE.
017700     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
017800        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
017900     END-IF.
018000     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
018100        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
018200     ELSE
018300        MOVE ZERO TO BD-REQUEST-DATE
018400        CALL 'FINBDT01' USING FINBDC01-RECORD
018500        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
018600     END-IF.
018700     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
018800     PERFORM COMPUTE-DATE-SERIAL.
018900     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
019000******************************************************************
019100 SWEEP-THE-DISPUTES.
019200     MOVE SPACES TO INPUT-SWITCH.
019300     OPEN INPUT DISPUTE-FILE.
019400     PERFORM AGE-ONE-DISPUTE
019500         THRU AGE-ONE-DISPUTE-EXIT
019600        UNTIL END-OF-FILE.
019700     CLOSE DISPUTE-FILE.
019800 SWEEP-THE-DISPUTES-END.
019900     EXIT.
020000******************************************************************
020100 AGE-ONE-DISPUTE.
020200     READ DISPUTE-FILE NEXT RECORD AT END
020300         MOVE 'EOF' TO INPUT-SWITCH
020400     END-READ.
020500     IF END-OF-FILE
020600        GO TO AGE-ONE-DISPUTE-EXIT
020700     END-IF.
020800     ADD 1 TO WS-DISPUTES-READ.
020900     IF NOT DS-OPEN
021000        GO TO AGE-ONE-DISPUTE-EXIT
021100     END-IF.
021200     ADD 1 TO WS-OPEN-COUNT.
021300     MOVE DS-OPENED-DATE TO WS-WORK-DATE.
021400     PERFORM COMPUTE-DATE-SERIAL.
021500     COMPUTE WS-DISPUTE-AGE =
021600         WS-AS-OF-SERIAL - WS-DATE-SERIAL.
021700     IF WS-DISPUTE-AGE < ZERO
021800        MOVE ZERO TO WS-DISPUTE-AGE
021900     END-IF.
022000     IF WS-DISPUTE-AGE >= 90
022100        MOVE 4 TO SRT-BUCKET
022200     ELSE
022300        IF WS-DISPUTE-AGE >= 60
022400           MOVE 3 TO SRT-BUCKET
022500        ELSE
022600           IF WS-DISPUTE-AGE >= 30
022700              MOVE 2 TO SRT-BUCKET
022800           ELSE
022900              MOVE 1 TO SRT-BUCKET
023000           END-IF
023100        END-IF
023200     END-IF.
023300     MOVE DS-OWNER-ID TO SRT-OWNER-ID.
023400     MOVE WS-DISPUTE-AGE TO SRT-AGE-DAYS.
023500     MOVE DS-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
023600     MOVE DS-DISPUTE-NUMBER TO SRT-DISPUTE-NUMBER.
023700     MOVE DS-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
023800     MOVE DS-REASON-CODE TO SRT-REASON-CODE.
023900     MOVE DS-OPENED-DATE TO SRT-OPENED-DATE.
024000     MOVE DS-DISPUTED-AMOUNT TO SRT-DISPUTED-AMOUNT.
024100     RELEASE SORT-RECORD.
024200 AGE-ONE-DISPUTE-EXIT.
024300     EXIT.
024400******************************************************************
024500 PRINT-THE-DISPUTES.
024600     MOVE SPACES TO SORT-SWITCH.
024700     PERFORM GET-SORTED-RECORD.
024800     PERFORM PRINT-AND-READ
024900        UNTIL SORT-EOF.
025000     IF NOT FIRST-RECORD
025100        PERFORM WRITE-OWNER-TOTAL
025200     END-IF.
025300 PRINT-THE-DISPUTES-END.
025400     EXIT.
025500******************************************************************
025600 GET-SORTED-RECORD.
025700     RETURN SORT-FILE AT END
025800         MOVE 'EOF' TO SORT-SWITCH.
025900******************************************************************
026000 PRINT-AND-READ.
026100     IF FIRST-RECORD
026200        MOVE 'NO ' TO FIRST-SWITCH
026300        MOVE SRT-OWNER-ID TO WS-CURRENT-OWNER
026400     ELSE
026500        IF SRT-OWNER-ID NOT = WS-CURRENT-OWNER
026600           PERFORM WRITE-OWNER-TOTAL
026700           MOVE SRT-OWNER-ID TO WS-CURRENT-OWNER
026800        END-IF
026900     END-IF.
027000     PERFORM WRITE-DISPUTE-LINE.
027100     PERFORM GET-SORTED-RECORD.
027200******************************************************************
027300 WRITE-DISPUTE-LINE.
027400     IF LINES-WRITTEN >= WS-PAGE-SIZE
027500        PERFORM WRITE-HEADER
027600        MOVE 2 TO LINE-SPACING
027700     END-IF.
027800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
027900     MOVE SRT-OWNER-ID TO DTL-OWNER.
028000     MOVE SRT-ACCOUNT-NUMBER TO DTL-ACCOUNT.
028100     MOVE SRT-DISPUTE-NUMBER TO DTL-DISPUTE.
028200     MOVE SRT-INVOICE-NUMBER TO DTL-INVOICE.
028300     MOVE SRT-REASON-CODE TO DTL-REASON.
028400     MOVE SRT-OPENED-DATE TO DTL-OPENED-DATE.
028500     MOVE SRT-AGE-DAYS TO DTL-AGE-DAYS.
028600     MOVE ZERO TO DTL-BUCKET-AMOUNT (1) DTL-BUCKET-AMOUNT (2)
028700                  DTL-BUCKET-AMOUNT (3) DTL-BUCKET-AMOUNT (4).
028800     MOVE SRT-DISPUTED-AMOUNT TO DTL-BUCKET-AMOUNT (SRT-BUCKET).
028900     ADD SRT-DISPUTED-AMOUNT TO OWNER-BUCKET-AMOUNT (SRT-BUCKET).
029000     ADD SRT-DISPUTED-AMOUNT TO GRAND-BUCKET-AMOUNT (SRT-BUCKET).
029100     ADD 1 TO WS-OWNER-COUNT.
029200     MOVE DISPUTE-DETAIL-LINE TO OUTPUT-LINE.
029300     WRITE OUTPUT-RECORD.
029400     ADD 1 TO LINES-WRITTEN.
029500     MOVE 1 TO LINE-SPACING.
029600******************************************************************
029700 WRITE-OWNER-TOTAL.
029800     MOVE 'TOTAL FOR OWNER   - ' TO TOT-TAG.
029900     MOVE WS-CURRENT-OWNER TO TOT-OWNER.
030000     MOVE WS-OWNER-COUNT TO TOT-COUNT.
030100     PERFORM MOVE-OWNER-BUCKET
030200         VARYING WS-BUCKET-SUB FROM 1 BY 1
030300         UNTIL WS-BUCKET-SUB > 4.
030400     MOVE 2 TO LINE-SPACING.
030500     PERFORM WRITE-ONE-TOTAL-LINE.
030600     MOVE 2 TO LINE-SPACING.
030700     MOVE ZERO TO WS-OWNER-COUNT.
030800******************************************************************
030900 MOVE-OWNER-BUCKET.
031000     MOVE OWNER-BUCKET-AMOUNT (WS-BUCKET-SUB)
031100         TO TOT-BUCKET-AMOUNT (WS-BUCKET-SUB).
031200     MOVE ZERO TO OWNER-BUCKET-AMOUNT (WS-BUCKET-SUB).
031300******************************************************************
031400 WRITE-GRAND-TOTAL.
031500     MOVE 'TOTAL OPEN DISPUTES-' TO TOT-TAG.
031600     MOVE SPACES TO TOT-OWNER.
031700     MOVE WS-OPEN-COUNT TO TOT-COUNT.
031800     PERFORM MOVE-GRAND-BUCKET
031900         VARYING WS-BUCKET-SUB FROM 1 BY 1
032000         UNTIL WS-BUCKET-SUB > 4.
032100     MOVE 2 TO LINE-SPACING.
032200     PERFORM WRITE-ONE-TOTAL-LINE.
032300******************************************************************
032400 MOVE-GRAND-BUCKET.
032500     MOVE GRAND-BUCKET-AMOUNT (WS-BUCKET-SUB)
032600         TO TOT-BUCKET-AMOUNT (WS-BUCKET-SUB).
032700******************************************************************
032800 WRITE-ONE-TOTAL-LINE.
032900     IF LINES-WRITTEN >= WS-PAGE-SIZE
033000        PERFORM WRITE-HEADER
033100        MOVE 2 TO LINE-SPACING
033200     END-IF.
033300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033400     MOVE DISPUTE-TOTAL-LINE TO OUTPUT-LINE.
033500     WRITE OUTPUT-RECORD.
033600     ADD 1 TO LINES-WRITTEN.
033700     MOVE 1 TO LINE-SPACING.
033800******************************************************************
      * A COARSE MONOTONIC DAY SERIAL (YY*372 + MM*31 + DD) -- THE
      * SAME RULE FINDUN01 AND FINAGE01 USE.
      ******************************************************************
033900 COMPUTE-DATE-SERIAL.
034000     COMPUTE WS-DATE-SERIAL =
034100         (WS-WORK-YY * 372) + (WS-WORK-MM * 31) + WS-WORK-DD.
034200******************************************************************
034300 WRITE-HEADER.
034400     MOVE ZERO TO LINES-WRITTEN.
034500     ACCEPT HDR-PRT-DATE FROM DATE.
034600     ACCEPT HDR-PRT-TIME FROM TIME.
034700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
034800     ADD 1 TO PAGE-COUNT
034900     MOVE '   OPEN DISPUTES BY OWNER      '   TO REPORT-TITLE.
035000     MOVE PAGE-COUNT TO PAGE-NUMBER.
035100     MOVE HEADER-RECORD TO OUTPUT-LINE.
035200     WRITE OUTPUT-RECORD.
035300     MOVE 1 TO LINE-SPACING.
035400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
035500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
035600     WRITE OUTPUT-RECORD.
035700     ADD 1 TO LINES-WRITTEN.
