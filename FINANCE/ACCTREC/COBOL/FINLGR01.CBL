000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINLGR01.
      ******************************************************************
      * FINLGR01 -- MONTHLY LEGAL-HOLD REGISTER. READS THE LEGAL-HOLD
      *             FILE (SEE LGLHOLD) FROM END TO END AND LISTS EVERY
      *             ACCOUNT STILL ON HOLD -- MATTER NUMBER, HOLD TYPE,
      *             WHO PLACED IT AND WHEN, HOW MANY DAYS IT HAS BEEN
      *             HELD AS OF THE RUN DATE (FINDTE01) AND THE
      *             ACCOUNT'S BALANCE ON THE AR MASTER. TOTALS GIVE
      *             THE HOLDS BY TYPE, THE BALANCE UNDER HOLD AND THE
      *             HOLDS RELEASED IN THE MONTH. A HELD ACCOUNT NO
      *             LONGER ON THE MASTER IS LISTED AND FLAGGED
      *             (RETURN-CODE 4) -- A HOLD SHOULD HAVE KEPT IT
      *             THERE.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-09  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT LEGAL-HOLD-FILE ASSIGN U-T-LGLHLD
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS LGL-ACCOUNT-NUMBER
001200        FILE STATUS IS WS-LGLHLD-STATUS.
001300     SELECT MASTER-FILE ASSIGN U-T-MASTER
001400        ORGANIZATION IS INDEXED
001500        ACCESS MODE IS DYNAMIC
001600        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001700        FILE STATUS IS WS-MASTER-STATUS.
001800 DATA DIVISION.
001900 FILE SECTION.
002000 FD REPORT-FILE
002100     LABEL RECORDS ARE OMITTED
002200     RECORDING MODE IS F
002300     RECORD CONTAINS 133 CHARACTERS
002400     DATA RECORD IS OUTPUT-RECORD.
002500   01 OUTPUT-RECORD.
002600     02 CARRIAGE-CONTROL PIC X.
002700     02 OUTPUT-LINE      PIC X(132).
002800 FD CONTROL-FILE
002900     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 80 CHARACTERS
003100     DATA RECORD IS CONTROL-CARD-RECORD.
003200 COPY CTLCARD.
003300 FD LEGAL-HOLD-FILE
003400     LABEL RECORDS ARE STANDARD
003500     DATA RECORD IS LEGAL-HOLD-RECORD.
003600 COPY LGLHOLD.
003700 FD MASTER-FILE
003800     LABEL RECORDS ARE STANDARD
003900     DATA RECORD IS MASTER-RECORD.
004000 COPY MSTRFILE.
      ******************************************************************
004100 WORKING-STORAGE SECTION.
004200 COPY HEADER1.
004300 01  PROGRAM-WORK-FIELDS.
004400     02  INPUT-SWITCH      PIC X(3).
004500         88  END-OF-FILE   VALUE 'EOF'.
004600     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
004700     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
004800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004900     02  WS-LGLHLD-STATUS  PIC X(2)  VALUE ZERO.
005000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
005100     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
005200         88  MASTER-FOUND  VALUE 'YES'.
005300     02  WS-BALANCE        PIC S9(5)V99 VALUE ZERO.
005400     02  WS-DAYS-HELD      PIC S9(5) VALUE ZERO.
005500     02  WS-HELD-COUNT     PIC 9(7)  VALUE ZERO.
005600     02  WS-LITIGATION-COUNT PIC 9(7) VALUE ZERO.
005700     02  WS-INVESTIGATION-COUNT PIC 9(7) VALUE ZERO.
005800     02  WS-HELD-BALANCE   PIC S9(11)V99 VALUE ZERO.
005900     02  WS-RELEASED-COUNT PIC 9(7)  VALUE ZERO.
006000     02  WS-MISSING-COUNT  PIC 9(7)  VALUE ZERO.
006100 01  DATE-WORK-FIELDS.
006200     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
006300     02  FILLER REDEFINES WS-AS-OF-DATE.
006400         03  WS-AS-OF-PERIOD PIC 9(6).
006500         03  FILLER        PIC 9(2).
006600     02  WS-RELEASE-DATE   PIC 9(8)  VALUE ZERO.
006700     02  FILLER REDEFINES WS-RELEASE-DATE.
006800         03  WS-RELEASE-PERIOD PIC 9(6).
006900         03  FILLER        PIC 9(2).
007000 COPY PAGING.
007100 COPY FINBDC01.
007200 COPY FINDTC01.
007300 01  HOLD-DETAIL-LINE.
007400     02  FILLER                PIC X(2).
007500     02  HDL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
007600     02  FILLER                PIC X(2).
007700     02  HDL-NAME              PIC X(10).
007800     02  FILLER                PIC X(2).
007900     02  HDL-MATTER            PIC X(12).
008000     02  FILLER                PIC X(2).
008100     02  HDL-TYPE              PIC X(13).
008200     02  FILLER                PIC X(2).
008300     02  HDL-PLACED-BY         PIC X(8).
008400     02  FILLER                PIC X(2).
008500     02  HDL-PLACED-DATE       PIC 9(8).
008600     02  FILLER                PIC X(2).
008700     02  HDL-DAYS-HELD         PIC ZZ,ZZ9.
008800     02  FILLER                PIC X(2).
008900     02  HDL-BALANCE           PIC ZZ,ZZ9.99-.
009000     02  FILLER                PIC X(2).
009100     02  HDL-NOTE              PIC X(20).
009200     02  FILLER                PIC X(17).
009300 01  COLUMN-HEADING-LINE.
009400     02  FILLER                PIC X(2).
009500     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
009600     02  FILLER                PIC X(2).
009700     02  FILLER                PIC X(10) VALUE 'NAME'.
009800     02  FILLER                PIC X(2).
009900     02  FILLER                PIC X(12) VALUE 'MATTER'.
010000     02  FILLER                PIC X(2).
010100     02  FILLER                PIC X(13) VALUE 'HOLD TYPE'.
010200     02  FILLER                PIC X(2).
010300     02  FILLER                PIC X(8)  VALUE 'PLACED'.
010400     02  FILLER                PIC X(2).
010500     02  FILLER                PIC X(8)  VALUE 'ON'.
010600     02  FILLER                PIC X(2).
010700     02  FILLER                PIC X(6)  VALUE '  DAYS'.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(10) VALUE '   BALANCE'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(20) VALUE 'NOTE'.
011200     02  FILLER                PIC X(17).
011300 01  REGISTER-TOTAL-LINE.
011400     02  FILLER                PIC X(2).
011500     02  RGT-TAG               PIC X(28).
011600     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
011700     02  FILLER                PIC X(4).
011800     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
011900     02  FILLER                PIC X(74).
012000******************************************************************
012100 PROCEDURE DIVISION.
012200     DISPLAY 'FINLGR01 - LEGAL-HOLD REGISTER STARTING'.
012300     PERFORM READ-CONTROL-CARD.
012400     OPEN OUTPUT REPORT-FILE.
012500     OPEN INPUT LEGAL-HOLD-FILE MASTER-FILE.
012600     PERFORM WRITE-HEADER.
012700     PERFORM GET-HOLD-RECORD.
012800     PERFORM LIST-AND-READ
012900        UNTIL END-OF-FILE.
013000     PERFORM WRITE-REGISTER-TOTALS.
013100     CLOSE LEGAL-HOLD-FILE MASTER-FILE REPORT-FILE.
013200     DISPLAY 'FINLGR01 - ACCOUNTS ON HOLD:   ' WS-HELD-COUNT.
013300     DISPLAY 'FINLGR01 - RELEASED IN MONTH:  ' WS-RELEASED-COUNT.
013400     IF WS-MISSING-COUNT > ZERO
013500        DISPLAY 'FINLGR01 - HELD, NOT ON MASTER: '
013600                WS-MISSING-COUNT
013700        MOVE 4 TO RETURN-CODE
013800     END-IF.
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
015900 GET-HOLD-RECORD.
016000     READ LEGAL-HOLD-FILE NEXT RECORD AT END
016100         MOVE 'EOF' TO INPUT-SWITCH.
016200******************************************************************
016300 LIST-AND-READ.
016400     IF LGL-ON-HOLD
016500        PERFORM LIST-HELD-ACCOUNT
016600     ELSE
016700        MOVE LGL-RELEASED-DATE TO WS-RELEASE-DATE
016800        IF WS-RELEASE-PERIOD = WS-AS-OF-PERIOD
016900           ADD 1 TO WS-RELEASED-COUNT
017000        END-IF
017100     END-IF.
017200     PERFORM GET-HOLD-RECORD.
017300******************************************************************
      * DAYS HELD COUNTS FROM THE PLACED DATE TO THE AS-OF DATE; A
      * DATE FINDTE01 CANNOT READ PRINTS AS ZERO DAYS.
      ******************************************************************
017400 LIST-HELD-ACCOUNT.
017500     ADD 1 TO WS-HELD-COUNT.
017600     IF LGL-LITIGATION
017700        ADD 1 TO WS-LITIGATION-COUNT
017800        MOVE 'LITIGATION' TO HDL-TYPE
017900     ELSE
018000        ADD 1 TO WS-INVESTIGATION-COUNT
018100        MOVE 'INVESTIGATION' TO HDL-TYPE
018200     END-IF.
018300     MOVE 'D' TO DT-FUNCTION.
018400     MOVE LGL-PLACED-DATE TO DT-BASE-DATE.
018500     MOVE WS-AS-OF-DATE TO DT-OTHER-DATE.
018600     CALL 'FINDTE01' USING FINDTC01-RECORD.
018700     IF DT-RESULT-OK AND DT-DAY-COUNT > ZERO
018800        MOVE DT-DAY-COUNT TO WS-DAYS-HELD
018900     ELSE
019000        MOVE ZERO TO WS-DAYS-HELD
019100     END-IF.
019200     MOVE LGL-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
019300     READ MASTER-FILE
019400         INVALID KEY
019500            MOVE 'NO ' TO MASTER-SWITCH
019600         NOT INVALID KEY
019700            MOVE 'YES' TO MASTER-SWITCH
019800     END-READ.
019900     MOVE SPACES TO HDL-NOTE.
020000     IF MASTER-FOUND
020100        COMPUTE WS-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2
020200        ADD WS-BALANCE TO WS-HELD-BALANCE
020300        MOVE MSTR-NAME TO HDL-NAME
020400     ELSE
020500        ADD 1 TO WS-MISSING-COUNT
020600        MOVE ZERO TO WS-BALANCE
020700        MOVE SPACES TO HDL-NAME
020800        MOVE 'NOT ON MASTER' TO HDL-NOTE
020900     END-IF.
021000     MOVE LGL-ACCOUNT-NUMBER TO HDL-ACCOUNT.
021100     MOVE LGL-MATTER-NUMBER TO HDL-MATTER.
021200     MOVE LGL-PLACED-BY TO HDL-PLACED-BY.
021300     MOVE LGL-PLACED-DATE TO HDL-PLACED-DATE.
021400     MOVE WS-DAYS-HELD TO HDL-DAYS-HELD.
021500     MOVE WS-BALANCE TO HDL-BALANCE.
021600     IF LINES-WRITTEN >= WS-PAGE-SIZE
021700        PERFORM WRITE-HEADER
021800        MOVE 2 TO LINE-SPACING
021900     END-IF.
022000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
022100     MOVE HOLD-DETAIL-LINE TO OUTPUT-LINE.
022200     WRITE OUTPUT-RECORD.
022300     ADD 1 TO LINES-WRITTEN.
022400     MOVE 1 TO LINE-SPACING.
022500******************************************************************
022600 WRITE-REGISTER-TOTALS.
022700     MOVE 2 TO LINE-SPACING.
022800     MOVE 'ACCOUNTS ON LEGAL HOLD    - ' TO RGT-TAG.
022900     MOVE WS-HELD-COUNT TO RGT-COUNT.
023000     MOVE WS-HELD-BALANCE TO RGT-AMOUNT.
023100     PERFORM WRITE-ONE-TOTAL-LINE.
023200     MOVE ZERO TO RGT-AMOUNT.
023300     MOVE '  LITIGATION              - ' TO RGT-TAG.
023400     MOVE WS-LITIGATION-COUNT TO RGT-COUNT.
023500     PERFORM WRITE-ONE-TOTAL-LINE.
023600     MOVE '  INVESTIGATION           - ' TO RGT-TAG.
023700     MOVE WS-INVESTIGATION-COUNT TO RGT-COUNT.
023800     PERFORM WRITE-ONE-TOTAL-LINE.
023900     MOVE 'HOLDS RELEASED THIS MONTH - ' TO RGT-TAG.
024000     MOVE WS-RELEASED-COUNT TO RGT-COUNT.
024100     PERFORM WRITE-ONE-TOTAL-LINE.
024200     MOVE 'HELD BUT NOT ON MASTER    - ' TO RGT-TAG.
024300     MOVE WS-MISSING-COUNT TO RGT-COUNT.
024400     PERFORM WRITE-ONE-TOTAL-LINE.
024500******************************************************************
024600 WRITE-ONE-TOTAL-LINE.
024700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024800     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
024900     WRITE OUTPUT-RECORD.
025000     ADD 1 TO LINES-WRITTEN.
025100     MOVE 1 TO LINE-SPACING.
025200******************************************************************
025300 WRITE-HEADER.
025400     MOVE ZERO TO LINES-WRITTEN.
025500     ACCEPT HDR-PRT-DATE FROM DATE.
025600     ACCEPT HDR-PRT-TIME FROM TIME.
025700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
025800     ADD 1 TO PAGE-COUNT
025900     MOVE '   LEGAL-HOLD REGISTER         '   TO REPORT-TITLE.
026000     MOVE PAGE-COUNT TO PAGE-NUMBER.
026100     MOVE HEADER-RECORD TO OUTPUT-LINE.
026200     WRITE OUTPUT-RECORD.
026300     MOVE 1 TO LINE-SPACING.
026400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
026600     WRITE OUTPUT-RECORD.
026700     ADD 1 TO LINES-WRITTEN.
