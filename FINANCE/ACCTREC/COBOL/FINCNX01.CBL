000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCNX01.
      ******************************************************************
      * FINCNX01 -- AUDIT CONFIRMATION EXCEPTIONS REPORT. LISTS EVERY
      *             ENTRY OF ONE CONFIRMATION DATE'S SAMPLE (SEE
      *             CONFIRM) THAT HAS NOT BEEN AGREED:
      *               NO REPLY        LETTER SENT, NO REPLY RECORDED
      *               NOT MAILED      NO ADDRESS ON FILE, NO LETTER
      *               DISAGREED       THE CUSTOMER SHOWS A DIFFERENT
      *                               AMOUNT -- STATED AMOUNT AND THE
      *                               DIFFERENCE ARE PRINTED
      *             THE SAMPLE IS CHOSEN BY THE CNFPARM CARD FINCNF01
      *             READ (ZERO DATE = BUSINESS DATE). THE REPORT ENDS
      *             WITH THE COUNTS AND VALUES BY REPLY STATUS SO THE
      *             AUDITORS CAN TIE THE SAMPLE OUT.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-19  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT PARAMETER-FILE ASSIGN U-T-CNFPRM.
000800     SELECT CONFIRM-FILE ASSIGN U-T-CONFRM
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS CF-KEY
001200        FILE STATUS IS WS-CONFRM-STATUS.
001300 DATA DIVISION.
001400 FILE SECTION.
001500 FD REPORT-FILE
001600     LABEL RECORDS ARE OMITTED
001700     RECORDING MODE IS F
001800     RECORD CONTAINS 133 CHARACTERS
001900     DATA RECORD IS OUTPUT-RECORD.
002000   01 OUTPUT-RECORD.
002100     02 CARRIAGE-CONTROL PIC X.
002200     02 OUTPUT-LINE      PIC X(132).
002300 FD PARAMETER-FILE
002400     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 80 CHARACTERS
002600     DATA RECORD IS CONFIRM-PARAMETER-RECORD.
002700 COPY CNFPARM.
002800 FD CONFIRM-FILE
002900     LABEL RECORDS ARE STANDARD
003000     DATA RECORD IS CONFIRMATION-RECORD.
003100 COPY CONFIRM.
      ******************************************************************
003200 WORKING-STORAGE SECTION.
003300 COPY HEADER1.
003400 01  PROGRAM-WORK-FIELDS.
003500     02  INPUT-SWITCH      PIC X(3).
003600         88  END-OF-FILE   VALUE 'EOF'.
003700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
003800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
003900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004000     02  WS-CONFRM-STATUS  PIC X(2)  VALUE ZERO.
004100     02  WS-CONFIRM-DATE   PIC 9(8)  VALUE ZERO.
004200     02  WS-EXCEPTION-TEXT PIC X(30) VALUE SPACES.
004300 01  CONFIRMATION-TOTALS.
004400     02  WS-SELECTED-COUNT    PIC 9(7)      VALUE ZERO.
004500     02  WS-SELECTED-VALUE    PIC S9(11)V99 VALUE ZERO.
004600     02  WS-AGREED-COUNT      PIC 9(7)      VALUE ZERO.
004700     02  WS-AGREED-VALUE      PIC S9(11)V99 VALUE ZERO.
004800     02  WS-DISPUTED-COUNT    PIC 9(7)      VALUE ZERO.
004900     02  WS-DISPUTED-VALUE    PIC S9(11)V99 VALUE ZERO.
005000     02  WS-DIFFERENCE-VALUE  PIC S9(11)V99 VALUE ZERO.
005100     02  WS-NO-REPLY-COUNT    PIC 9(7)      VALUE ZERO.
005200     02  WS-NO-REPLY-VALUE    PIC S9(11)V99 VALUE ZERO.
005300     02  WS-NOT-MAILED-COUNT  PIC 9(7)      VALUE ZERO.
005400     02  WS-NOT-MAILED-VALUE  PIC S9(11)V99 VALUE ZERO.
005500 COPY PAGING.
005600 COPY FINBDC01.
005700 01  EXCEPTION-DETAIL-LINE.
005800     02  FILLER                PIC X(2).
005900     02  EXC-ACCOUNT           PIC 9(8).
006000     02  FILLER                PIC X(2).
006100     02  EXC-BALANCE           PIC Z,ZZZ,ZZ9.99-.
006200     02  FILLER                PIC X(2).
006300     02  EXC-STATED            PIC Z,ZZZ,ZZ9.99-.
006400     02  FILLER                PIC X(2).
006500     02  EXC-DIFFERENCE        PIC Z,ZZZ,ZZ9.99-.
006600     02  FILLER                PIC X(2).
006700     02  EXC-REPLY-DATE        PIC X(8).
006800     02  FILLER                PIC X(2).
006900     02  EXC-TEXT              PIC X(30).
007000     02  FILLER                PIC X(33).
007100 01  SUMMARY-COUNT-LINE.
007200     02  FILLER                PIC X(2).
007300     02  SMC-TAG               PIC X(30).
007400     02  SMC-COUNT             PIC ZZZ,ZZZ,ZZ9.
007500     02  FILLER                PIC X(89).
007600 01  SUMMARY-AMOUNT-LINE.
007700     02  FILLER                PIC X(2).
007800     02  SMA-TAG               PIC X(30).
007900     02  SMA-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
008000     02  FILLER                PIC X(81).
008100 01  SUMMARY-DATE-LINE.
008200     02  FILLER                PIC X(2).
008300     02  SMD-TAG               PIC X(30).
008400     02  FILLER                PIC X(3).
008500     02  SMD-DATE              PIC 9(8).
008600     02  FILLER                PIC X(89).
008700 01  COLUMN-HEADING-LINE.
008800     02  FILLER                PIC X(2).
008900     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
009000     02  FILLER                PIC X(2).
009100     02  FILLER                PIC X(13) VALUE '  OUR BALANCE'.
009200     02  FILLER                PIC X(2).
009300     02  FILLER                PIC X(13) VALUE '  THEY STATE'.
009400     02  FILLER                PIC X(2).
009500     02  FILLER                PIC X(13) VALUE '   DIFFERENCE'.
009600     02  FILLER                PIC X(2).
009700     02  FILLER                PIC X(8)  VALUE 'REPLIED'.
009800     02  FILLER                PIC X(2).
009900     02  FILLER                PIC X(30) VALUE 'EXCEPTION'.
010000     02  FILLER                PIC X(33).
010100******************************************************************
010200 PROCEDURE DIVISION.
010300     DISPLAY 'FINCNX01 - CONFIRMATION EXCEPTIONS STARTING'.
010400     MOVE ZERO TO BD-REQUEST-DATE.
010500     CALL 'FINBDT01' USING FINBDC01-RECORD.
010600     PERFORM READ-PARAMETER-CARD.
010700     OPEN INPUT CONFIRM-FILE
010800          OUTPUT REPORT-FILE.
010900     PERFORM WRITE-HEADER.
011000     MOVE WS-CONFIRM-DATE TO CF-CONFIRM-DATE.
011100     MOVE ZERO TO CF-ACCOUNT-NUMBER.
011200     START CONFIRM-FILE
011300         KEY IS NOT LESS THAN CF-KEY
011400         INVALID KEY
011500            MOVE 'EOF' TO INPUT-SWITCH
011600     END-START.
011700     PERFORM GET-CONFIRMATION-RECORD.
011800     PERFORM CHECK-AND-READ
011900        UNTIL END-OF-FILE.
012000     PERFORM WRITE-CONFIRMATION-SUMMARY.
012100     CLOSE CONFIRM-FILE REPORT-FILE.
012200     DISPLAY 'FINCNX01 - SAMPLE ENTRIES READ: ' WS-SELECTED-COUNT.
012300     GOBACK.
      ******************************************************************
012400 READ-PARAMETER-CARD.
012500     OPEN INPUT PARAMETER-FILE.
012600     READ PARAMETER-FILE AT END
012700         MOVE ZERO TO CP-CONFIRM-DATE
012800     END-READ.
012900     CLOSE PARAMETER-FILE.
013000     IF CP-CONFIRM-DATE NUMERIC AND CP-CONFIRM-DATE > ZERO
013100        MOVE CP-CONFIRM-DATE TO WS-CONFIRM-DATE
013200     ELSE
013300        MOVE BD-BUSINESS-DATE TO WS-CONFIRM-DATE
013400     END-IF.
      ******************************************************************
      * READ THE NEXT ENTRY; THE SAMPLE ENDS AT THE FIRST KEY OF A
      * LATER CONFIRMATION DATE.
      ******************************************************************
013500 GET-CONFIRMATION-RECORD.
013600     IF NOT END-OF-FILE
013700        READ CONFIRM-FILE NEXT RECORD
013800            AT END
013900               MOVE 'EOF' TO INPUT-SWITCH
014000        END-READ
014100     END-IF.
014200     IF NOT END-OF-FILE
014300        IF CF-CONFIRM-DATE NOT = WS-CONFIRM-DATE
014400           MOVE 'EOF' TO INPUT-SWITCH
014500        END-IF
014600     END-IF.
      ******************************************************************
014700 CHECK-AND-READ.
014800     PERFORM CHECK-CONFIRMATION THRU CHECK-CONFIRMATION-EXIT.
014900     PERFORM GET-CONFIRMATION-RECORD.
      ******************************************************************
      * COUNT THE ENTRY UNDER ITS REPLY STATUS; AGREED ENTRIES ARE
      * COUNTED ONLY, EVERYTHING ELSE IS LISTED.
      ******************************************************************
015000 CHECK-CONFIRMATION.
015100     ADD 1 TO WS-SELECTED-COUNT.
015200     ADD CF-BALANCE TO WS-SELECTED-VALUE.
015300     IF CF-AGREED
015400        ADD 1 TO WS-AGREED-COUNT
015500        ADD CF-BALANCE TO WS-AGREED-VALUE
015600        GO TO CHECK-CONFIRMATION-EXIT
015700     END-IF.
015800     IF CF-DISPUTED
015900        ADD 1 TO WS-DISPUTED-COUNT
016000        ADD CF-BALANCE TO WS-DISPUTED-VALUE
016100        ADD CF-DIFFERENCE TO WS-DIFFERENCE-VALUE
016200        MOVE 'DISAGREED' TO WS-EXCEPTION-TEXT
016300        PERFORM WRITE-EXCEPTION-LINE
016400        GO TO CHECK-CONFIRMATION-EXIT
016500     END-IF.
016600     IF CF-NOT-MAILED
016700        ADD 1 TO WS-NOT-MAILED-COUNT
016800        ADD CF-BALANCE TO WS-NOT-MAILED-VALUE
016900        MOVE 'NOT MAILED - NO ADDRESS' TO WS-EXCEPTION-TEXT
017000     ELSE
017100        ADD 1 TO WS-NO-REPLY-COUNT
017200        ADD CF-BALANCE TO WS-NO-REPLY-VALUE
017300        MOVE 'NO REPLY' TO WS-EXCEPTION-TEXT
017400     END-IF.
017500     PERFORM WRITE-EXCEPTION-LINE.
017600 CHECK-CONFIRMATION-EXIT.
017700     EXIT.
      ******************************************************************
017800 WRITE-EXCEPTION-LINE.
017900     IF LINES-WRITTEN >= WS-PAGE-SIZE
018000        PERFORM WRITE-HEADER
018100        MOVE 2 TO LINE-SPACING
018200     END-IF.
018300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
018400     MOVE CF-ACCOUNT-NUMBER TO EXC-ACCOUNT.
018500     MOVE CF-BALANCE TO EXC-BALANCE.
018600     IF CF-DISPUTED
018700        MOVE CF-RESPONSE-AMOUNT TO EXC-STATED
018800        MOVE CF-DIFFERENCE TO EXC-DIFFERENCE
018900        MOVE CF-RESPONSE-DATE TO EXC-REPLY-DATE
019000     ELSE
019100        MOVE ZERO TO EXC-STATED EXC-DIFFERENCE
019200        MOVE SPACES TO EXC-REPLY-DATE
019300     END-IF.
019400     MOVE WS-EXCEPTION-TEXT TO EXC-TEXT.
019500     MOVE EXCEPTION-DETAIL-LINE TO OUTPUT-LINE.
019600     WRITE OUTPUT-RECORD.
019700     ADD 1 TO LINES-WRITTEN.
019800     MOVE 1 TO LINE-SPACING.
      ******************************************************************
      * THE SAMPLE TIED OUT BY REPLY STATUS.
      ******************************************************************
019900 WRITE-CONFIRMATION-SUMMARY.
020000     MOVE 2 TO LINE-SPACING.
020100     MOVE 'CONFIRMATION DATE             ' TO SMD-TAG.
020200     MOVE WS-CONFIRM-DATE TO SMD-DATE.
020300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
020400     MOVE SUMMARY-DATE-LINE TO OUTPUT-LINE.
020500     WRITE OUTPUT-RECORD.
020600     MOVE 1 TO LINE-SPACING.
020700     MOVE 'ACCOUNTS SELECTED             ' TO SMC-TAG.
020800     MOVE WS-SELECTED-COUNT TO SMC-COUNT.
020900     PERFORM WRITE-SUMMARY-COUNT.
021000     MOVE 'VALUE SELECTED                ' TO SMA-TAG.
021100     MOVE WS-SELECTED-VALUE TO SMA-AMOUNT.
021200     PERFORM WRITE-SUMMARY-AMOUNT.
021300     MOVE 'AGREED                        ' TO SMC-TAG.
021400     MOVE WS-AGREED-COUNT TO SMC-COUNT.
021500     PERFORM WRITE-SUMMARY-COUNT.
021600     MOVE 'VALUE AGREED                  ' TO SMA-TAG.
021700     MOVE WS-AGREED-VALUE TO SMA-AMOUNT.
021800     PERFORM WRITE-SUMMARY-AMOUNT.
021900     MOVE 'DISAGREED                     ' TO SMC-TAG.
022000     MOVE WS-DISPUTED-COUNT TO SMC-COUNT.
022100     PERFORM WRITE-SUMMARY-COUNT.
022200     MOVE 'VALUE DISAGREED               ' TO SMA-TAG.
022300     MOVE WS-DISPUTED-VALUE TO SMA-AMOUNT.
022400     PERFORM WRITE-SUMMARY-AMOUNT.
022500     MOVE 'NET DIFFERENCE                ' TO SMA-TAG.
022600     MOVE WS-DIFFERENCE-VALUE TO SMA-AMOUNT.
022700     PERFORM WRITE-SUMMARY-AMOUNT.
022800     MOVE 'NO REPLY                      ' TO SMC-TAG.
022900     MOVE WS-NO-REPLY-COUNT TO SMC-COUNT.
023000     PERFORM WRITE-SUMMARY-COUNT.
023100     MOVE 'VALUE NO REPLY                ' TO SMA-TAG.
023200     MOVE WS-NO-REPLY-VALUE TO SMA-AMOUNT.
023300     PERFORM WRITE-SUMMARY-AMOUNT.
023400     MOVE 'NOT MAILED - NO ADDRESS       ' TO SMC-TAG.
023500     MOVE WS-NOT-MAILED-COUNT TO SMC-COUNT.
023600     PERFORM WRITE-SUMMARY-COUNT.
023700     MOVE 'VALUE NOT MAILED              ' TO SMA-TAG.
023800     MOVE WS-NOT-MAILED-VALUE TO SMA-AMOUNT.
023900     PERFORM WRITE-SUMMARY-AMOUNT.
024000******************************************************************
024100 WRITE-SUMMARY-COUNT.
024200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024300     MOVE SUMMARY-COUNT-LINE TO OUTPUT-LINE.
024400     WRITE OUTPUT-RECORD.
024500     MOVE 1 TO LINE-SPACING.
024600******************************************************************
024700 WRITE-SUMMARY-AMOUNT.
024800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024900     MOVE SUMMARY-AMOUNT-LINE TO OUTPUT-LINE.
025000     WRITE OUTPUT-RECORD.
025100     MOVE 1 TO LINE-SPACING.
025200******************************************************************
025300 WRITE-HEADER.
025400     MOVE ZERO TO LINES-WRITTEN.
025500     ACCEPT HDR-PRT-DATE FROM DATE.
025600     ACCEPT HDR-PRT-TIME FROM TIME.
025700     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
025800     ADD 1 TO PAGE-COUNT
025900     MOVE ' AUDIT CONFIRMATION EXCEPTIONS '   TO REPORT-TITLE.
026000     MOVE PAGE-COUNT TO PAGE-NUMBER.
026100     MOVE HEADER-RECORD TO OUTPUT-LINE.
026200     WRITE OUTPUT-RECORD.
026300     MOVE 1 TO LINE-SPACING.
026400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026500     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
026600     WRITE OUTPUT-RECORD.
026700     ADD 1 TO LINES-WRITTEN.
