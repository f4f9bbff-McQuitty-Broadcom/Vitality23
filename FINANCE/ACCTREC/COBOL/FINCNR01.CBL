000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCNR01.
      ******************************************************************
      * FINCNR01 -- RECORDS THE REPLIES TO THE AUDITOR CONFIRMATION
      *             LETTERS FINCNF01 SENT. ONE CARD PER REPLY, NAMING
      *             THE CONFIRMATION DATE AND ACCOUNT OF THE SAMPLE
      *             ENTRY (SEE CONFIRM):
      *               A  THE CUSTOMER AGREES THE BALANCE. AN AMOUNT ON
      *                  THE CARD MUST BE THE BALANCE CONFIRMED; A
      *                  BLANK AMOUNT TAKES IT.
      *               D  THE CUSTOMER DISAGREES AND SHOWS THE AMOUNT ON
      *                  THE CARD (SIGN '-' FOR A CREDIT THEY HOLD).
      *                  THE DIFFERENCE IS KEPT FOR THE EXCEPTIONS
      *                  REPORT (FINCNX01).
      *             A LATER CARD FOR THE SAME ENTRY REPLACES THE
      *             EARLIER REPLY. A BLANK REPLY DATE TAKES THE
      *             BUSINESS DATE. EVERY CARD MUST CARRY AN OPERATOR
      *             ID AND A REASON CODE OR IS REJECTED -- THE
      *             FINCLM01 DISCIPLINE. ANY REJECT ENDS THE RUN
      *             RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-19  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-CNFRSP.
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
002300 FD MAINT-FILE
002400     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 80 CHARACTERS
002600     DATA RECORD IS MAINT-CARD-RECORD.
002700   01 MAINT-CARD-RECORD.
002800     02 CRC-CONFIRM-DATE       PIC 9(08).
002900     02 CRC-ACCOUNT-NUMBER     PIC 9(08).
003000     02 CRC-RESPONSE-CODE      PIC X(01).
003100        88  CRC-IS-AGREED      VALUE 'A'.
003200        88  CRC-IS-DISPUTED    VALUE 'D'.
003300     02 CRC-AMOUNT             PIC 9(07)V99.
003400     02 CRC-AMOUNT-X REDEFINES CRC-AMOUNT PIC X(09).
003500     02 CRC-AMOUNT-SIGN        PIC X(01).
003600        88  CRC-AMOUNT-CREDIT  VALUE '-'.
003700     02 CRC-RESPONSE-DATE      PIC 9(08).
003800     02 CRC-REASON-CODE        PIC X(04).
003900     02 CRC-OPERATOR-ID        PIC X(08).
004000     02 FILLER                 PIC X(33).
004100 FD CONFIRM-FILE
004200     LABEL RECORDS ARE STANDARD
004300     DATA RECORD IS CONFIRMATION-RECORD.
004400 COPY CONFIRM.
      ******************************************************************
004500 WORKING-STORAGE SECTION.
004600 COPY HEADER1.
004700 01  PROGRAM-WORK-FIELDS.
004800     02  INPUT-SWITCH      PIC X(3).
004900         88  END-OF-FILE   VALUE 'EOF'.
005000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
005100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
005200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
005300     02  WS-CONFRM-STATUS  PIC X(2)  VALUE ZERO.
005400     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
005500         88  RECORD-FOUND  VALUE 'YES'.
005600     02  WS-OLD-STATUS     PIC X(1)  VALUE SPACE.
005700     02  WS-STATED-AMOUNT  PIC S9(7)V99 VALUE ZERO.
005800     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
005900     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
006000 01  DATE-WORK-FIELDS.
006100     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
006200     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
006300 COPY PAGING.
006400 COPY FINBDC01.
006500 01  AUDIT-DETAIL-LINE.
006600     02  FILLER                PIC X(2).
006700     02  AUD-ACTION            PIC X(9).
006800     02  FILLER                PIC X(2).
006900     02  AUD-CONFIRM-DATE      PIC 9(8).
007000     02  FILLER                PIC X(2).
007100     02  AUD-ACCOUNT           PIC 9(8).
007200     02  FILLER                PIC X(2).
007300     02  AUD-BALANCE           PIC Z,ZZZ,ZZ9.99-.
007400     02  FILLER                PIC X(2).
007500     02  AUD-STATED            PIC Z,ZZZ,ZZ9.99-.
007600     02  FILLER                PIC X(2).
007700     02  AUD-DIFFERENCE        PIC Z,ZZZ,ZZ9.99-.
007800     02  FILLER                PIC X(2).
007900     02  AUD-OLD-STATUS        PIC X(1).
008000     02  FILLER                PIC X(4)  VALUE ' -> '.
008100     02  AUD-NEW-STATUS        PIC X(1).
008200     02  FILLER                PIC X(2).
008300     02  AUD-REASON            PIC X(4).
008400     02  FILLER                PIC X(2).
008500     02  AUD-OPERATOR          PIC X(8).
008600     02  FILLER                PIC X(2).
008700     02  AUD-DATE              PIC 9(6).
008800     02  FILLER                PIC X(1).
008900     02  AUD-TIME              PIC 9(8).
009000     02  FILLER                PIC X(15).
009100 01  REJECT-DETAIL-LINE.
009200     02  FILLER                PIC X(2).
009300     02  REJ-ACTION            PIC X(1).
009400     02  FILLER                PIC X(1).
009500     02  REJ-ACCOUNT           PIC X(8).
009600     02  FILLER                PIC X(2).
009700     02  REJ-REASON-TEXT       PIC X(40).
009800     02  FILLER                PIC X(78).
009900 01  COLUMN-HEADING-LINE.
010000     02  FILLER                PIC X(2).
010100     02  FILLER                PIC X(9)  VALUE 'REPLY'.
010200     02  FILLER                PIC X(2).
010300     02  FILLER                PIC X(8)  VALUE 'CONF DT'.
010400     02  FILLER                PIC X(2).
010500     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
010600     02  FILLER                PIC X(2).
010700     02  FILLER                PIC X(13) VALUE '  OUR BALANCE'.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(13) VALUE '  THEY STATE'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(13) VALUE '   DIFFERENCE'.
011200     02  FILLER                PIC X(2).
011300     02  FILLER                PIC X(6)  VALUE 'STATUS'.
011400     02  FILLER                PIC X(2).
011500     02  FILLER                PIC X(4)  VALUE 'RSN'.
011600     02  FILLER                PIC X(2).
011700     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
011800     02  FILLER                PIC X(2).
011900     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
012000     02  FILLER                PIC X(15).
012100******************************************************************
012200 PROCEDURE DIVISION.
012300     DISPLAY 'FINCNR01 - CONFIRMATION REPLIES STARTING'.
012400     ACCEPT WS-MAINT-DATE FROM DATE.
012500     ACCEPT WS-MAINT-TIME FROM TIME.
012600     MOVE ZERO TO BD-REQUEST-DATE.
012700     CALL 'FINBDT01' USING FINBDC01-RECORD.
012800     OPEN INPUT  MAINT-FILE
012900          OUTPUT REPORT-FILE.
013000     OPEN I-O CONFIRM-FILE.
013100     PERFORM WRITE-HEADER.
013200     PERFORM GET-MAINT-CARD.
013300     PERFORM APPLY-AND-READ
013400        UNTIL END-OF-FILE.
013500     CLOSE MAINT-FILE CONFIRM-FILE REPORT-FILE.
013600     DISPLAY 'FINCNR01 - REPLIES RECORDED: ' WS-APPLIED-COUNT.
013700     DISPLAY 'FINCNR01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
013800     IF WS-REJECT-COUNT > ZERO
013900        MOVE 4 TO RETURN-CODE
014000     END-IF.
014100     GOBACK.
      ******************************************************************
014200 GET-MAINT-CARD.
014300     READ MAINT-FILE AT END
014400         MOVE 'EOF' TO INPUT-SWITCH.
      ******************************************************************
014500 APPLY-AND-READ.
014600     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
014700     PERFORM GET-MAINT-CARD.
      ******************************************************************
014800 APPLY-MAINT-CARD.
014900     IF CRC-REASON-CODE = SPACES
015000           OR CRC-OPERATOR-ID = SPACES
015100        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
015200            REJ-REASON-TEXT
015300        PERFORM WRITE-REJECT-LINE
015400        GO TO APPLY-MAINT-CARD-EXIT
015500     END-IF.
015600     IF NOT CRC-IS-AGREED AND NOT CRC-IS-DISPUTED
015700        MOVE 'REJECTED - REPLY CODE NOT A OR D' TO
015800            REJ-REASON-TEXT
015900        PERFORM WRITE-REJECT-LINE
016000        GO TO APPLY-MAINT-CARD-EXIT
016100     END-IF.
016200     IF CRC-ACCOUNT-NUMBER NOT NUMERIC
016300           OR CRC-ACCOUNT-NUMBER = ZERO
016400           OR CRC-CONFIRM-DATE NOT NUMERIC
016500           OR CRC-CONFIRM-DATE = ZERO
016600        MOVE 'REJECTED - BAD ACCOUNT OR CONFIRM DATE' TO
016700            REJ-REASON-TEXT
016800        PERFORM WRITE-REJECT-LINE
016900        GO TO APPLY-MAINT-CARD-EXIT
017000     END-IF.
017100     IF CRC-AMOUNT-X = SPACES
017200        MOVE ZERO TO CRC-AMOUNT
017300     END-IF.
017400     IF CRC-AMOUNT NOT NUMERIC
017500        MOVE 'REJECTED - AMOUNT NOT NUMERIC' TO
017600            REJ-REASON-TEXT
017700        PERFORM WRITE-REJECT-LINE
017800        GO TO APPLY-MAINT-CARD-EXIT
017900     END-IF.
018000     IF CRC-RESPONSE-DATE NOT NUMERIC
018100           OR CRC-RESPONSE-DATE = ZERO
018200        MOVE BD-BUSINESS-DATE TO CRC-RESPONSE-DATE
018300     END-IF.
018400     PERFORM FIND-CONFIRMATION-RECORD.
018500     IF NOT RECORD-FOUND
018600        MOVE 'REJECTED - NOT IN THAT DATE''S SAMPLE' TO
018700            REJ-REASON-TEXT
018800        PERFORM WRITE-REJECT-LINE
018900        GO TO APPLY-MAINT-CARD-EXIT
019000     END-IF.
019100     IF CRC-AMOUNT-CREDIT
019200        COMPUTE WS-STATED-AMOUNT = ZERO - CRC-AMOUNT
019300     ELSE
019400        MOVE CRC-AMOUNT TO WS-STATED-AMOUNT
019500     END-IF.
019600     IF CRC-IS-AGREED
019700        IF CRC-AMOUNT = ZERO
019800           MOVE CF-BALANCE TO WS-STATED-AMOUNT
019900        END-IF
020000        IF WS-STATED-AMOUNT NOT = CF-BALANCE
020100           MOVE 'REJECTED - AGREED BUT AMOUNT DIFFERS' TO
020200               REJ-REASON-TEXT
020300           PERFORM WRITE-REJECT-LINE
020400           GO TO APPLY-MAINT-CARD-EXIT
020500        END-IF
020600     ELSE
020700        IF WS-STATED-AMOUNT = CF-BALANCE
020800           MOVE 'REJECTED - DISAGREES BUT AMOUNT AGREES' TO
020900               REJ-REASON-TEXT
021000           PERFORM WRITE-REJECT-LINE
021100           GO TO APPLY-MAINT-CARD-EXIT
021200        END-IF
021300     END-IF.
021400     MOVE CF-RESPONSE-STATUS TO WS-OLD-STATUS.
021500     MOVE CRC-RESPONSE-CODE TO CF-RESPONSE-STATUS.
021600     MOVE WS-STATED-AMOUNT TO CF-RESPONSE-AMOUNT.
021700     COMPUTE CF-DIFFERENCE = CF-BALANCE - WS-STATED-AMOUNT.
021800     MOVE CRC-RESPONSE-DATE TO CF-RESPONSE-DATE.
021900     MOVE CRC-OPERATOR-ID TO CF-OPERATOR-ID.
022000     MOVE CRC-REASON-CODE TO CF-REASON-CODE.
022100     REWRITE CONFIRMATION-RECORD.
022200     IF CRC-IS-AGREED
022300        MOVE 'AGREED' TO AUD-ACTION
022400     ELSE
022500        MOVE 'DISAGREED' TO AUD-ACTION
022600     END-IF.
022700     PERFORM WRITE-AUDIT-LINE.
022800 APPLY-MAINT-CARD-EXIT.
022900     EXIT.
      ******************************************************************
023000 FIND-CONFIRMATION-RECORD.
023100     MOVE CRC-CONFIRM-DATE TO CF-CONFIRM-DATE.
023200     MOVE CRC-ACCOUNT-NUMBER TO CF-ACCOUNT-NUMBER.
023300     READ CONFIRM-FILE
023400         INVALID KEY
023500            MOVE 'NO ' TO FOUND-SWITCH
023600         NOT INVALID KEY
023700            MOVE 'YES' TO FOUND-SWITCH
023800     END-READ.
      ******************************************************************
023900 WRITE-AUDIT-LINE.
024000     ADD 1 TO WS-APPLIED-COUNT.
024100     IF LINES-WRITTEN >= WS-PAGE-SIZE
024200        PERFORM WRITE-HEADER
024300        MOVE 2 TO LINE-SPACING
024400     END-IF.
024500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024600     MOVE CF-CONFIRM-DATE TO AUD-CONFIRM-DATE.
024700     MOVE CF-ACCOUNT-NUMBER TO AUD-ACCOUNT.
024800     MOVE CF-BALANCE TO AUD-BALANCE.
024900     MOVE CF-RESPONSE-AMOUNT TO AUD-STATED.
025000     MOVE CF-DIFFERENCE TO AUD-DIFFERENCE.
025100     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS.
025200     MOVE CF-RESPONSE-STATUS TO AUD-NEW-STATUS.
025300     MOVE CRC-REASON-CODE TO AUD-REASON.
025400     MOVE CRC-OPERATOR-ID TO AUD-OPERATOR.
025500     MOVE WS-MAINT-DATE TO AUD-DATE.
025600     MOVE WS-MAINT-TIME TO AUD-TIME.
025700     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
025800     WRITE OUTPUT-RECORD.
025900     ADD 1 TO LINES-WRITTEN.
026000     MOVE 1 TO LINE-SPACING.
      ******************************************************************
026100 WRITE-REJECT-LINE.
026200     ADD 1 TO WS-REJECT-COUNT.
026300     IF LINES-WRITTEN >= WS-PAGE-SIZE
026400        PERFORM WRITE-HEADER
026500        MOVE 2 TO LINE-SPACING
026600     END-IF.
026700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026800     MOVE CRC-RESPONSE-CODE TO REJ-ACTION.
026900     MOVE CRC-ACCOUNT-NUMBER TO REJ-ACCOUNT.
027000     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
027100     WRITE OUTPUT-RECORD.
027200     ADD 1 TO LINES-WRITTEN.
027300     MOVE 1 TO LINE-SPACING.
      ******************************************************************
027400 WRITE-HEADER.
027500     MOVE ZERO TO LINES-WRITTEN.
027600     ACCEPT HDR-PRT-DATE FROM DATE.
027700     ACCEPT HDR-PRT-TIME FROM TIME.
027800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
027900     ADD 1 TO PAGE-COUNT
028000     MOVE '  AUDIT CONFIRMATION REPLIES   '   TO REPORT-TITLE.
028100     MOVE PAGE-COUNT TO PAGE-NUMBER.
028200     MOVE HEADER-RECORD TO OUTPUT-LINE.
028300     WRITE OUTPUT-RECORD.
028400     MOVE 1 TO LINE-SPACING.
028500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
028600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
028700     WRITE OUTPUT-RECORD.
028800     ADD 1 TO LINES-WRITTEN.
