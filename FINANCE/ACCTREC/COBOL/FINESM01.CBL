000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINESM01.
      ******************************************************************
      * FINESM01 -- RESPONSE MAINTENANCE FOR THE UNCLAIMED-PROPERTY
      *             CASE FILE (SEE ESCHEAT). FINESC01 OPENS A CASE AND
      *             SENDS A DUE-DILIGENCE LETTER WHEN A CREDIT BALANCE
      *             GOES DORMANT; THESE CARDS RECORD WHAT CAME BACK:
      *               C  THE OWNER CLAIMED THE BALANCE OR OTHERWISE
      *                  MADE CONTACT. THE CASE IS CLOSED OUT OF THE
      *                  HOLDER REPORT AND DORMANCY RUNS AGAIN FROM
      *                  THE RESPONSE DATE.
      *               U  THE LETTER WAS RETURNED UNDELIVERABLE. THE
      *                  CASE STAYS OPEN AND IS REPORTED AT THE NEXT
      *                  CUTOFF WITHOUT WAITING OUT THE RESPONSE DAYS.
      *             ONLY AN OPEN CASE TAKES A RESPONSE, AND ONLY A CASE
      *             WITH A LETTER OUT CAN BE MARKED UNDELIVERABLE. A
      *             BLANK RESPONSE DATE TAKES THE BUSINESS DATE. EVERY
      *             CARD MUST CARRY AN OPERATOR ID AND A REASON CODE OR
      *             IS REJECTED -- THE FINCLM01 DISCIPLINE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-18  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-ESCRSP.
000800     SELECT CASE-FILE ASSIGN U-T-ESCTRK
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS UP-ACCOUNT-NUMBER
001200        FILE STATUS IS WS-CASE-STATUS.
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
002800     02 RSC-RESPONSE-CODE      PIC X(01).
002900        88  RSC-IS-CLAIMED     VALUE 'C'.
003000        88  RSC-IS-UNDELIVERABLE VALUE 'U'.
003100     02 RSC-ACCOUNT-NUMBER     PIC 9(08).
003200     02 RSC-RESPONSE-DATE      PIC 9(08).
003300     02 RSC-REASON-CODE        PIC X(04).
003400     02 RSC-OPERATOR-ID        PIC X(08).
003500     02 FILLER                 PIC X(51).
003600 FD CASE-FILE
003700     LABEL RECORDS ARE STANDARD
003800     DATA RECORD IS ESCHEAT-CASE-RECORD.
003900 COPY ESCHEAT.
      ******************************************************************
004000 WORKING-STORAGE SECTION.
004100 COPY HEADER1.
004200 01  PROGRAM-WORK-FIELDS.
004300     02  INPUT-SWITCH      PIC X(3).
004400         88  END-OF-FILE   VALUE 'EOF'.
004500     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
004600     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
004700     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004800     02  WS-CASE-STATUS    PIC X(2)  VALUE ZERO.
004900     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
005000         88  RECORD-FOUND  VALUE 'YES'.
005100     02  WS-OLD-STATUS     PIC X(1)  VALUE SPACE.
005200     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
005300     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
005400 01  DATE-WORK-FIELDS.
005500     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
005600     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
005700 COPY PAGING.
005800 COPY FINBDC01.
005900 01  AUDIT-DETAIL-LINE.
006000     02  FILLER                PIC X(2).
006100     02  AUD-ACTION            PIC X(13).
006200     02  FILLER                PIC X(2).
006300     02  AUD-ACCOUNT           PIC 9(8).
006400     02  FILLER                PIC X(2).
006500     02  AUD-STATE             PIC X(2).
006600     02  FILLER                PIC X(2).
006700     02  AUD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
006800     02  FILLER                PIC X(2).
006900     02  AUD-OLD-STATUS        PIC X(1).
007000     02  FILLER                PIC X(4)  VALUE ' -> '.
007100     02  AUD-NEW-STATUS        PIC X(1).
007200     02  FILLER                PIC X(2).
007300     02  AUD-RESPONSE-DATE     PIC 9(8).
007400     02  FILLER                PIC X(2).
007500     02  AUD-REASON            PIC X(4).
007600     02  FILLER                PIC X(2).
007700     02  AUD-OPERATOR          PIC X(8).
007800     02  FILLER                PIC X(2).
007900     02  AUD-DATE              PIC 9(6).
008000     02  FILLER                PIC X(1).
008100     02  AUD-TIME              PIC 9(8).
008200     02  FILLER                PIC X(38).
008300 01  REJECT-DETAIL-LINE.
008400     02  FILLER                PIC X(2).
008500     02  REJ-ACTION            PIC X(1).
008600     02  FILLER                PIC X(1).
008700     02  REJ-ACCOUNT           PIC X(8).
008800     02  FILLER                PIC X(2).
008900     02  REJ-REASON-TEXT       PIC X(40).
009000     02  FILLER                PIC X(78).
009100 01  COLUMN-HEADING-LINE.
009200     02  FILLER                PIC X(2).
009300     02  FILLER                PIC X(13) VALUE 'RESPONSE'.
009400     02  FILLER                PIC X(2).
009500     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
009600     02  FILLER                PIC X(2).
009700     02  FILLER                PIC X(2)  VALUE 'ST'.
009800     02  FILLER                PIC X(2).
009900     02  FILLER                PIC X(12) VALUE '      CREDIT'.
010000     02  FILLER                PIC X(2).
010100     02  FILLER                PIC X(6)  VALUE 'STATUS'.
010200     02  FILLER                PIC X(2).
010300     02  FILLER                PIC X(8)  VALUE 'RESPONSE'.
010400     02  FILLER                PIC X(2).
010500     02  FILLER                PIC X(4)  VALUE 'RSN'.
010600     02  FILLER                PIC X(2).
010700     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
011000     02  FILLER                PIC X(38).
011100******************************************************************
011200 PROCEDURE DIVISION.
011300     DISPLAY 'FINESM01 - UNCLAIMED-PROPERTY RESPONSES STARTING'.
011400     ACCEPT WS-MAINT-DATE FROM DATE.
011500     ACCEPT WS-MAINT-TIME FROM TIME.
011600     MOVE ZERO TO BD-REQUEST-DATE.
011700     CALL 'FINBDT01' USING FINBDC01-RECORD.
011800     OPEN INPUT  MAINT-FILE
011900          OUTPUT REPORT-FILE.
012000     OPEN I-O CASE-FILE.
012100     PERFORM WRITE-HEADER.
012200     PERFORM GET-MAINT-CARD.
012300     PERFORM APPLY-AND-READ
012400        UNTIL END-OF-FILE.
012500     CLOSE MAINT-FILE CASE-FILE REPORT-FILE.
012600     DISPLAY 'FINESM01 - RESPONSES APPLIED: ' WS-APPLIED-COUNT.
012700     DISPLAY 'FINESM01 - CARDS REJECTED:    ' WS-REJECT-COUNT.
012800     IF WS-REJECT-COUNT > ZERO
012900        MOVE 4 TO RETURN-CODE
013000     END-IF.
013100     GOBACK.
      ******************************************************************
013200 GET-MAINT-CARD.
013300     READ MAINT-FILE AT END
013400         MOVE 'EOF' TO INPUT-SWITCH.
      ******************************************************************
013500 APPLY-AND-READ.
013600     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
013700     PERFORM GET-MAINT-CARD.
      ******************************************************************
013800 APPLY-MAINT-CARD.
013900     IF RSC-REASON-CODE = SPACES
014000           OR RSC-OPERATOR-ID = SPACES
014100        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
014200            REJ-REASON-TEXT
014300        PERFORM WRITE-REJECT-LINE
014400        GO TO APPLY-MAINT-CARD-EXIT
014500     END-IF.
014600     IF NOT RSC-IS-CLAIMED AND NOT RSC-IS-UNDELIVERABLE
014700        MOVE 'REJECTED - RESPONSE CODE NOT C OR U' TO
014800            REJ-REASON-TEXT
014900        PERFORM WRITE-REJECT-LINE
015000        GO TO APPLY-MAINT-CARD-EXIT
015100     END-IF.
015200     IF RSC-ACCOUNT-NUMBER NOT NUMERIC
015300           OR RSC-ACCOUNT-NUMBER = ZERO
015400        MOVE 'REJECTED - BAD ACCOUNT NUMBER' TO
015500            REJ-REASON-TEXT
015600        PERFORM WRITE-REJECT-LINE
015700        GO TO APPLY-MAINT-CARD-EXIT
015800     END-IF.
015900     IF RSC-RESPONSE-DATE NOT NUMERIC
016000        MOVE BD-BUSINESS-DATE TO RSC-RESPONSE-DATE
016100     END-IF.
016200     IF RSC-RESPONSE-DATE = ZERO
016300        MOVE BD-BUSINESS-DATE TO RSC-RESPONSE-DATE
016400     END-IF.
016500     IF RSC-RESPONSE-DATE > BD-BUSINESS-DATE
016600        MOVE 'REJECTED - RESPONSE DATE IN THE FUTURE' TO
016700            REJ-REASON-TEXT
016800        PERFORM WRITE-REJECT-LINE
016900        GO TO APPLY-MAINT-CARD-EXIT
017000     END-IF.
017100     PERFORM FIND-CASE-RECORD.
017200     IF NOT RECORD-FOUND
017300        MOVE 'REJECTED - NO CASE ON FILE' TO REJ-REASON-TEXT
017400        PERFORM WRITE-REJECT-LINE
017500        GO TO APPLY-MAINT-CARD-EXIT
017600     END-IF.
017700     IF NOT UP-CASE-OPEN
017800        MOVE 'REJECTED - CASE IS NOT OPEN' TO REJ-REASON-TEXT
017900        PERFORM WRITE-REJECT-LINE
018000        GO TO APPLY-MAINT-CARD-EXIT
018100     END-IF.
018200     IF RSC-IS-UNDELIVERABLE AND NOT UP-LETTER-SENT
018300        MOVE 'REJECTED - NO LETTER OUT ON THIS CASE' TO
018400            REJ-REASON-TEXT
018500        PERFORM WRITE-REJECT-LINE
018600        GO TO APPLY-MAINT-CARD-EXIT
018700     END-IF.
018800     MOVE UP-CASE-STATUS TO WS-OLD-STATUS.
018900     MOVE RSC-RESPONSE-CODE TO UP-CASE-STATUS.
019000     MOVE RSC-RESPONSE-DATE TO UP-RESPONSE-DATE.
019100     MOVE RSC-OPERATOR-ID TO UP-OPERATOR-ID.
019200     MOVE RSC-REASON-CODE TO UP-REASON-CODE.
019300     REWRITE ESCHEAT-CASE-RECORD.
019400     IF RSC-IS-CLAIMED
019500        MOVE 'CLAIMED' TO AUD-ACTION
019600     ELSE
019700        MOVE 'UNDELIVERABLE' TO AUD-ACTION
019800     END-IF.
019900     PERFORM WRITE-AUDIT-LINE.
020000 APPLY-MAINT-CARD-EXIT.
020100     EXIT.
      ******************************************************************
020200 FIND-CASE-RECORD.
020300     MOVE RSC-ACCOUNT-NUMBER TO UP-ACCOUNT-NUMBER.
020400     READ CASE-FILE
020500         INVALID KEY
020600            MOVE 'NO ' TO FOUND-SWITCH
020700         NOT INVALID KEY
020800            MOVE 'YES' TO FOUND-SWITCH
020900     END-READ.
      ******************************************************************
021000 WRITE-AUDIT-LINE.
021100     ADD 1 TO WS-APPLIED-COUNT.
021200     IF LINES-WRITTEN >= WS-PAGE-SIZE
021300        PERFORM WRITE-HEADER
021400        MOVE 2 TO LINE-SPACING
021500     END-IF.
021600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
021700     MOVE UP-ACCOUNT-NUMBER TO AUD-ACCOUNT.
021800     MOVE UP-STATE-CODE TO AUD-STATE.
021900     MOVE UP-AMOUNT TO AUD-AMOUNT.
022000     MOVE WS-OLD-STATUS TO AUD-OLD-STATUS.
022100     MOVE UP-CASE-STATUS TO AUD-NEW-STATUS.
022200     MOVE UP-RESPONSE-DATE TO AUD-RESPONSE-DATE.
022300     MOVE RSC-REASON-CODE TO AUD-REASON.
022400     MOVE RSC-OPERATOR-ID TO AUD-OPERATOR.
022500     MOVE WS-MAINT-DATE TO AUD-DATE.
022600     MOVE WS-MAINT-TIME TO AUD-TIME.
022700     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
022800     WRITE OUTPUT-RECORD.
022900     ADD 1 TO LINES-WRITTEN.
023000     MOVE 1 TO LINE-SPACING.
      ******************************************************************
023100 WRITE-REJECT-LINE.
023200     ADD 1 TO WS-REJECT-COUNT.
023300     IF LINES-WRITTEN >= WS-PAGE-SIZE
023400        PERFORM WRITE-HEADER
023500        MOVE 2 TO LINE-SPACING
023600     END-IF.
023700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
023800     MOVE RSC-RESPONSE-CODE TO REJ-ACTION.
023900     MOVE RSC-ACCOUNT-NUMBER TO REJ-ACCOUNT.
024000     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
024100     WRITE OUTPUT-RECORD.
024200     ADD 1 TO LINES-WRITTEN.
024300     MOVE 1 TO LINE-SPACING.
      ******************************************************************
024400 WRITE-HEADER.
024500     MOVE ZERO TO LINES-WRITTEN.
024600     ACCEPT HDR-PRT-DATE FROM DATE.
024700     ACCEPT HDR-PRT-TIME FROM TIME.
024800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
024900     ADD 1 TO PAGE-COUNT
025000     MOVE '  UNCLAIMED PROPERTY RESPONSES '   TO REPORT-TITLE.
025100     MOVE PAGE-COUNT TO PAGE-NUMBER.
025200     MOVE HEADER-RECORD TO OUTPUT-LINE.
025300     WRITE OUTPUT-RECORD.
025400     MOVE 1 TO LINE-SPACING.
025500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
025700     WRITE OUTPUT-RECORD.
025800     ADD 1 TO LINES-WRITTEN.
