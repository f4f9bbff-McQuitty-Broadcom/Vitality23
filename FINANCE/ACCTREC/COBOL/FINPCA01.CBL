000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINPCA01.
      ******************************************************************
      * FINPCA01 -- APPROVAL PROGRAM FOR THE PENDING-CHANGES FILE (SEE
      *             PENDCHG). FINMNT01, FINCLM01, FINCTM01 AND FINCRM01
      *             PEND THE MAINTENANCE CARDS THAT NEED A SECOND
      *             PERSON INSTEAD OF APPLYING THEM; EACH APPROVAL CARD
      *             HERE QUOTES ONE PENDING KEY AS THE SUBMITTING RUN
      *             PRINTED IT AND APPROVES ('A') OR REJECTS ('R') IT.
      *             THE APPROVER MUST BE ON THE AUTHORIZED-OPERATORS
      *             FILE WITH THE APPROVER FLAG SET, MUST NOT BE THE
      *             OPERATOR WHO SUBMITTED THE CHANGE, AND MUST GIVE A
      *             REASON CODE; THE CHANGE MUST STILL BE PENDING.
      *             NOTHING IS APPLIED HERE -- THE OWNING PROGRAM'S
      *             NEXT RUN APPLIES ITS APPROVED CARDS. AN AUDIT
      *             LISTING SHOWS EACH DECISION, WHO MADE THE CHANGE,
      *             WHO DECIDED IT AND WHEN; A REJECTED APPROVAL CARD
      *             ENDS THE RUN RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-01  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT APPROVAL-FILE ASSIGN U-T-PCAPRV.
000800     SELECT OPTIONAL OPERATOR-FILE ASSIGN U-T-OPAUTH.
000900     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS PC-KEY
001300        FILE STATUS IS WS-PENDCH-STATUS.
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
002400 FD APPROVAL-FILE
002500     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 80 CHARACTERS
002700     DATA RECORD IS APPROVAL-CARD-RECORD.
002800   01 APPROVAL-CARD-RECORD.
002900     02 PCA-DECISION           PIC X(01).
003000        88  PCA-IS-APPROVE     VALUE 'A'.
003100        88  PCA-IS-REJECT      VALUE 'R'.
003200     02 PCA-PENDING-KEY.
003300        03 PCA-PROGRAM-ID      PIC X(08).
003400        03 PCA-SUBMIT-DATE     PIC 9(08).
003500        03 PCA-SUBMIT-TIME     PIC 9(06).
003600        03 PCA-CARD-SEQUENCE   PIC 9(04).
003700     02 PCA-REASON-CODE        PIC X(04).
003800     02 PCA-APPROVER-ID        PIC X(08).
003900     02 FILLER                 PIC X(41).
004000 FD OPERATOR-FILE
004100     LABEL RECORDS ARE STANDARD
004200     RECORD CONTAINS 80 CHARACTERS
004300     DATA RECORD IS OPERATOR-RECORD.
004400   01 OPERATOR-RECORD.
004500     02 OA-OPERATOR-ID         PIC X(08).
004600     02 OA-OPERATOR-NAME       PIC X(20).
004700     02 OA-TEST-AUTH-FLAG      PIC X(01).
004800     02 OA-UPDATE-AUTH-FLAG    PIC X(01).
004900     02 OA-APPROVER-FLAG       PIC X(01).
005000     02 FILLER                 PIC X(49).
005100 FD PENDING-FILE
005200     LABEL RECORDS ARE STANDARD
005300     DATA RECORD IS PENDING-CHANGE-RECORD.
005400 COPY PENDCHG.
      ******************************************************************
005500 WORKING-STORAGE SECTION.
005600 COPY HEADER1.
005700 01  PROGRAM-WORK-FIELDS.
005800     02  INPUT-SWITCH      PIC X(3).
005900         88  END-OF-FILE   VALUE 'EOF'.
006000     02  OPAUTH-SWITCH     PIC X(3)  VALUE 'GO '.
006100         88  END-OF-OPAUTH VALUE 'EOF'.
006200     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
006300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006400     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
006500     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
006600     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
006700         88  RECORD-FOUND  VALUE 'YES'.
006800     02  ENTRY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
006900         88  ENTRY-FOUND   VALUE 'YES'.
007000     02  WS-ENTRY-SUB      PIC 9(2)  COMP.
007100     02  WS-ENTRY-COUNT    PIC 9(2)  COMP VALUE ZERO.
007200     02  WS-APPROVED-COUNT PIC 9(5)  VALUE ZERO.
007300     02  WS-REJECTED-COUNT PIC 9(5)  VALUE ZERO.
007400     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007500 01  DATE-WORK-FIELDS.
007600     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007700     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
007800 01  OPERATOR-TABLE.
007900     05  OPERATOR-ENTRY OCCURS 50 TIMES.
008000         10  OPE-OPERATOR-ID   PIC X(08).
008100         10  OPE-APPROVER-FLAG PIC X(01).
008200 COPY PAGING.
008300 COPY FINBDC01.
008400 01  AUDIT-DETAIL-LINE.
008500     02  FILLER                PIC X(2).
008600     02  AUD-DECISION          PIC X(8).
008700     02  FILLER                PIC X(2).
008800     02  AUD-KEY               PIC X(26).
008900     02  FILLER                PIC X(2).
009000     02  AUD-ITEM-KEY          PIC X(12).
009100     02  FILLER                PIC X(2).
009200     02  AUD-CHANGE-TYPE       PIC X(20).
009300     02  FILLER                PIC X(2).
009400     02  AUD-SUBMITTED-BY      PIC X(8).
009500     02  FILLER                PIC X(2).
009600     02  AUD-APPROVER          PIC X(8).
009700     02  FILLER                PIC X(2).
009800     02  AUD-REASON            PIC X(4).
009900     02  FILLER                PIC X(2).
010000     02  AUD-DATE              PIC 9(6).
010100     02  FILLER                PIC X(1).
010200     02  AUD-TIME              PIC 9(8).
010300     02  FILLER                PIC X(13).
010400 01  REJECT-DETAIL-LINE.
010500     02  FILLER                PIC X(2).
010600     02  REJ-KEY               PIC X(26).
010700     02  FILLER                PIC X(2).
010800     02  REJ-APPROVER          PIC X(8).
010900     02  FILLER                PIC X(2).
011000     02  REJ-REASON-TEXT       PIC X(36).
011100     02  FILLER                PIC X(56).
011200 01  COLUMN-HEADING-LINE.
011300     02  FILLER                PIC X(2).
011400     02  FILLER                PIC X(8)  VALUE 'DECISION'.
011500     02  FILLER                PIC X(2).
011600     02  FILLER                PIC X(26) VALUE 'PENDING KEY'.
011700     02  FILLER                PIC X(2).
011800     02  FILLER                PIC X(12) VALUE 'ITEM'.
011900     02  FILLER                PIC X(2).
012000     02  FILLER                PIC X(20) VALUE 'CHANGE'.
012100     02  FILLER                PIC X(2).
012200     02  FILLER                PIC X(8)  VALUE 'MADE BY'.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(8)  VALUE 'APPROVER'.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(4)  VALUE 'RSN'.
012700     02  FILLER                PIC X(2).
012800     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
012900     02  FILLER                PIC X(13).
013000******************************************************************
013100 PROCEDURE DIVISION.
013200     DISPLAY 'FINPCA01 - PENDING-CHANGE APPROVAL STARTING'.
013300     ACCEPT WS-MAINT-DATE FROM DATE.
013400     ACCEPT WS-MAINT-TIME FROM TIME.
013500     MOVE ZERO TO BD-REQUEST-DATE.
013600     CALL 'FINBDT01' USING FINBDC01-RECORD.
013700     PERFORM LOAD-OPERATOR-TABLE.
013800     OPEN INPUT  APPROVAL-FILE
013900          OUTPUT REPORT-FILE.
014000     OPEN I-O PENDING-FILE.
014100     PERFORM WRITE-HEADER.
014200     PERFORM GET-APPROVAL-CARD.
014300     PERFORM DECIDE-AND-READ
014400        UNTIL END-OF-FILE.
014500     CLOSE APPROVAL-FILE PENDING-FILE REPORT-FILE.
014600     DISPLAY 'FINPCA01 - CHANGES APPROVED: ' WS-APPROVED-COUNT.
014700     DISPLAY 'FINPCA01 - CHANGES REJECTED: ' WS-REJECTED-COUNT.
014800     DISPLAY 'FINPCA01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
014900     IF WS-REJECT-COUNT > ZERO
015000        MOVE 4 TO RETURN-CODE
015100     END-IF.
015200     GOBACK.
015300******************************************************************
015400 LOAD-OPERATOR-TABLE.
015500     OPEN INPUT OPERATOR-FILE.
015600     PERFORM LOAD-OPERATOR-RECORD
015700        UNTIL END-OF-OPAUTH.
015800     CLOSE OPERATOR-FILE.
015900******************************************************************
016000 LOAD-OPERATOR-RECORD.
016100     READ OPERATOR-FILE AT END
016200         MOVE 'EOF' TO OPAUTH-SWITCH
016300     NOT AT END
016400         IF WS-ENTRY-COUNT < 50
016500            ADD 1 TO WS-ENTRY-COUNT
016600            MOVE OA-OPERATOR-ID
016700                TO OPE-OPERATOR-ID (WS-ENTRY-COUNT)
016800            MOVE OA-APPROVER-FLAG
016900                TO OPE-APPROVER-FLAG (WS-ENTRY-COUNT)
017000         END-IF
017100     END-READ.
017200******************************************************************
017300 GET-APPROVAL-CARD.
017400     READ APPROVAL-FILE AT END
017500         MOVE 'EOF' TO INPUT-SWITCH.
017600******************************************************************
017700 DECIDE-AND-READ.
017800     PERFORM DECIDE-PENDING-CHANGE
017900        THRU DECIDE-PENDING-CHANGE-EXIT.
018000     PERFORM GET-APPROVAL-CARD.
018100******************************************************************
      * THE CARD IS CHECKED BEFORE THE PENDING RECORD IS TOUCHED. THE
      * SAME OPERATOR MAY NEVER BOTH MAKE AND APPROVE ONE CHANGE, EVEN
      * WHEN FLAGGED AS AN APPROVER.
      ******************************************************************
018200 DECIDE-PENDING-CHANGE.
018300     IF PCA-REASON-CODE = SPACES
018400           OR PCA-APPROVER-ID = SPACES
018500        MOVE 'REJECTED - NO APPROVER OR REASON' TO
018600            REJ-REASON-TEXT
018700        PERFORM WRITE-REJECT-LINE
018800        GO TO DECIDE-PENDING-CHANGE-EXIT
018900     END-IF.
019000     IF NOT PCA-IS-APPROVE AND NOT PCA-IS-REJECT
019100        MOVE 'REJECTED - DECISION NOT A OR R' TO
019200            REJ-REASON-TEXT
019300        PERFORM WRITE-REJECT-LINE
019400        GO TO DECIDE-PENDING-CHANGE-EXIT
019500     END-IF.
019600     PERFORM FIND-OPERATOR-ENTRY.
019700     IF NOT ENTRY-FOUND
019800        MOVE 'REJECTED - NOT AN AUTHORIZED APPROVER' TO
019900            REJ-REASON-TEXT
020000        PERFORM WRITE-REJECT-LINE
020100        GO TO DECIDE-PENDING-CHANGE-EXIT
020200     END-IF.
020300     PERFORM FIND-PENDING-RECORD.
020400     IF NOT RECORD-FOUND
020500        MOVE 'REJECTED - PENDING CHANGE NOT ON FILE' TO
020600            REJ-REASON-TEXT
020700        PERFORM WRITE-REJECT-LINE
020800        GO TO DECIDE-PENDING-CHANGE-EXIT
020900     END-IF.
021000     IF NOT PC-PENDING
021100        MOVE 'REJECTED - CHANGE ALREADY DECIDED' TO
021200            REJ-REASON-TEXT
021300        PERFORM WRITE-REJECT-LINE
021400        GO TO DECIDE-PENDING-CHANGE-EXIT
021500     END-IF.
021600     IF PC-SUBMITTED-BY = PCA-APPROVER-ID
021700        MOVE 'REJECTED - APPROVER MADE THIS CHANGE' TO
021800            REJ-REASON-TEXT
021900        PERFORM WRITE-REJECT-LINE
022000        GO TO DECIDE-PENDING-CHANGE-EXIT
022100     END-IF.
022200     IF PCA-IS-APPROVE
022300        MOVE 'A' TO PC-STATUS
022400        MOVE 'APPROVE' TO AUD-DECISION
022500        ADD 1 TO WS-APPROVED-COUNT
022600     ELSE
022700        MOVE 'R' TO PC-STATUS
022800        MOVE 'REJECT' TO AUD-DECISION
022900        ADD 1 TO WS-REJECTED-COUNT
023000     END-IF.
023100     MOVE PCA-APPROVER-ID TO PC-DECIDED-BY.
023200     MOVE PCA-REASON-CODE TO PC-DECISION-REASON.
023300     MOVE BD-BUSINESS-DATE TO PC-DECISION-DATE.
023400     REWRITE PENDING-CHANGE-RECORD.
023500     PERFORM WRITE-AUDIT-LINE.
023600 DECIDE-PENDING-CHANGE-EXIT.
023700     EXIT.
023800******************************************************************
023900 FIND-OPERATOR-ENTRY.
024000     MOVE 'NO ' TO ENTRY-FOUND-SWITCH.
024100     PERFORM CHECK-OPERATOR-ENTRY
024200        VARYING WS-ENTRY-SUB FROM 1 BY 1
024300        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
024400           OR ENTRY-FOUND.
024500******************************************************************
024600 CHECK-OPERATOR-ENTRY.
024700     IF OPE-OPERATOR-ID (WS-ENTRY-SUB) = PCA-APPROVER-ID
024800           AND OPE-APPROVER-FLAG (WS-ENTRY-SUB) = 'Y'
024900        SET ENTRY-FOUND TO TRUE
025000     END-IF.
025100******************************************************************
025200 FIND-PENDING-RECORD.
025300     MOVE PCA-PENDING-KEY TO PC-KEY.
025400     READ PENDING-FILE
025500         INVALID KEY
025600            MOVE 'NO ' TO FOUND-SWITCH
025700         NOT INVALID KEY
025800            MOVE 'YES' TO FOUND-SWITCH
025900     END-READ.
026000******************************************************************
026100 WRITE-AUDIT-LINE.
026200     IF LINES-WRITTEN >= WS-PAGE-SIZE
026300        PERFORM WRITE-HEADER
026400        MOVE 2 TO LINE-SPACING
026500     END-IF.
026600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026700     MOVE PC-KEY TO AUD-KEY.
026800     MOVE PC-ITEM-KEY TO AUD-ITEM-KEY.
026900     MOVE PC-CHANGE-TYPE TO AUD-CHANGE-TYPE.
027000     MOVE PC-SUBMITTED-BY TO AUD-SUBMITTED-BY.
027100     MOVE PCA-APPROVER-ID TO AUD-APPROVER.
027200     MOVE PCA-REASON-CODE TO AUD-REASON.
027300     MOVE WS-MAINT-DATE TO AUD-DATE.
027400     MOVE WS-MAINT-TIME TO AUD-TIME.
027500     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
027600     WRITE OUTPUT-RECORD.
027700     ADD 1 TO LINES-WRITTEN.
027800     MOVE 1 TO LINE-SPACING.
027900******************************************************************
028000 WRITE-REJECT-LINE.
028100     ADD 1 TO WS-REJECT-COUNT.
028200     IF LINES-WRITTEN >= WS-PAGE-SIZE
028300        PERFORM WRITE-HEADER
028400        MOVE 2 TO LINE-SPACING
028500     END-IF.
028600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
028700     MOVE PCA-PENDING-KEY TO REJ-KEY.
028800     MOVE PCA-APPROVER-ID TO REJ-APPROVER.
028900     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
029000     WRITE OUTPUT-RECORD.
029100     ADD 1 TO LINES-WRITTEN.
029200     MOVE 1 TO LINE-SPACING.
029300******************************************************************
029400 WRITE-HEADER.
029500     MOVE ZERO TO LINES-WRITTEN.
029600     ACCEPT HDR-PRT-DATE FROM DATE.
029700     ACCEPT HDR-PRT-TIME FROM TIME.
029800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
029900     ADD 1 TO PAGE-COUNT
030000     MOVE '   PENDING-CHANGE APPROVALS    '   TO REPORT-TITLE.
030100     MOVE PAGE-COUNT TO PAGE-NUMBER.
030200     MOVE HEADER-RECORD TO OUTPUT-LINE.
030300     WRITE OUTPUT-RECORD.
030400     MOVE 1 TO LINE-SPACING.
030500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
030600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
030700     WRITE OUTPUT-RECORD.
030800     ADD 1 TO LINES-WRITTEN.
