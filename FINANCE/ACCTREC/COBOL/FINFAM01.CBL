000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINFAM01.
      ******************************************************************
      * FINFAM01 -- MAINTENANCE PROGRAM FOR THE CORPORATE ACCOUNT-
      *             FAMILY FILE (SEE ACCTFAM). CARDS ADD, CHANGE OR
      *             DELETE A FAMILY ('F' -- THE PARENT ACCOUNT, FAMILY
      *             NAME AND FAMILY CREDIT LIMIT) OR A CHILD ACCOUNT
      *             ('M' -- THE CHILD AND ITS PARENT). EVERY CARD MUST
      *             CARRY AN OPERATOR ID AND A REASON CODE OR IT IS
      *             REJECTED -- THE FINCLM01 DISCIPLINE. THE ACCOUNT
      *             MUST BE ON THE AR MASTER, A CHILD MUST NAME A
      *             FAMILY ALREADY ON FILE, A PARENT CANNOT ALSO BE A
      *             CHILD, AND A FAMILY STILL HOLDING CHILDREN CANNOT
      *             BE DELETED -- MOVE OR DELETE THE CHILDREN FIRST.
      *             A CHANGE CARD FOR A CHILD MOVES IT TO ANOTHER
      *             FAMILY. THE AUDIT LISTING SHOWS OLD AND NEW
      *             PARENT, THE FAMILY LIMIT, WHO AND WHEN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-20  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-FAMMNT.
000800     SELECT MASTER-FILE ASSIGN U-T-MASTER
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001200        FILE STATUS IS WS-MASTER-STATUS.
001300     SELECT FAMILY-FILE ASSIGN U-T-ACTFAM
001400        ORGANIZATION IS INDEXED
001500        ACCESS MODE IS DYNAMIC
001600        RECORD KEY IS FM-KEY
001700        FILE STATUS IS WS-ACTFAM-STATUS.
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
002800 FD MAINT-FILE
002900     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 80 CHARACTERS
003100     DATA RECORD IS MAINT-CARD-RECORD.
003200   01 MAINT-CARD-RECORD.
003300     02 FAM-ACTION-CODE        PIC X(01).
003400        88  FAM-IS-ADD         VALUE 'A'.
003500        88  FAM-IS-CHANGE      VALUE 'C'.
003600        88  FAM-IS-DELETE      VALUE 'D'.
003700     02 FAM-RECORD-TYPE        PIC X(01).
003800        88  FAM-FOR-FAMILY     VALUE 'F'.
003900        88  FAM-FOR-MEMBER     VALUE 'M'.
004000     02 FAM-ACCOUNT-NUMBER     PIC 9(08).
004100     02 FAM-PARENT-ACCOUNT     PIC 9(08).
004200     02 FAM-FAMILY-NAME        PIC X(20).
004300     02 FAM-FAMILY-LIMIT       PIC 9(09)V99.
004400     02 FAM-FAMILY-LIMIT-X REDEFINES FAM-FAMILY-LIMIT
004500                               PIC X(11).
004600     02 FAM-REASON-CODE        PIC X(04).
004700     02 FAM-OPERATOR-ID        PIC X(08).
004800     02 FILLER                 PIC X(19).
004900 FD MASTER-FILE
005000     LABEL RECORDS ARE STANDARD
005100     DATA RECORD IS MASTER-RECORD.
005200 COPY MSTRFILE.
005300 FD FAMILY-FILE
005400     LABEL RECORDS ARE STANDARD
005500     DATA RECORD IS FAMILY-RECORD.
005600 COPY ACCTFAM.
      ******************************************************************
005700 WORKING-STORAGE SECTION.
005800 COPY HEADER1.
005900 01  PROGRAM-WORK-FIELDS.
006000     02  INPUT-SWITCH      PIC X(3).
006100         88  END-OF-FILE   VALUE 'EOF'.
006200     02  BROWSE-SWITCH     PIC X(3).
006300         88  END-OF-BROWSE VALUE 'EOF'.
006400     02  LINES-WRITTEN     PIC 9(3).
006500     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006600     02  PAGE-COUNT        PIC 9(3).
006700     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
006800     02  WS-ACTFAM-STATUS  PIC X(2)  VALUE ZERO.
006900     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
007000         88  RECORD-FOUND  VALUE 'YES'.
007100     02  OTHER-SWITCH      PIC X(3)  VALUE 'NO '.
007200         88  OTHER-ON-FILE VALUE 'YES'.
007300     02  IN-USE-SWITCH     PIC X(3)  VALUE 'NO '.
007400         88  FAMILY-IN-USE VALUE 'YES'.
007500     02  WS-OLD-PARENT     PIC X(8)  VALUE SPACES.
007600     02  WS-NEW-PARENT     PIC X(8)  VALUE SPACES.
007700     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
007800     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007900 01  DATE-WORK-FIELDS.
008000     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
008100     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008200 COPY PAGING.
008300 COPY FINBDC01.
008400 01  AUDIT-DETAIL-LINE.
008500     02  FILLER                PIC X(2).
008600     02  AUD-ACTION            PIC X(6).
008700     02  FILLER                PIC X(2).
008800     02  AUD-TYPE              PIC X(1).
008900     02  FILLER                PIC X(2).
009000     02  AUD-ACCOUNT           PIC 9(8).
009100     02  FILLER                PIC X(2).
009200     02  AUD-OLD-PARENT        PIC X(8).
009300     02  FILLER                PIC X(2).
009400     02  AUD-NEW-PARENT        PIC X(8).
009500     02  FILLER                PIC X(2).
009600     02  AUD-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
009700     02  FILLER                PIC X(2).
009800     02  AUD-NAME              PIC X(20).
009900     02  FILLER                PIC X(2).
010000     02  AUD-REASON            PIC X(4).
010100     02  FILLER                PIC X(2).
010200     02  AUD-OPERATOR          PIC X(8).
010300     02  FILLER                PIC X(2).
010400     02  AUD-DATE              PIC 9(6).
010500     02  FILLER                PIC X(1).
010600     02  AUD-TIME              PIC 9(8).
010700     02  FILLER                PIC X(20).
010800 01  REJECT-DETAIL-LINE.
010900     02  FILLER                PIC X(2).
011000     02  REJ-TYPE              PIC X(1).
011100     02  FILLER                PIC X(1).
011200     02  REJ-ACCOUNT           PIC X(8).
011300     02  FILLER                PIC X(2).
011400     02  REJ-REASON-TEXT       PIC X(40).
011500     02  FILLER                PIC X(78).
011600 01  COLUMN-HEADING-LINE.
011700     02  FILLER                PIC X(2).
011800     02  FILLER                PIC X(6)  VALUE 'ACTION'.
011900     02  FILLER                PIC X(2).
012000     02  FILLER                PIC X(1)  VALUE 'T'.
012100     02  FILLER                PIC X(2).
012200     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(8)  VALUE 'OLD PAR'.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(8)  VALUE 'NEW PAR'.
012700     02  FILLER                PIC X(2).
012800     02  FILLER                PIC X(14) VALUE '  FAMILY LIMIT'.
012900     02  FILLER                PIC X(2).
013000     02  FILLER                PIC X(20) VALUE 'FAMILY NAME'.
013100     02  FILLER                PIC X(2).
013200     02  FILLER                PIC X(4)  VALUE 'RSN'.
013300     02  FILLER                PIC X(2).
013400     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
013500     02  FILLER                PIC X(2).
013600     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
013700     02  FILLER                PIC X(20).
013800******************************************************************
013900 PROCEDURE DIVISION.
014000     DISPLAY 'FINFAM01 - ACCOUNT FAMILY MAINTENANCE STARTING'.
014100     ACCEPT WS-MAINT-DATE FROM DATE.
014200     ACCEPT WS-MAINT-TIME FROM TIME.
014300     MOVE ZERO TO BD-REQUEST-DATE.
014400     CALL 'FINBDT01' USING FINBDC01-RECORD.
014500     OPEN INPUT  MAINT-FILE MASTER-FILE
014600          OUTPUT REPORT-FILE.
014700     OPEN I-O FAMILY-FILE.
014800     PERFORM WRITE-HEADER.
014900     PERFORM GET-MAINT-CARD.
015000     PERFORM APPLY-AND-READ
015100        UNTIL END-OF-FILE.
015200     CLOSE MAINT-FILE MASTER-FILE FAMILY-FILE REPORT-FILE.
015300     DISPLAY 'FINFAM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
015400     DISPLAY 'FINFAM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
015500     IF WS-REJECT-COUNT > ZERO
015600        MOVE 4 TO RETURN-CODE
015700     END-IF.
015800     GOBACK.
015900******************************************************************
016000 GET-MAINT-CARD.
016100     READ MAINT-FILE AT END
016200         MOVE 'EOF' TO INPUT-SWITCH.
016300******************************************************************
016400 APPLY-AND-READ.
016500     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
016600     PERFORM GET-MAINT-CARD.
016700******************************************************************
016800 APPLY-MAINT-CARD.
016900     IF FAM-REASON-CODE = SPACES
017000           OR FAM-OPERATOR-ID = SPACES
017100        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
017200            REJ-REASON-TEXT
017300        PERFORM WRITE-REJECT-LINE
017400        GO TO APPLY-MAINT-CARD-EXIT
017500     END-IF.
017600     IF NOT FAM-IS-ADD AND NOT FAM-IS-CHANGE
017700           AND NOT FAM-IS-DELETE
017800        MOVE 'REJECTED - INVALID ACTION CODE' TO
017900            REJ-REASON-TEXT
018000        PERFORM WRITE-REJECT-LINE
018100        GO TO APPLY-MAINT-CARD-EXIT
018200     END-IF.
018300     IF NOT FAM-FOR-FAMILY AND NOT FAM-FOR-MEMBER
018400        MOVE 'REJECTED - INVALID RECORD TYPE' TO
018500            REJ-REASON-TEXT
018600        PERFORM WRITE-REJECT-LINE
018700        GO TO APPLY-MAINT-CARD-EXIT
018800     END-IF.
018900     IF FAM-ACCOUNT-NUMBER NOT NUMERIC
019000           OR FAM-ACCOUNT-NUMBER = ZERO
019100        MOVE 'REJECTED - BAD ACCOUNT NUMBER' TO
019200            REJ-REASON-TEXT
019300        PERFORM WRITE-REJECT-LINE
019400        GO TO APPLY-MAINT-CARD-EXIT
019500     END-IF.
019600     IF FAM-FOR-FAMILY
019700        MOVE FAM-ACCOUNT-NUMBER TO FAM-PARENT-ACCOUNT
019800        IF FAM-FAMILY-LIMIT-X = SPACES
019900           MOVE ZERO TO FAM-FAMILY-LIMIT
020000        END-IF
020100        IF FAM-FAMILY-LIMIT NOT NUMERIC
020200           MOVE 'REJECTED - FAMILY LIMIT NOT NUMERIC' TO
020300               REJ-REASON-TEXT
020400           PERFORM WRITE-REJECT-LINE
020500           GO TO APPLY-MAINT-CARD-EXIT
020600        END-IF
020700        IF (FAM-IS-ADD OR FAM-IS-CHANGE)
020800              AND FAM-FAMILY-NAME = SPACES
020900           MOVE 'REJECTED - NO FAMILY NAME' TO
021000               REJ-REASON-TEXT
021100           PERFORM WRITE-REJECT-LINE
021200           GO TO APPLY-MAINT-CARD-EXIT
021300        END-IF
021400     END-IF.
021500     IF FAM-IS-DELETE
021600        GO TO APPLY-CHECK-DELETE
021700     END-IF.
021800     MOVE FAM-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
021900     READ MASTER-FILE
022000         INVALID KEY
022100            MOVE 'REJECTED - ACCOUNT NOT ON MASTER' TO
022200                REJ-REASON-TEXT
022300            PERFORM WRITE-REJECT-LINE
022400            GO TO APPLY-MAINT-CARD-EXIT
022500     END-READ.
022600     IF FAM-FOR-MEMBER
022700        IF FAM-PARENT-ACCOUNT NOT NUMERIC
022800              OR FAM-PARENT-ACCOUNT = ZERO
022900              OR FAM-PARENT-ACCOUNT = FAM-ACCOUNT-NUMBER
023000           MOVE 'REJECTED - BAD PARENT ACCOUNT' TO
023100               REJ-REASON-TEXT
023200           PERFORM WRITE-REJECT-LINE
023300           GO TO APPLY-MAINT-CARD-EXIT
023400        END-IF
023500        MOVE 'F' TO FM-RECORD-TYPE
023600        MOVE FAM-PARENT-ACCOUNT TO FM-ACCOUNT-NUMBER
023700        PERFORM CHECK-OTHER-RECORD
023800        IF NOT OTHER-ON-FILE
023900           MOVE 'REJECTED - PARENT FAMILY NOT ON FILE' TO
024000               REJ-REASON-TEXT
024100           PERFORM WRITE-REJECT-LINE
024200           GO TO APPLY-MAINT-CARD-EXIT
024300        END-IF
024400        MOVE 'F' TO FM-RECORD-TYPE
024500     ELSE
024600        MOVE 'M' TO FM-RECORD-TYPE
024700     END-IF.
024800     MOVE FAM-ACCOUNT-NUMBER TO FM-ACCOUNT-NUMBER.
024900     PERFORM CHECK-OTHER-RECORD.
025000     IF OTHER-ON-FILE
025100        IF FAM-FOR-MEMBER
025200           MOVE 'REJECTED - ACCOUNT IS A FAMILY PARENT' TO
025300               REJ-REASON-TEXT
025400        ELSE
025500           MOVE 'REJECTED - ACCOUNT IS A CHILD ELSEWHERE' TO
025600               REJ-REASON-TEXT
025700        END-IF
025800        PERFORM WRITE-REJECT-LINE
025900        GO TO APPLY-MAINT-CARD-EXIT
026000     END-IF.
026100 APPLY-CHECK-DELETE.
026200     IF FAM-FOR-FAMILY AND FAM-IS-DELETE
026300        PERFORM CHECK-FAMILY-IN-USE
026400        IF FAMILY-IN-USE
026500           MOVE 'REJECTED - FAMILY STILL HAS CHILDREN' TO
026600               REJ-REASON-TEXT
026700           PERFORM WRITE-REJECT-LINE
026800           GO TO APPLY-MAINT-CARD-EXIT
026900        END-IF
027000     END-IF.
027100     PERFORM FIND-FAMILY-RECORD.
027200     IF FAM-IS-ADD
027300        PERFORM APPLY-ADD
027400     ELSE
027500        IF FAM-IS-CHANGE
027600           PERFORM APPLY-CHANGE
027700        ELSE
027800           PERFORM APPLY-DELETE
027900        END-IF
028000     END-IF.
028100 APPLY-MAINT-CARD-EXIT.
028200     EXIT.
028300******************************************************************
      * READS THE RECORD WHOSE KEY THE CALLER HAS SET -- THE PARENT'S
      * 'F' RECORD, OR THE ACCOUNT UNDER THE OTHER RECORD TYPE.
      ******************************************************************
028400 CHECK-OTHER-RECORD.
028500     READ FAMILY-FILE
028600         INVALID KEY
028700            MOVE 'NO ' TO OTHER-SWITCH
028800         NOT INVALID KEY
028900            MOVE 'YES' TO OTHER-SWITCH
029000     END-READ.
029100******************************************************************
      * A FAMILY IS IN USE WHILE ANY 'M' RECORD STILL NAMES IT. THE
      * FILE IS SMALL, SO IT IS SIMPLY BROWSED FROM THE 'M' RECORDS ON.
      ******************************************************************
029200 CHECK-FAMILY-IN-USE.
029300     MOVE 'NO ' TO IN-USE-SWITCH.
029400     MOVE SPACES TO BROWSE-SWITCH.
029500     MOVE 'M' TO FM-RECORD-TYPE.
029600     MOVE ZERO TO FM-ACCOUNT-NUMBER.
029700     START FAMILY-FILE KEY NOT LESS THAN FM-KEY
029800         INVALID KEY
029900            MOVE 'EOF' TO BROWSE-SWITCH
030000     END-START.
030100     PERFORM CHECK-ONE-MEMBER
030200        UNTIL END-OF-BROWSE
030300           OR FAMILY-IN-USE.
030400******************************************************************
030500 CHECK-ONE-MEMBER.
030600     READ FAMILY-FILE NEXT RECORD AT END
030700         MOVE 'EOF' TO BROWSE-SWITCH
030800     NOT AT END
030900         IF FM-MEMBER
031000               AND FM-PARENT-ACCOUNT = FAM-ACCOUNT-NUMBER
031100            MOVE 'YES' TO IN-USE-SWITCH
031200         END-IF
031300     END-READ.
031400******************************************************************
031500 FIND-FAMILY-RECORD.
031600     MOVE FAM-RECORD-TYPE TO FM-RECORD-TYPE.
031700     MOVE FAM-ACCOUNT-NUMBER TO FM-ACCOUNT-NUMBER.
031800     READ FAMILY-FILE
031900         INVALID KEY
032000            MOVE 'NO ' TO FOUND-SWITCH
032100         NOT INVALID KEY
032200            MOVE 'YES' TO FOUND-SWITCH
032300     END-READ.
032400******************************************************************
032500 APPLY-ADD.
032600     IF RECORD-FOUND
032700        MOVE 'REJECTED - ALREADY ON FILE' TO REJ-REASON-TEXT
032800        PERFORM WRITE-REJECT-LINE
032900     ELSE
033000        MOVE SPACES TO WS-OLD-PARENT
033100        MOVE FAM-PARENT-ACCOUNT TO WS-NEW-PARENT
033200        PERFORM BUILD-FAMILY-FROM-CARD
033300        WRITE FAMILY-RECORD
033400        MOVE 'ADD' TO AUD-ACTION
033500        PERFORM WRITE-AUDIT-LINE
033600     END-IF.
033700******************************************************************
033800 APPLY-CHANGE.
033900     IF NOT RECORD-FOUND
034000        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
034100        PERFORM WRITE-REJECT-LINE
034200     ELSE
034300        MOVE FM-PARENT-ACCOUNT TO WS-OLD-PARENT
034400        MOVE FAM-PARENT-ACCOUNT TO WS-NEW-PARENT
034500        PERFORM BUILD-FAMILY-FROM-CARD
034600        REWRITE FAMILY-RECORD
034700        MOVE 'CHANGE' TO AUD-ACTION
034800        PERFORM WRITE-AUDIT-LINE
034900     END-IF.
035000******************************************************************
035100 APPLY-DELETE.
035200     IF NOT RECORD-FOUND
035300        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
035400        PERFORM WRITE-REJECT-LINE
035500     ELSE
035600        MOVE FM-PARENT-ACCOUNT TO WS-OLD-PARENT
035700        MOVE SPACES TO WS-NEW-PARENT
035800        MOVE FM-FAMILY-NAME TO FAM-FAMILY-NAME
035900        MOVE FM-FAMILY-LIMIT TO FAM-FAMILY-LIMIT
036000        DELETE FAMILY-FILE
036100        MOVE 'DELETE' TO AUD-ACTION
036200        PERFORM WRITE-AUDIT-LINE
036300     END-IF.
036400******************************************************************
      * A CHILD RECORD CARRIES NO NAME OR LIMIT OF ITS OWN -- BOTH
      * LIVE ON THE FAMILY'S 'F' RECORD.
      ******************************************************************
036500 BUILD-FAMILY-FROM-CARD.
036600     MOVE SPACES TO FAMILY-RECORD.
036700     MOVE FAM-RECORD-TYPE TO FM-RECORD-TYPE.
036800     MOVE FAM-ACCOUNT-NUMBER TO FM-ACCOUNT-NUMBER.
036900     MOVE FAM-PARENT-ACCOUNT TO FM-PARENT-ACCOUNT.
037000     MOVE ZERO TO FM-FAMILY-LIMIT.
037100     IF FAM-FOR-FAMILY
037200        MOVE FAM-FAMILY-NAME TO FM-FAMILY-NAME
037300        MOVE FAM-FAMILY-LIMIT TO FM-FAMILY-LIMIT
037400     END-IF.
037500     MOVE FAM-OPERATOR-ID TO FM-OPERATOR-ID.
037600     MOVE FAM-REASON-CODE TO FM-REASON-CODE.
037700     MOVE BD-BUSINESS-DATE TO FM-LAST-MAINT-DATE.
037800******************************************************************
037900 WRITE-AUDIT-LINE.
038000     ADD 1 TO WS-APPLIED-COUNT.
038100     IF LINES-WRITTEN >= WS-PAGE-SIZE
038200        PERFORM WRITE-HEADER
038300        MOVE 2 TO LINE-SPACING
038400     END-IF.
038500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
038600     MOVE FAM-RECORD-TYPE TO AUD-TYPE.
038700     MOVE FAM-ACCOUNT-NUMBER TO AUD-ACCOUNT.
038800     MOVE WS-OLD-PARENT TO AUD-OLD-PARENT.
038900     MOVE WS-NEW-PARENT TO AUD-NEW-PARENT.
039000     IF FAM-FOR-FAMILY
039100        MOVE FAM-FAMILY-LIMIT TO AUD-LIMIT
039200        MOVE FAM-FAMILY-NAME TO AUD-NAME
039300     ELSE
039400        MOVE ZERO TO AUD-LIMIT
039500        MOVE SPACES TO AUD-NAME
039600     END-IF.
039700     MOVE FAM-REASON-CODE TO AUD-REASON.
039800     MOVE FAM-OPERATOR-ID TO AUD-OPERATOR.
039900     MOVE WS-MAINT-DATE TO AUD-DATE.
040000     MOVE WS-MAINT-TIME TO AUD-TIME.
040100     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
040200     WRITE OUTPUT-RECORD.
040300     ADD 1 TO LINES-WRITTEN.
040400     MOVE 1 TO LINE-SPACING.
040500******************************************************************
040600 WRITE-REJECT-LINE.
040700     ADD 1 TO WS-REJECT-COUNT.
040800     IF LINES-WRITTEN >= WS-PAGE-SIZE
040900        PERFORM WRITE-HEADER
041000        MOVE 2 TO LINE-SPACING
041100     END-IF.
041200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041300     MOVE FAM-RECORD-TYPE TO REJ-TYPE.
041400     MOVE FAM-ACCOUNT-NUMBER TO REJ-ACCOUNT.
041500     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
041600     WRITE OUTPUT-RECORD.
041700     ADD 1 TO LINES-WRITTEN.
041800     MOVE 1 TO LINE-SPACING.
041900******************************************************************
042000 WRITE-HEADER.
042100     MOVE ZERO TO LINES-WRITTEN.
042200     ACCEPT HDR-PRT-DATE FROM DATE.
042300     ACCEPT HDR-PRT-TIME FROM TIME.
042400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
042500     ADD 1 TO PAGE-COUNT
042600     MOVE '   ACCOUNT FAMILY MAINTENANCE  '   TO REPORT-TITLE.
042700     MOVE PAGE-COUNT TO PAGE-NUMBER.
042800     MOVE HEADER-RECORD TO OUTPUT-LINE.
042900     WRITE OUTPUT-RECORD.
043000     MOVE 1 TO LINE-SPACING.
043100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
043300     WRITE OUTPUT-RECORD.
043400     ADD 1 TO LINES-WRITTEN.
