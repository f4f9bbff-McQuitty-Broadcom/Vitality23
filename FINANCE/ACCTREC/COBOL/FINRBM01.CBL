000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINRBM01.
      ******************************************************************
      * FINRBM01 -- MAINTENANCE PROGRAM FOR THE RECURRING-BILLING
      *             SCHEDULE FILE (SEE RECBILL) FINRBG01 BILLS FROM.
      *             CARDS ADD, CHANGE OR DELETE ONE STANDING CHARGE,
      *             KEYED ON ACCOUNT AND SCHEDULE NUMBER. EVERY CARD
      *             MUST CARRY AN OPERATOR ID AND A REASON CODE OR IT
      *             IS REJECTED -- THE FINCLM01 DISCIPLINE. AN ADD OR
      *             CHANGE CARD CARRIES THE WHOLE SCHEDULE: THE
      *             ACCOUNT MUST BE OPEN ON THE AR MASTER, THE
      *             REFERENCE CODE MUST PASS THE SAME FINAPS01 EDIT
      *             THE BOOKS APPLY, THE FREQUENCY MUST BE M, Q, S OR
      *             A, THE START DATE'S DAY MUST BE 01-28 AND ANY END
      *             DATE MUST NOT PRECEDE IT. AN ADD FIRST BILLS ON THE
      *             START DATE. ONCE A SCHEDULE HAS BILLED ITS START
      *             DATE IS FIXED -- THE BILLING HISTORY HANGS OFF IT.
      *             THE AUDIT LISTING SHOWS THE SCHEDULE AS IT STANDS
      *             AFTER THE CARD, WHO AND WHEN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-30  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-RBMNT.
000800     SELECT SCHEDULE-FILE ASSIGN U-T-RBSCHD
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS RBS-KEY
001200        FILE STATUS IS WS-SCHEDULE-STATUS.
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
002800 FD MAINT-FILE
002900     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 80 CHARACTERS
003100     DATA RECORD IS MAINT-CARD-RECORD.
003200   01 MAINT-CARD-RECORD.
003300     02 RBC-ACTION-CODE        PIC X(01).
003400        88  RBC-IS-ADD         VALUE 'A'.
003500        88  RBC-IS-CHANGE      VALUE 'C'.
003600        88  RBC-IS-DELETE      VALUE 'D'.
003700     02 RBC-ACCOUNT-NUMBER     PIC 9(08).
003800     02 RBC-SCHEDULE-NUMBER    PIC 9(03).
003900     02 RBC-AMOUNT             PIC 9(04)V99.
004000     02 RBC-REFERENCE-CODE     PIC X(06).
004100     02 RBC-FREQUENCY          PIC X(01).
004200        88  RBC-FREQUENCY-VALID VALUES 'M' 'Q' 'S' 'A'.
004300     02 RBC-START-DATE         PIC 9(08).
004400     02 FILLER REDEFINES RBC-START-DATE.
004500        03 FILLER              PIC 9(04).
004600        03 RBC-START-MM        PIC 9(02).
004700        03 RBC-START-DD        PIC 9(02).
004800     02 RBC-END-DATE           PIC 9(08).
004900     02 RBC-DESCRIPTION        PIC X(20).
005000     02 RBC-REASON-CODE        PIC X(04).
005100     02 RBC-OPERATOR-ID        PIC X(08).
005200     02 FILLER                 PIC X(07).
005300 FD SCHEDULE-FILE
005400     LABEL RECORDS ARE STANDARD
005500     DATA RECORD IS RECURRING-BILLING-RECORD.
005600 COPY RECBILL.
005700 FD MASTER-FILE
005800     LABEL RECORDS ARE STANDARD
005900     DATA RECORD IS MASTER-RECORD.
006000 COPY MSTRFILE.
      ******************************************************************
006100 WORKING-STORAGE SECTION.
006200 COPY HEADER1.
006300 01  PROGRAM-WORK-FIELDS.
006400     02  INPUT-SWITCH      PIC X(3).
006500         88  END-OF-FILE   VALUE 'EOF'.
006600     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
006700     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
006900     02  WS-SCHEDULE-STATUS PIC X(2) VALUE ZERO.
007000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007100     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
007200         88  RECORD-FOUND  VALUE 'YES'.
007300     02  ACCOUNT-SWITCH    PIC X(3)  VALUE 'NO '.
007400         88  ACCOUNT-ON-FILE VALUE 'YES'.
007500     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
007600     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007700 01  DATE-WORK-FIELDS.
007800     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007900     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008000 COPY PAGING.
008100 COPY FINBDC01.
008200 COPY FINARC01.
008300 01  AUDIT-DETAIL-LINE.
008400     02  FILLER                PIC X(2).
008500     02  AUD-ACTION            PIC X(6).
008600     02  FILLER                PIC X(2).
008700     02  AUD-ACCOUNT           PIC 9(8).
008800     02  FILLER                PIC X(1).
008900     02  AUD-SCHEDULE          PIC 9(3).
009000     02  FILLER                PIC X(2).
009100     02  AUD-AMOUNT            PIC Z,ZZ9.99.
009200     02  FILLER                PIC X(2).
009300     02  AUD-REF-CODE          PIC X(6).
009400     02  FILLER                PIC X(2).
009500     02  AUD-FREQUENCY         PIC X(1).
009600     02  FILLER                PIC X(2).
009700     02  AUD-START-DATE        PIC 9(8).
009800     02  FILLER                PIC X(2).
009900     02  AUD-END-DATE          PIC 9(8).
010000     02  FILLER                PIC X(2).
010100     02  AUD-NEXT-DATE         PIC 9(8).
010200     02  FILLER                PIC X(2).
010300     02  AUD-STATUS            PIC X(1).
010400     02  FILLER                PIC X(2).
010500     02  AUD-REASON            PIC X(4).
010600     02  FILLER                PIC X(2).
010700     02  AUD-OPERATOR          PIC X(8).
010800     02  FILLER                PIC X(2).
010900     02  AUD-DATE              PIC 9(6).
011000     02  FILLER                PIC X(1).
011100     02  AUD-TIME              PIC 9(8).
011200     02  FILLER                PIC X(23).
011300 01  REJECT-DETAIL-LINE.
011400     02  FILLER                PIC X(2).
011500     02  REJ-ACTION            PIC X(1).
011600     02  FILLER                PIC X(1).
011700     02  REJ-ACCOUNT           PIC X(8).
011800     02  FILLER                PIC X(1).
011900     02  REJ-SCHEDULE          PIC X(3).
012000     02  FILLER                PIC X(2).
012100     02  REJ-REASON-TEXT       PIC X(40).
012200     02  FILLER                PIC X(74).
012300 01  COLUMN-HEADING-LINE.
012400     02  FILLER                PIC X(2).
012500     02  FILLER                PIC X(6)  VALUE 'ACTION'.
012600     02  FILLER                PIC X(2).
012700     02  FILLER                PIC X(12) VALUE 'ACCOUNT  SCH'.
012800     02  FILLER                PIC X(2).
012900     02  FILLER                PIC X(8)  VALUE '  AMOUNT'.
013000     02  FILLER                PIC X(2).
013100     02  FILLER                PIC X(6)  VALUE 'REFCDE'.
013200     02  FILLER                PIC X(2).
013300     02  FILLER                PIC X(1)  VALUE 'F'.
013400     02  FILLER                PIC X(2).
013500     02  FILLER                PIC X(8)  VALUE 'START'.
013600     02  FILLER                PIC X(2).
013700     02  FILLER                PIC X(8)  VALUE 'END'.
013800     02  FILLER                PIC X(2).
013900     02  FILLER                PIC X(8)  VALUE 'NEXTBILL'.
014000     02  FILLER                PIC X(2).
014100     02  FILLER                PIC X(1)  VALUE 'S'.
014200     02  FILLER                PIC X(2).
014300     02  FILLER                PIC X(4)  VALUE 'RSN'.
014400     02  FILLER                PIC X(2).
014500     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
014600     02  FILLER                PIC X(2).
014700     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
014800     02  FILLER                PIC X(23).
014900******************************************************************
015000 PROCEDURE DIVISION.
015100     DISPLAY 'FINRBM01 - RECURRING-BILLING MAINTENANCE STARTING'.
015200     ACCEPT WS-MAINT-DATE FROM DATE.
015300     ACCEPT WS-MAINT-TIME FROM TIME.
015400     MOVE ZERO TO BD-REQUEST-DATE.
015500     CALL 'FINBDT01' USING FINBDC01-RECORD.
015600     OPEN INPUT  MAINT-FILE
015700                 MASTER-FILE
015800          OUTPUT REPORT-FILE.
015900     OPEN I-O SCHEDULE-FILE.
016000     PERFORM WRITE-HEADER.
016100     PERFORM GET-MAINT-CARD.
016200     PERFORM APPLY-AND-READ
016300        UNTIL END-OF-FILE.
016400     CLOSE MAINT-FILE SCHEDULE-FILE MASTER-FILE REPORT-FILE.
016500     DISPLAY 'FINRBM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
016600     DISPLAY 'FINRBM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
016700     IF WS-REJECT-COUNT > ZERO
016800        MOVE 4 TO RETURN-CODE
016900     END-IF.
017000     GOBACK.
      ******************************************************************
017100 GET-MAINT-CARD.
017200     READ MAINT-FILE AT END
017300         MOVE 'EOF' TO INPUT-SWITCH.
      ******************************************************************
017400 APPLY-AND-READ.
017500     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
017600     PERFORM GET-MAINT-CARD.
      ******************************************************************
017700 APPLY-MAINT-CARD.
017800     IF RBC-REASON-CODE = SPACES
017900           OR RBC-OPERATOR-ID = SPACES
018000        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
018100            REJ-REASON-TEXT
018200        PERFORM WRITE-REJECT-LINE
018300        GO TO APPLY-MAINT-CARD-EXIT
018400     END-IF.
018500     IF NOT RBC-IS-ADD AND NOT RBC-IS-CHANGE
018600           AND NOT RBC-IS-DELETE
018700        MOVE 'REJECTED - INVALID ACTION CODE' TO
018800            REJ-REASON-TEXT
018900        PERFORM WRITE-REJECT-LINE
019000        GO TO APPLY-MAINT-CARD-EXIT
019100     END-IF.
019200     IF RBC-ACCOUNT-NUMBER NOT NUMERIC
019300           OR RBC-ACCOUNT-NUMBER = ZERO
019400           OR RBC-SCHEDULE-NUMBER NOT NUMERIC
019500        MOVE 'REJECTED - BAD ACCOUNT OR SCHEDULE NUMBER' TO
019600            REJ-REASON-TEXT
019700        PERFORM WRITE-REJECT-LINE
019800        GO TO APPLY-MAINT-CARD-EXIT
019900     END-IF.
020000     IF RBC-IS-ADD OR RBC-IS-CHANGE
020100        PERFORM EDIT-SCHEDULE-DETAILS
020200           THRU EDIT-SCHEDULE-DETAILS-EXIT
020300        IF REJ-REASON-TEXT NOT = SPACES
020400           PERFORM WRITE-REJECT-LINE
020500           GO TO APPLY-MAINT-CARD-EXIT
020600        END-IF
020700     END-IF.
020800     PERFORM FIND-SCHEDULE-RECORD.
020900     IF RBC-IS-ADD
021000        PERFORM APPLY-ADD
021100     ELSE
021200        IF RBC-IS-CHANGE
021300           PERFORM APPLY-CHANGE
021400        ELSE
021500           PERFORM APPLY-DELETE
021600        END-IF
021700     END-IF.
021800 APPLY-MAINT-CARD-EXIT.
021900     EXIT.
      ******************************************************************
      * AN ADD OR CHANGE CARD CARRIES THE WHOLE SCHEDULE. THE FIRST
      * FAILED EDIT IS LEFT IN REJ-REASON-TEXT.
      ******************************************************************
022000 EDIT-SCHEDULE-DETAILS.
022100     MOVE SPACES TO REJ-REASON-TEXT.
022200     PERFORM CHECK-ACCOUNT-ON-FILE.
022300     IF NOT ACCOUNT-ON-FILE
022400        MOVE 'REJECTED - ACCOUNT NOT ON AR MASTER' TO
022500            REJ-REASON-TEXT
022600        GO TO EDIT-SCHEDULE-DETAILS-EXIT
022700     END-IF.
022800     IF MSTR-CLOSED
022900        MOVE 'REJECTED - ACCOUNT IS CLOSED' TO
023000            REJ-REASON-TEXT
023100        GO TO EDIT-SCHEDULE-DETAILS-EXIT
023200     END-IF.
023300     IF RBC-AMOUNT NOT NUMERIC
023400           OR RBC-AMOUNT = ZERO
023500        MOVE 'REJECTED - NO CHARGE AMOUNT' TO
023600            REJ-REASON-TEXT
023700        GO TO EDIT-SCHEDULE-DETAILS-EXIT
023800     END-IF.
023900     PERFORM VALIDATE-REFERENCE-CODE.
024000     IF NOT FA-VALID
024100        MOVE 'REJECTED - REFERENCE CODE FAILS EDIT' TO
024200            REJ-REASON-TEXT
024300        GO TO EDIT-SCHEDULE-DETAILS-EXIT
024400     END-IF.
024500     IF NOT RBC-FREQUENCY-VALID
024600        MOVE 'REJECTED - FREQUENCY NOT M, Q, S OR A' TO
024700            REJ-REASON-TEXT
024800        GO TO EDIT-SCHEDULE-DETAILS-EXIT
024900     END-IF.
025000     IF RBC-START-DATE NOT NUMERIC
025100           OR RBC-START-MM < 1 OR RBC-START-MM > 12
025200           OR RBC-START-DD < 1 OR RBC-START-DD > 28
025300        MOVE 'REJECTED - START DATE OR DAY NOT 01-28' TO
025400            REJ-REASON-TEXT
025500        GO TO EDIT-SCHEDULE-DETAILS-EXIT
025600     END-IF.
025700     IF RBC-END-DATE NOT NUMERIC
025800        MOVE 'REJECTED - END DATE NOT NUMERIC' TO
025900            REJ-REASON-TEXT
026000        GO TO EDIT-SCHEDULE-DETAILS-EXIT
026100     END-IF.
026200     IF RBC-END-DATE NOT = ZERO
026300           AND RBC-END-DATE < RBC-START-DATE
026400        MOVE 'REJECTED - END DATE BEFORE START DATE' TO
026500            REJ-REASON-TEXT
026600     END-IF.
026700 EDIT-SCHEDULE-DETAILS-EXIT.
026800     EXIT.
      ******************************************************************
      * THE SAME REFERENCE-CODE EDIT THE BOOKS APPLY -- AMOUNTS GO IN
      * AS ZERO, SO ONLY THE ACCOUNT AND CODE ARE JUDGED.
      ******************************************************************
026900 VALIDATE-REFERENCE-CODE.
027000     MOVE RBC-ACCOUNT-NUMBER TO FA-ACCOUNT-NUMBER.
027100     MOVE MSTR-NAME TO FA-ACCOUNT-NAME.
027200     MOVE RBC-DESCRIPTION TO FA-DESCRIPTION.
027300     MOVE ZERO TO FA-AMOUNT-1.
027400     MOVE ZERO TO FA-AMOUNT-2.
027500     MOVE RBC-REFERENCE-CODE TO FA-REFERENCE-CODE.
027600     CALL 'FINAPS01' USING FINARC01-RECORD.
      ******************************************************************
027700 CHECK-ACCOUNT-ON-FILE.
027800     MOVE RBC-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
027900     READ MASTER-FILE
028000         INVALID KEY
028100            MOVE 'NO ' TO ACCOUNT-SWITCH
028200         NOT INVALID KEY
028300            MOVE 'YES' TO ACCOUNT-SWITCH
028400     END-READ.
      ******************************************************************
028500 FIND-SCHEDULE-RECORD.
028600     MOVE RBC-ACCOUNT-NUMBER TO RBS-ACCOUNT-NUMBER.
028700     MOVE RBC-SCHEDULE-NUMBER TO RBS-SCHEDULE-NUMBER.
028800     READ SCHEDULE-FILE
028900         INVALID KEY
029000            MOVE 'NO ' TO FOUND-SWITCH
029100         NOT INVALID KEY
029200            MOVE 'YES' TO FOUND-SWITCH
029300     END-READ.
      ******************************************************************
      * A NEW SCHEDULE FIRST BILLS ON ITS START DATE.
      ******************************************************************
029400 APPLY-ADD.
029500     IF RECORD-FOUND
029600        MOVE 'REJECTED - ALREADY ON FILE' TO REJ-REASON-TEXT
029700        PERFORM WRITE-REJECT-LINE
029800     ELSE
029900        MOVE SPACES TO RECURRING-BILLING-RECORD
030000        MOVE RBC-ACCOUNT-NUMBER TO RBS-ACCOUNT-NUMBER
030100        MOVE RBC-SCHEDULE-NUMBER TO RBS-SCHEDULE-NUMBER
030200        MOVE RBC-START-DATE TO RBS-START-DATE
030300        MOVE RBC-START-DATE TO RBS-NEXT-BILL-DATE
030400        MOVE ZERO TO RBS-LAST-BILLED-PERIOD RBS-LAST-BILLED-DATE
030500                     RBS-LAST-RUN-DATE
030600        PERFORM BUILD-SCHEDULE-FROM-CARD
030700        WRITE RECURRING-BILLING-RECORD
030800        MOVE 'ADD' TO AUD-ACTION
030900        PERFORM WRITE-AUDIT-LINE
031000     END-IF.
      ******************************************************************
      * A CHANGE REPLACES THE AMOUNT, CODE, WORDING, FREQUENCY AND END
      * DATE BUT KEEPS THE BILLING HISTORY. BEFORE THE FIRST BILL THE
      * START DATE MAY MOVE TOO (AND THE FIRST BILL WITH IT); AFTER IT
      * THE START DATE IS FIXED. A NEW END DATE NOT BEFORE THE NEXT
      * BILL DATE RE-ACTIVATES AN ENDED SCHEDULE.
      ******************************************************************
031100 APPLY-CHANGE.
031200     IF NOT RECORD-FOUND
031300        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
031400        PERFORM WRITE-REJECT-LINE
031500     ELSE
031600        IF RBS-LAST-BILLED-PERIOD NOT = ZERO
031700              AND RBC-START-DATE NOT = RBS-START-DATE
031800           MOVE 'REJECTED - START DATE FIXED ONCE BILLED' TO
031900               REJ-REASON-TEXT
032000           PERFORM WRITE-REJECT-LINE
032100        ELSE
032200           IF RBS-LAST-BILLED-PERIOD = ZERO
032300              MOVE RBC-START-DATE TO RBS-START-DATE
032400              MOVE RBC-START-DATE TO RBS-NEXT-BILL-DATE
032500           END-IF
032600           PERFORM BUILD-SCHEDULE-FROM-CARD
032700           REWRITE RECURRING-BILLING-RECORD
032800           MOVE 'CHANGE' TO AUD-ACTION
032900           PERFORM WRITE-AUDIT-LINE
033000        END-IF
033100     END-IF.
      ******************************************************************
033200 APPLY-DELETE.
033300     IF NOT RECORD-FOUND
033400        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
033500        PERFORM WRITE-REJECT-LINE
033600     ELSE
033700        DELETE SCHEDULE-FILE
033800        MOVE 'DELETE' TO AUD-ACTION
033900        PERFORM WRITE-AUDIT-LINE
034000     END-IF.
      ******************************************************************
034100 BUILD-SCHEDULE-FROM-CARD.
034200     MOVE RBC-AMOUNT TO RBS-AMOUNT.
034300     MOVE RBC-REFERENCE-CODE TO RBS-REFERENCE-CODE.
034400     IF RBC-DESCRIPTION = SPACES
034500        MOVE 'RECURRING CHARGE' TO RBS-DESCRIPTION
034600     ELSE
034700        MOVE RBC-DESCRIPTION TO RBS-DESCRIPTION
034800     END-IF.
034900     MOVE RBC-FREQUENCY TO RBS-FREQUENCY.
035000     MOVE RBC-END-DATE TO RBS-END-DATE.
035100     IF RBS-END-DATE = ZERO
035200           OR RBS-END-DATE NOT < RBS-NEXT-BILL-DATE
035300        MOVE 'A' TO RBS-STATUS
035400     ELSE
035500        MOVE 'E' TO RBS-STATUS
035600     END-IF.
035700     MOVE RBC-OPERATOR-ID TO RBS-OPERATOR-ID.
035800     MOVE RBC-REASON-CODE TO RBS-REASON-CODE.
035900     MOVE BD-BUSINESS-DATE TO RBS-LAST-MAINT-DATE.
      ******************************************************************
      * THE AUDIT LINE SHOWS THE SCHEDULE AS THE CARD LEFT IT (AS IT
      * WAS, FOR A DELETE).
      ******************************************************************
036000 WRITE-AUDIT-LINE.
036100     ADD 1 TO WS-APPLIED-COUNT.
036200     IF LINES-WRITTEN >= WS-PAGE-SIZE
036300        PERFORM WRITE-HEADER
036400        MOVE 2 TO LINE-SPACING
036500     END-IF.
036600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
036700     MOVE RBS-ACCOUNT-NUMBER TO AUD-ACCOUNT.
036800     MOVE RBS-SCHEDULE-NUMBER TO AUD-SCHEDULE.
036900     MOVE RBS-AMOUNT TO AUD-AMOUNT.
037000     MOVE RBS-REFERENCE-CODE TO AUD-REF-CODE.
037100     MOVE RBS-FREQUENCY TO AUD-FREQUENCY.
037200     MOVE RBS-START-DATE TO AUD-START-DATE.
037300     MOVE RBS-END-DATE TO AUD-END-DATE.
037400     MOVE RBS-NEXT-BILL-DATE TO AUD-NEXT-DATE.
037500     MOVE RBS-STATUS TO AUD-STATUS.
037600     MOVE RBC-REASON-CODE TO AUD-REASON.
037700     MOVE RBC-OPERATOR-ID TO AUD-OPERATOR.
037800     MOVE WS-MAINT-DATE TO AUD-DATE.
037900     MOVE WS-MAINT-TIME TO AUD-TIME.
038000     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
038100     WRITE OUTPUT-RECORD.
038200     ADD 1 TO LINES-WRITTEN.
038300     MOVE 1 TO LINE-SPACING.
      ******************************************************************
038400 WRITE-REJECT-LINE.
038500     ADD 1 TO WS-REJECT-COUNT.
038600     IF LINES-WRITTEN >= WS-PAGE-SIZE
038700        PERFORM WRITE-HEADER
038800        MOVE 2 TO LINE-SPACING
038900     END-IF.
039000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
039100     MOVE RBC-ACTION-CODE TO REJ-ACTION.
039200     MOVE RBC-ACCOUNT-NUMBER TO REJ-ACCOUNT.
039300     MOVE RBC-SCHEDULE-NUMBER TO REJ-SCHEDULE.
039400     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
039500     WRITE OUTPUT-RECORD.
039600     ADD 1 TO LINES-WRITTEN.
039700     MOVE 1 TO LINE-SPACING.
      ******************************************************************
039800 WRITE-HEADER.
039900     MOVE ZERO TO LINES-WRITTEN.
040000     ACCEPT HDR-PRT-DATE FROM DATE.
040100     ACCEPT HDR-PRT-TIME FROM TIME.
040200     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
040300     ADD 1 TO PAGE-COUNT
040400     MOVE '   RECURRING BILLING MAINT     '   TO REPORT-TITLE.
040500     MOVE PAGE-COUNT TO PAGE-NUMBER.
040600     MOVE HEADER-RECORD TO OUTPUT-LINE.
040700     WRITE OUTPUT-RECORD.
040800     MOVE 1 TO LINE-SPACING.
040900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041000     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
041100     WRITE OUTPUT-RECORD.
041200     ADD 1 TO LINES-WRITTEN.
