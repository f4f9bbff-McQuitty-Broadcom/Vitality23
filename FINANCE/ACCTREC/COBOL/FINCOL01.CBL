000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCOL01.
      ******************************************************************
      * FINCOL01 -- MAINTENANCE PROGRAM FOR THE COLLECTOR MASTER (SEE
      *             COLLMST). CARDS ADD, CHANGE OR DELETE A COLLECTOR
      *             ('C'), A REFERENCE-CODE ASSIGNMENT ('R') OR A
      *             SINGLE-ACCOUNT OVERRIDE ('A'). EVERY CARD MUST
      *             CARRY AN OPERATOR ID AND A REASON CODE OR IT IS
      *             REJECTED -- THE FINCLM01 DISCIPLINE -- AND AN
      *             ASSIGNMENT MUST NAME A COLLECTOR ALREADY ON FILE.
      *             A COLLECTOR STILL HOLDING ASSIGNMENTS CANNOT BE
      *             DELETED; MOVE ITS BRANCHES AND ACCOUNTS FIRST.
      *             THE AUDIT LISTING SHOWS OLD AND NEW COLLECTOR, WHO
      *             AND WHEN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-15  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-COLMNT.
000800     SELECT COLLECTOR-FILE ASSIGN U-T-COLMST
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS CO-KEY
001200        FILE STATUS IS WS-COLMST-STATUS.
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
002800     02 COL-ACTION-CODE        PIC X(01).
002900        88  COL-IS-ADD         VALUE 'A'.
003000        88  COL-IS-CHANGE      VALUE 'C'.
003100        88  COL-IS-DELETE      VALUE 'D'.
003200     02 COL-RECORD-TYPE        PIC X(01).
003300        88  COL-FOR-COLLECTOR  VALUE 'C'.
003400        88  COL-FOR-BRANCH     VALUE 'R'.
003500        88  COL-FOR-ACCOUNT    VALUE 'A'.
003600     02 COL-KEY-VALUE          PIC X(08).
003700     02 FILLER REDEFINES COL-KEY-VALUE.
003800        03 COL-ACCOUNT-NUMBER  PIC 9(08).
003900     02 COL-COLLECTOR-ID       PIC X(08).
004000     02 COL-COLLECTOR-NAME     PIC X(20).
004100     02 COL-REASON-CODE        PIC X(04).
004200     02 COL-OPERATOR-ID        PIC X(08).
004300     02 FILLER                 PIC X(30).
004400 FD COLLECTOR-FILE
004500     LABEL RECORDS ARE STANDARD
004600     DATA RECORD IS COLLECTOR-RECORD.
004700 COPY COLLMST.
      ******************************************************************
004800 WORKING-STORAGE SECTION.
004900 COPY HEADER1.
005000 01  PROGRAM-WORK-FIELDS.
005100     02  INPUT-SWITCH      PIC X(3).
005200         88  END-OF-FILE   VALUE 'EOF'.
005300     02  BROWSE-SWITCH     PIC X(3).
005400         88  END-OF-BROWSE VALUE 'EOF'.
005500     02  LINES-WRITTEN     PIC 9(3).
005600     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
005700     02  PAGE-COUNT        PIC 9(3).
005800     02  WS-COLMST-STATUS  PIC X(2)  VALUE ZERO.
005900     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
006000         88  RECORD-FOUND  VALUE 'YES'.
006100     02  COLLECTOR-SWITCH  PIC X(3)  VALUE 'NO '.
006200         88  COLLECTOR-ON-FILE VALUE 'YES'.
006300     02  IN-USE-SWITCH     PIC X(3)  VALUE 'NO '.
006400         88  COLLECTOR-IN-USE VALUE 'YES'.
006500     02  WS-OLD-COLLECTOR  PIC X(8)  VALUE SPACES.
006600     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
006700     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
006800 01  DATE-WORK-FIELDS.
006900     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007000     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
007100 COPY PAGING.
007200 COPY FINBDC01.
007300 01  AUDIT-DETAIL-LINE.
007400     02  FILLER                PIC X(2).
007500     02  AUD-ACTION            PIC X(6).
007600     02  FILLER                PIC X(2).
007700     02  AUD-TYPE              PIC X(1).
007800     02  FILLER                PIC X(2).
007900     02  AUD-KEY               PIC X(8).
008000     02  FILLER                PIC X(2).
008100     02  AUD-OLD-COLLECTOR     PIC X(8).
008200     02  FILLER                PIC X(2).
008300     02  AUD-NEW-COLLECTOR     PIC X(8).
008400     02  FILLER                PIC X(2).
008500     02  AUD-NAME              PIC X(20).
008600     02  FILLER                PIC X(2).
008700     02  AUD-REASON            PIC X(4).
008800     02  FILLER                PIC X(2).
008900     02  AUD-OPERATOR          PIC X(8).
009000     02  FILLER                PIC X(2).
009100     02  AUD-DATE              PIC 9(6).
009200     02  FILLER                PIC X(1).
009300     02  AUD-TIME              PIC 9(8).
009400     02  FILLER                PIC X(36).
009500 01  REJECT-DETAIL-LINE.
009600     02  FILLER                PIC X(2).
009700     02  REJ-TYPE              PIC X(1).
009800     02  FILLER                PIC X(1).
009900     02  REJ-KEY               PIC X(8).
010000     02  FILLER                PIC X(2).
010100     02  REJ-REASON-TEXT       PIC X(40).
010200     02  FILLER                PIC X(78).
010300 01  COLUMN-HEADING-LINE.
010400     02  FILLER                PIC X(2).
010500     02  FILLER                PIC X(6)  VALUE 'ACTION'.
010600     02  FILLER                PIC X(2).
010700     02  FILLER                PIC X(1)  VALUE 'T'.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(8)  VALUE 'KEY'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(8)  VALUE 'OLD COLL'.
011200     02  FILLER                PIC X(2).
011300     02  FILLER                PIC X(8)  VALUE 'NEW COLL'.
011400     02  FILLER                PIC X(2).
011500     02  FILLER                PIC X(20) VALUE 'COLLECTOR NAME'.
011600     02  FILLER                PIC X(2).
011700     02  FILLER                PIC X(4)  VALUE 'RSN'.
011800     02  FILLER                PIC X(2).
011900     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
012000     02  FILLER                PIC X(2).
012100     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
012200     02  FILLER                PIC X(36).
012300******************************************************************
012400 PROCEDURE DIVISION.
012500     DISPLAY 'FINCOL01 - COLLECTOR MASTER MAINTENANCE STARTING'.
012600     ACCEPT WS-MAINT-DATE FROM DATE.
012700     ACCEPT WS-MAINT-TIME FROM TIME.
012800     MOVE ZERO TO BD-REQUEST-DATE.
012900     CALL 'FINBDT01' USING FINBDC01-RECORD.
013000     OPEN INPUT  MAINT-FILE
013100          OUTPUT REPORT-FILE.
013200     OPEN I-O COLLECTOR-FILE.
013300     PERFORM WRITE-HEADER.
013400     PERFORM GET-MAINT-CARD.
013500     PERFORM APPLY-AND-READ
013600        UNTIL END-OF-FILE.
013700     CLOSE MAINT-FILE COLLECTOR-FILE REPORT-FILE.
013800     DISPLAY 'FINCOL01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
013900     DISPLAY 'FINCOL01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
014000     IF WS-REJECT-COUNT > ZERO
014100        MOVE 4 TO RETURN-CODE
014200     END-IF.
014300     GOBACK.
014400******************************************************************
014500 GET-MAINT-CARD.
014600     READ MAINT-FILE AT END
014700         MOVE 'EOF' TO INPUT-SWITCH.
014800******************************************************************
014900 APPLY-AND-READ.
015000     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
015100     PERFORM GET-MAINT-CARD.
015200******************************************************************
015300 APPLY-MAINT-CARD.
015400     IF COL-REASON-CODE = SPACES
015500           OR COL-OPERATOR-ID = SPACES
015600        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
015700            REJ-REASON-TEXT
015800        PERFORM WRITE-REJECT-LINE
015900        GO TO APPLY-MAINT-CARD-EXIT
016000     END-IF.
016100     IF NOT COL-IS-ADD AND NOT COL-IS-CHANGE
016200           AND NOT COL-IS-DELETE
016300        MOVE 'REJECTED - INVALID ACTION CODE' TO
016400            REJ-REASON-TEXT
016500        PERFORM WRITE-REJECT-LINE
016600        GO TO APPLY-MAINT-CARD-EXIT
016700     END-IF.
016800     IF NOT COL-FOR-COLLECTOR AND NOT COL-FOR-BRANCH
016900           AND NOT COL-FOR-ACCOUNT
017000        MOVE 'REJECTED - INVALID RECORD TYPE' TO
017100            REJ-REASON-TEXT
017200        PERFORM WRITE-REJECT-LINE
017300        GO TO APPLY-MAINT-CARD-EXIT
017400     END-IF.
017500     IF COL-KEY-VALUE = SPACES
017600        MOVE 'REJECTED - NO KEY VALUE' TO REJ-REASON-TEXT
017700        PERFORM WRITE-REJECT-LINE
017800        GO TO APPLY-MAINT-CARD-EXIT
017900     END-IF.
018000     IF COL-FOR-ACCOUNT
018100           AND (COL-ACCOUNT-NUMBER NOT NUMERIC
018200           OR COL-ACCOUNT-NUMBER = ZERO)
018300        MOVE 'REJECTED - BAD ACCOUNT NUMBER' TO
018400            REJ-REASON-TEXT
018500        PERFORM WRITE-REJECT-LINE
018600        GO TO APPLY-MAINT-CARD-EXIT
018700     END-IF.
018800     IF COL-FOR-COLLECTOR
018900        MOVE COL-KEY-VALUE TO COL-COLLECTOR-ID
019000        IF (COL-IS-ADD OR COL-IS-CHANGE)
019100              AND COL-COLLECTOR-NAME = SPACES
019200           MOVE 'REJECTED - NO COLLECTOR NAME' TO
019300               REJ-REASON-TEXT
019400           PERFORM WRITE-REJECT-LINE
019500           GO TO APPLY-MAINT-CARD-EXIT
019600        END-IF
019700     END-IF.
019800     IF NOT COL-FOR-COLLECTOR
019900           AND (COL-IS-ADD OR COL-IS-CHANGE)
020000        PERFORM CHECK-COLLECTOR-ON-FILE
020100        IF NOT COLLECTOR-ON-FILE
020200           MOVE 'REJECTED - COLLECTOR NOT ON FILE' TO
020300               REJ-REASON-TEXT
020400           PERFORM WRITE-REJECT-LINE
020500           GO TO APPLY-MAINT-CARD-EXIT
020600        END-IF
020700     END-IF.
020800     IF COL-FOR-COLLECTOR AND COL-IS-DELETE
020900        PERFORM CHECK-COLLECTOR-IN-USE
021000        IF COLLECTOR-IN-USE
021100           MOVE 'REJECTED - COLLECTOR HAS ASSIGNMENTS' TO
021200               REJ-REASON-TEXT
021300           PERFORM WRITE-REJECT-LINE
021400           GO TO APPLY-MAINT-CARD-EXIT
021500        END-IF
021600     END-IF.
021700     PERFORM FIND-COLLECTOR-RECORD.
021800     IF COL-IS-ADD
021900        PERFORM APPLY-ADD
022000     ELSE
022100        IF COL-IS-CHANGE
022200           PERFORM APPLY-CHANGE
022300        ELSE
022400           PERFORM APPLY-DELETE
022500        END-IF
022600     END-IF.
022700 APPLY-MAINT-CARD-EXIT.
022800     EXIT.
022900******************************************************************
023000 CHECK-COLLECTOR-ON-FILE.
023100     MOVE 'C' TO CO-RECORD-TYPE.
023200     MOVE COL-COLLECTOR-ID TO CO-KEY-VALUE.
023300     READ COLLECTOR-FILE
023400         INVALID KEY
023500            MOVE 'NO ' TO COLLECTOR-SWITCH
023600         NOT INVALID KEY
023700            MOVE 'YES' TO COLLECTOR-SWITCH
023800     END-READ.
023900******************************************************************
      * A COLLECTOR IS IN USE WHILE ANY 'R' OR 'A' RECORD STILL NAMES
      * IT. THE FILE IS SMALL, SO IT IS SIMPLY BROWSED FROM THE 'A'
      * RECORDS ON.
      ******************************************************************
024000 CHECK-COLLECTOR-IN-USE.
024100     MOVE 'NO ' TO IN-USE-SWITCH.
024200     MOVE SPACES TO BROWSE-SWITCH.
024300     MOVE 'A' TO CO-RECORD-TYPE.
024400     MOVE LOW-VALUES TO CO-KEY-VALUE.
024500     START COLLECTOR-FILE KEY NOT LESS THAN CO-KEY
024600         INVALID KEY
024700            MOVE 'EOF' TO BROWSE-SWITCH
024800     END-START.
024900     PERFORM CHECK-ONE-ASSIGNMENT
025000        UNTIL END-OF-BROWSE
025100           OR COLLECTOR-IN-USE.
025200******************************************************************
025300 CHECK-ONE-ASSIGNMENT.
025400     READ COLLECTOR-FILE NEXT RECORD AT END
025500         MOVE 'EOF' TO BROWSE-SWITCH
025600     NOT AT END
025700         IF NOT CO-COLLECTOR
025800               AND CO-COLLECTOR-ID = COL-KEY-VALUE
025900            MOVE 'YES' TO IN-USE-SWITCH
026000         END-IF
026100     END-READ.
026200******************************************************************
026300 FIND-COLLECTOR-RECORD.
026400     MOVE COL-RECORD-TYPE TO CO-RECORD-TYPE.
026500     MOVE COL-KEY-VALUE TO CO-KEY-VALUE.
026600     READ COLLECTOR-FILE
026700         INVALID KEY
026800            MOVE 'NO ' TO FOUND-SWITCH
026900         NOT INVALID KEY
027000            MOVE 'YES' TO FOUND-SWITCH
027100     END-READ.
027200******************************************************************
027300 APPLY-ADD.
027400     IF RECORD-FOUND
027500        MOVE 'REJECTED - ALREADY ON FILE' TO REJ-REASON-TEXT
027600        PERFORM WRITE-REJECT-LINE
027700     ELSE
027800        MOVE SPACES TO WS-OLD-COLLECTOR
027900        PERFORM BUILD-COLLECTOR-FROM-CARD
028000        WRITE COLLECTOR-RECORD
028100        MOVE 'ADD' TO AUD-ACTION
028200        PERFORM WRITE-AUDIT-LINE
028300     END-IF.
028400******************************************************************
028500 APPLY-CHANGE.
028600     IF NOT RECORD-FOUND
028700        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
028800        PERFORM WRITE-REJECT-LINE
028900     ELSE
029000        MOVE CO-COLLECTOR-ID TO WS-OLD-COLLECTOR
029100        PERFORM BUILD-COLLECTOR-FROM-CARD
029200        REWRITE COLLECTOR-RECORD
029300        MOVE 'CHANGE' TO AUD-ACTION
029400        PERFORM WRITE-AUDIT-LINE
029500     END-IF.
029600******************************************************************
029700 APPLY-DELETE.
029800     IF NOT RECORD-FOUND
029900        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
030000        PERFORM WRITE-REJECT-LINE
030100     ELSE
030200        MOVE CO-COLLECTOR-ID TO WS-OLD-COLLECTOR
030300        MOVE SPACES TO COL-COLLECTOR-ID
030400        MOVE CO-COLLECTOR-NAME TO COL-COLLECTOR-NAME
030500        DELETE COLLECTOR-FILE
030600        MOVE 'DELETE' TO AUD-ACTION
030700        PERFORM WRITE-AUDIT-LINE
030800     END-IF.
030900******************************************************************
      * AN ASSIGNMENT RECORD CARRIES NO NAME OF ITS OWN -- THE NAME
      * LIVES ON THE COLLECTOR'S 'C' RECORD.
      ******************************************************************
031000 BUILD-COLLECTOR-FROM-CARD.
031100     MOVE SPACES TO COLLECTOR-RECORD.
031200     MOVE COL-RECORD-TYPE TO CO-RECORD-TYPE.
031300     MOVE COL-KEY-VALUE TO CO-KEY-VALUE.
031400     MOVE COL-COLLECTOR-ID TO CO-COLLECTOR-ID.
031500     IF COL-FOR-COLLECTOR
031600        MOVE COL-COLLECTOR-NAME TO CO-COLLECTOR-NAME
031700     END-IF.
031800     MOVE COL-OPERATOR-ID TO CO-OPERATOR-ID.
031900     MOVE COL-REASON-CODE TO CO-REASON-CODE.
032000     MOVE BD-BUSINESS-DATE TO CO-LAST-MAINT-DATE.
032100******************************************************************
032200 WRITE-AUDIT-LINE.
032300     ADD 1 TO WS-APPLIED-COUNT.
032400     IF LINES-WRITTEN >= WS-PAGE-SIZE
032500        PERFORM WRITE-HEADER
032600        MOVE 2 TO LINE-SPACING
032700     END-IF.
032800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
032900     MOVE COL-RECORD-TYPE TO AUD-TYPE.
033000     MOVE COL-KEY-VALUE TO AUD-KEY.
033100     MOVE WS-OLD-COLLECTOR TO AUD-OLD-COLLECTOR.
033200     MOVE COL-COLLECTOR-ID TO AUD-NEW-COLLECTOR.
033300     IF COL-FOR-COLLECTOR
033400        MOVE COL-COLLECTOR-NAME TO AUD-NAME
033500     ELSE
033600        MOVE SPACES TO AUD-NAME
033700     END-IF.
033800     MOVE COL-REASON-CODE TO AUD-REASON.
033900     MOVE COL-OPERATOR-ID TO AUD-OPERATOR.
034000     MOVE WS-MAINT-DATE TO AUD-DATE.
034100     MOVE WS-MAINT-TIME TO AUD-TIME.
034200     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
034300     WRITE OUTPUT-RECORD.
034400     ADD 1 TO LINES-WRITTEN.
034500     MOVE 1 TO LINE-SPACING.
034600******************************************************************
034700 WRITE-REJECT-LINE.
034800     ADD 1 TO WS-REJECT-COUNT.
034900     IF LINES-WRITTEN >= WS-PAGE-SIZE
035000        PERFORM WRITE-HEADER
035100        MOVE 2 TO LINE-SPACING
035200     END-IF.
035300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
035400     MOVE COL-RECORD-TYPE TO REJ-TYPE.
035500     MOVE COL-KEY-VALUE TO REJ-KEY.
035600     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
035700     WRITE OUTPUT-RECORD.
035800     ADD 1 TO LINES-WRITTEN.
035900     MOVE 1 TO LINE-SPACING.
036000******************************************************************
036100 WRITE-HEADER.
036200     MOVE ZERO TO LINES-WRITTEN.
036300     ACCEPT HDR-PRT-DATE FROM DATE.
036400     ACCEPT HDR-PRT-TIME FROM TIME.
036500     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
036600     ADD 1 TO PAGE-COUNT
036700     MOVE '   COLLECTOR MASTER MAINTENANCE'   TO REPORT-TITLE.
036800     MOVE PAGE-COUNT TO PAGE-NUMBER.
036900     MOVE HEADER-RECORD TO OUTPUT-LINE.
037000     WRITE OUTPUT-RECORD.
037100     MOVE 1 TO LINE-SPACING.
037200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037300     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
037400     WRITE OUTPUT-RECORD.
037500     ADD 1 TO LINES-WRITTEN.
