000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINRMP01.
      ******************************************************************
      * FINRMP01 -- BRANCH CLOSURE AND REFERENCE-CODE REMAP. EACH REMAP
      *             CARD NAMES A BRANCH'S REFERENCE CODE BEING RETIRED,
      *             THE SUCCESSOR CODE THAT TAKES OVER ITS ACCOUNTS,
      *             THE DATE THE CHANGE TAKES EFFECT, THE OPERATOR AND
      *             A REASON CODE. THE OLD CODE MUST BE ACTIVE ON THE
      *             REFERENCE-CODE MASTER AND NOT ALREADY RETIRED, THE
      *             SUCCESSOR MUST BE ON FILE AND ACTIVE, AND THE
      *             EFFECTIVE DATE MAY NOT BE LATER THAN THE BUSINESS
      *             DATE, OR THE CARD IS REJECTED BEFORE ANYTHING IS
      *             TOUCHED. SEVERAL BRANCHES MAY CLOSE INTO ONE
      *             SUCCESSOR IN THE SAME RUN.
      *
      *             FOR THE CARDS ACCEPTED --
      *               - EVERY MASTER RECORD CARRYING AN OLD CODE IS
      *                 RE-KEYED TO ITS SUCCESSOR, EACH REWRITE
      *                 JOURNALED TO MSTRJNL;
      *               - THE OLD CODE'S REFBAL MONTH FIGURES ARE ADDED
      *                 TO THE SUCCESSOR'S AND THE OLD RECORD DELETED;
      *               - THE OLD CODE'S COLLECTOR ASSIGNMENT MOVES TO
      *                 THE SUCCESSOR UNLESS THE SUCCESSOR HAS ONE;
      *               - THE SUCCESSOR INHERITS THE OLD CODE'S
      *                 HIERARCHY RECORD AND RESERVE-RATE OVERRIDE
      *                 WHEN IT HAS NONE OF ITS OWN (THE OLD ROWS
      *                 STAY, SO UN-RESTATED HISTORY STILL ROLLS UP
      *                 WHERE IT ALWAYS DID);
      *               - THE OLD CODE IS MADE INACTIVE ON THE
      *                 REFERENCE-CODE MASTER;
      *               - A FORWARDING RECORD (SEE BRNFWD) IS LEFT FOR
      *                 FINSPL01, FINTRD01 AND FINHRR01.
      *             EVERY CHANGE OUTSIDE THE MASTER IS JOURNALED TO
      *             BRNJNL WITH ITS BEFORE- AND AFTER-IMAGE, AND THE
      *             REGISTER LISTS EVERY CARD AND EVERY RECORD MOVED
      *             OR LEFT. A REJECTED CARD ENDS THE RUN
      *             RETURN-CODE 4. A MASTER FILE ERROR STOPS THE RUN
      *             RETURN-CODE 12 BEFORE ANY OTHER FILE IS CHANGED;
      *             NO FORWARDING RECORD IS WRITTEN, SO THE SAME CARDS
      *             CAN SIMPLY BE RUN AGAIN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-14  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT REMAP-CARD-FILE ASSIGN U-T-RMPCRD.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
000900     SELECT OPTIONAL BRANCH-JOURNAL-FILE ASSIGN U-T-BRNJNL.
001000     SELECT REFCODE-FILE ASSIGN U-T-REFCDE
001100        FILE STATUS IS WS-REFCDE-STATUS.
001200     SELECT OPTIONAL HIERARCHY-FILE ASSIGN U-T-HIERCH.
001300     SELECT OPTIONAL RATE-FILE ASSIGN U-T-RSVRAT.
001400     SELECT MASTER-FILE ASSIGN U-T-MASTER
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-MASTER-STATUS.
001900     SELECT OPTIONAL BRANCH-FORWARD-FILE ASSIGN U-T-BRNFWD
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS BF-OLD-CODE
002300        FILE STATUS IS WS-BRNFWD-STATUS.
002400     SELECT OPTIONAL REFCODE-BALANCE-FILE ASSIGN U-T-REFBAL
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS RB-REFERENCE-CODE
002800        FILE STATUS IS WS-REFBAL-STATUS.
002900     SELECT OPTIONAL COLLECTOR-FILE ASSIGN U-T-COLMST
003000        ORGANIZATION IS INDEXED
003100        ACCESS MODE IS DYNAMIC
003200        RECORD KEY IS CO-KEY
003300        FILE STATUS IS WS-COLMST-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD REPORT-FILE
003700     LABEL RECORDS ARE OMITTED
003800     RECORDING MODE IS F
003900     RECORD CONTAINS 133 CHARACTERS
004000     DATA RECORD IS OUTPUT-RECORD.
004100   01 OUTPUT-RECORD.
004200     02 CARRIAGE-CONTROL PIC X.
004300     02 OUTPUT-LINE      PIC X(132).
004400 FD REMAP-CARD-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS
004700     DATA RECORD IS REMAP-CARD-RECORD.
004800   01 REMAP-CARD-RECORD.
004900     02 RMP-OLD-CODE           PIC X(06).
005000     02 RMP-NEW-CODE           PIC X(06).
005100     02 RMP-EFFECTIVE-DATE     PIC 9(08).
005200     02 RMP-OPERATOR-ID        PIC X(08).
005300     02 RMP-REASON-CODE        PIC X(04).
005400     02 FILLER                 PIC X(48).
005500 FD JOURNAL-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 196 CHARACTERS
005800     DATA RECORD IS MASTER-JOURNAL-RECORD.
005900 COPY MSTRJNL.
006000 FD BRANCH-JOURNAL-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 200 CHARACTERS
006300     DATA RECORD IS BRANCH-JOURNAL-RECORD.
006400 COPY BRNJNL.
006500 FD REFCODE-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 80 CHARACTERS
006800     DATA RECORD IS REFCODE-RECORD.
006900   01 REFCODE-RECORD.
007000     02 RC-REFERENCE-CODE  PIC X(06).
007100     02 RC-DESCRIPTION     PIC X(20).
007200     02 RC-ACTIVE-FLAG     PIC X(01).
007300        88 RC-ACTIVE       VALUE 'A'.
007400        88 RC-INACTIVE     VALUE 'I'.
007500     02 FILLER             PIC X(53).
007600 FD HIERARCHY-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS
007900     DATA RECORD IS HIERARCHY-RECORD.
008000 COPY HIERARCH.
008100 FD RATE-FILE
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 80 CHARACTERS
008400     DATA RECORD IS RESERVE-RATE-RECORD.
008500 COPY RSVRATE.
008600 FD MASTER-FILE
008700     LABEL RECORDS ARE STANDARD
008800     DATA RECORD IS MASTER-RECORD.
008900 COPY MSTRFILE.
009000 FD BRANCH-FORWARD-FILE
009100     LABEL RECORDS ARE STANDARD
009200     DATA RECORD IS BRANCH-FORWARD-RECORD.
009300 COPY BRNFWD.
009400 FD REFCODE-BALANCE-FILE
009500     LABEL RECORDS ARE STANDARD
009600     DATA RECORD IS REFCODE-BALANCE-RECORD.
009700 COPY REFBAL.
009800 FD COLLECTOR-FILE
009900     LABEL RECORDS ARE STANDARD
010000     DATA RECORD IS COLLECTOR-RECORD.
010100 COPY COLLMST.
      ******************************************************************
010200 WORKING-STORAGE SECTION.
010300 COPY HEADER1.
010400 01  PROGRAM-WORK-FIELDS.
010500     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
010600         88  END-OF-FILE   VALUE 'EOF'.
010700     02  BROWSE-SWITCH     PIC X(3)  VALUE SPACES.
010800         88  END-OF-BROWSE VALUE 'EOF'.
010900     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
011000         88  RECORD-FOUND  VALUE 'YES'.
011100     02  MASTER-SWITCH     PIC X(3)  VALUE 'OK '.
011200         88  MASTER-IN-ERROR VALUE 'ERR'.
011300     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
011400     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
011500     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
011600     02  WS-REFCDE-STATUS  PIC X(2)  VALUE ZERO.
011700     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
011800     02  WS-BRNFWD-STATUS  PIC X(2)  VALUE ZERO.
011900     02  WS-REFBAL-STATUS  PIC X(2)  VALUE ZERO.
012000     02  WS-COLMST-STATUS  PIC X(2)  VALUE ZERO.
012100     02  WS-ACCEPTED-COUNT PIC 9(5)  VALUE ZERO.
012200     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
012300     02  WS-ACCOUNT-COUNT  PIC 9(7)  VALUE ZERO.
012400     02  WS-JOURNAL-COUNT  PIC 9(7)  VALUE ZERO.
012500     02  WS-REFCODE-DROPPED PIC 9(5) VALUE ZERO.
012600     02  WS-REMAP-SUB      PIC 9(3)  COMP.
012700     02  WS-REMAP-COUNT    PIC 9(3)  COMP VALUE ZERO.
012800     02  WS-REFCODE-SUB    PIC 9(3)  COMP.
012900     02  WS-REFCODE-COUNT  PIC 9(3)  COMP VALUE ZERO.
013000     02  WS-HIER-SUB       PIC 9(3)  COMP.
013100     02  WS-HIER-COUNT     PIC 9(3)  COMP VALUE ZERO.
013200     02  WS-RATE-SUB       PIC 9(3)  COMP.
013300     02  WS-RATE-COUNT     PIC 9(3)  COMP VALUE ZERO.
013400     02  WS-ADD-COUNT      PIC 9(3)  COMP VALUE ZERO.
013500     02  WS-HOLD-SUB       PIC 9(3)  COMP.
013600     02  WS-SEARCH-CODE    PIC X(6)  VALUE SPACES.
013700 01  REMAP-WORK-FIELDS.
013800     02  WS-HOLD-REFBAL      PIC X(80).
013900     02  FILLER REDEFINES WS-HOLD-REFBAL.
014000         03  FILLER              PIC X(06).
014100         03  WS-HOLD-RB-COUNT    PIC 9(07).
014200         03  WS-HOLD-RB-TOTAL    PIC S9(13)V99.
014300         03  WS-HOLD-RB-DATE     PIC 9(08).
014400         03  FILLER              PIC X(44).
014500     02  WS-HOLD-COLLECTOR   PIC X(80).
014600     02  FILLER REDEFINES WS-HOLD-COLLECTOR.
014700         03  FILLER              PIC X(09).
014800         03  WS-HOLD-CO-ID       PIC X(08).
014900         03  FILLER              PIC X(63).
      ******************************************************************
      * THE CARDS ACCEPTED THIS RUN. NOTHING IS CHANGED UNTIL EVERY
      * CARD HAS BEEN EDITED.
      ******************************************************************
015000 01  REMAP-TABLE.
015100     05  REMAP-ENTRY OCCURS 50 TIMES.
015200         10  RMT-OLD-CODE        PIC X(06).
015300         10  RMT-NEW-CODE        PIC X(06).
015400         10  RMT-EFFECTIVE-DATE  PIC 9(08).
015500         10  RMT-OPERATOR-ID     PIC X(08).
015600         10  RMT-REASON-CODE     PIC X(04).
015700         10  RMT-ACCOUNT-COUNT   PIC 9(07).
015800 01  REFCODE-TABLE.
015900     05  REFCODE-ENTRY OCCURS 200 TIMES.
016000         10  RCT-CODE            PIC X(06).
016100         10  RCT-ACTIVE-FLAG     PIC X(01).
016200 01  HIERARCHY-CODE-TABLE.
016300     05  HIERARCHY-CODE-ENTRY OCCURS 100 TIMES.
016400         10  HCT-CODE            PIC X(06).
016500         10  HCT-IMAGE           PIC X(80).
016600 01  RATE-CODE-TABLE.
016700     05  RATE-CODE-ENTRY OCCURS 100 TIMES.
016800         10  RRT-CODE            PIC X(06).
016900         10  RRT-IMAGE           PIC X(80).
      ******************************************************************
      * COPIES OWED TO SUCCESSORS WITH NO HIERARCHY RECORD OR RATE ROW
      * OF THEIR OWN, APPENDED AFTER THE FILE HAS BEEN READ THROUGH.
      ******************************************************************
017000 01  ADDED-ROW-TABLE.
017100     05  ADDED-ROW-ENTRY OCCURS 50 TIMES.
017200         10  ADR-REMAP-SUB       PIC 9(03) COMP.
017300         10  ADR-IMAGE           PIC X(80).
017400 COPY PAGING.
017500 COPY FINBDC01.
017600 01  AUDIT-DETAIL-LINE.
017700     02  FILLER                PIC X(2).
017800     02  AUD-OLD-CODE          PIC X(6).
017900     02  FILLER                PIC X(2).
018000     02  AUD-NEW-CODE          PIC X(6).
018100     02  FILLER                PIC X(2).
018200     02  AUD-EFFECTIVE-DATE    PIC 9(8).
018300     02  FILLER                PIC X(2).
018400     02  AUD-OPERATOR          PIC X(8).
018500     02  FILLER                PIC X(2).
018600     02  AUD-REASON            PIC X(4).
018700     02  FILLER                PIC X(2).
018800     02  AUD-TEXT              PIC X(36).
018900     02  FILLER                PIC X(2).
019000     02  AUD-ITEM              PIC X(26).
019100     02  FILLER                PIC X(2).
019200     02  AUD-COUNT             PIC Z,ZZZ,ZZ9.
019300     02  FILLER                PIC X(13).
019400 01  COLUMN-HEADING-LINE.
019500     02  FILLER                PIC X(2).
019600     02  FILLER                PIC X(6)  VALUE 'OLD'.
019700     02  FILLER                PIC X(2).
019800     02  FILLER                PIC X(6)  VALUE 'NEW'.
019900     02  FILLER                PIC X(2).
020000     02  FILLER                PIC X(8)  VALUE 'EFFECTVE'.
020100     02  FILLER                PIC X(2).
020200     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
020300     02  FILLER                PIC X(2).
020400     02  FILLER                PIC X(4)  VALUE 'RSN'.
020500     02  FILLER                PIC X(2).
020600     02  FILLER                PIC X(36) VALUE 'ACTION'.
020700     02  FILLER                PIC X(2).
020800     02  FILLER                PIC X(26) VALUE 'ITEM'.
020900     02  FILLER                PIC X(2).
021000     02  FILLER                PIC X(9)  VALUE '    COUNT'.
021100     02  FILLER                PIC X(13).
021200******************************************************************
021300 PROCEDURE DIVISION.
021400     DISPLAY 'FINRMP01 - BRANCH REMAP STARTING'.
021500     MOVE ZERO TO BD-REQUEST-DATE.
021600     CALL 'FINBDT01' USING FINBDC01-RECORD.
021700     PERFORM LOAD-REFCODE-TABLE.
021800     IF WS-REFCDE-STATUS NOT = '00'
021900        DISPLAY 'FINRMP01 - REFERENCE-CODE MASTER OPEN STATUS '
022000            WS-REFCDE-STATUS ' - REMAP STOPPED'
022100        MOVE 12 TO RETURN-CODE
022200        GOBACK
022300     END-IF.
022400     PERFORM LOAD-HIERARCHY-CODES.
022500     PERFORM LOAD-RATE-CODES.
022600     OPEN INPUT  REMAP-CARD-FILE
022700          OUTPUT REPORT-FILE.
022800     OPEN I-O MASTER-FILE BRANCH-FORWARD-FILE REFCODE-BALANCE-FILE
022900              COLLECTOR-FILE.
023000     OPEN EXTEND JOURNAL-FILE BRANCH-JOURNAL-FILE.
023100     PERFORM WRITE-HEADER.
023200     PERFORM GET-REMAP-CARD.
023300     PERFORM EDIT-AND-READ
023400        UNTIL END-OF-FILE.
023500     IF WS-REMAP-COUNT > ZERO
023600        PERFORM REKEY-MASTER-FILE
023700     END-IF.
023800     IF WS-REMAP-COUNT > ZERO AND NOT MASTER-IN-ERROR
023900        PERFORM MOVE-BRANCH-RECORDS
024000           VARYING WS-REMAP-SUB FROM 1 BY 1
024100           UNTIL WS-REMAP-SUB > WS-REMAP-COUNT
024200        PERFORM ADD-SUCCESSOR-HIERARCHY
024300        PERFORM ADD-SUCCESSOR-RATES
024400        PERFORM RETIRE-OLD-CODES
024500        PERFORM WRITE-FORWARD-RECORD
024600           VARYING WS-REMAP-SUB FROM 1 BY 1
024700           UNTIL WS-REMAP-SUB > WS-REMAP-COUNT
024800     END-IF.
024900     CLOSE REMAP-CARD-FILE REPORT-FILE JOURNAL-FILE
025000           BRANCH-JOURNAL-FILE MASTER-FILE BRANCH-FORWARD-FILE
025100           REFCODE-BALANCE-FILE COLLECTOR-FILE.
025200     DISPLAY 'FINRMP01 - CODES RETIRED:     ' WS-ACCEPTED-COUNT.
025300     DISPLAY 'FINRMP01 - CARDS REJECTED:    ' WS-REJECT-COUNT.
025400     DISPLAY 'FINRMP01 - ACCOUNTS RE-KEYED: ' WS-ACCOUNT-COUNT.
025500     DISPLAY 'FINRMP01 - JOURNAL ENTRIES:   ' WS-JOURNAL-COUNT.
025600     IF WS-REFCODE-DROPPED > ZERO
025700        DISPLAY 'FINRMP01 - REFERENCE CODES NOT LOADED: '
025800            WS-REFCODE-DROPPED
025900     END-IF.
026000     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
026100        MOVE 4 TO RETURN-CODE
026200     END-IF.
026300     GOBACK.
026400******************************************************************
026500 LOAD-REFCODE-TABLE.
026600     MOVE SPACES TO BROWSE-SWITCH.
026700     OPEN INPUT REFCODE-FILE.
026800     IF WS-REFCDE-STATUS = '00'
026900        PERFORM LOAD-REFCODE-RECORD
027000           UNTIL END-OF-BROWSE
027100        CLOSE REFCODE-FILE
027200     END-IF.
027300******************************************************************
027400 LOAD-REFCODE-RECORD.
027500     READ REFCODE-FILE AT END
027600         MOVE 'EOF' TO BROWSE-SWITCH
027700     NOT AT END
027800         IF WS-REFCODE-COUNT < 200
027900            ADD 1 TO WS-REFCODE-COUNT
028000            MOVE RC-REFERENCE-CODE
028100                TO RCT-CODE (WS-REFCODE-COUNT)
028200            MOVE RC-ACTIVE-FLAG
028300                TO RCT-ACTIVE-FLAG (WS-REFCODE-COUNT)
028400         ELSE
028500            ADD 1 TO WS-REFCODE-DROPPED
028600         END-IF
028700     END-READ.
028800******************************************************************
028900 LOAD-HIERARCHY-CODES.
029000     MOVE SPACES TO BROWSE-SWITCH.
029100     OPEN INPUT HIERARCHY-FILE.
029200     PERFORM LOAD-HIERARCHY-CODE
029300        UNTIL END-OF-BROWSE.
029400     CLOSE HIERARCHY-FILE.
029500******************************************************************
029600 LOAD-HIERARCHY-CODE.
029700     READ HIERARCHY-FILE AT END
029800         MOVE 'EOF' TO BROWSE-SWITCH
029900     NOT AT END
030000         IF WS-HIER-COUNT < 100
030100            ADD 1 TO WS-HIER-COUNT
030200            MOVE HR-REFERENCE-CODE TO HCT-CODE (WS-HIER-COUNT)
030300            MOVE HIERARCHY-RECORD TO HCT-IMAGE (WS-HIER-COUNT)
030400         END-IF
030500     END-READ.
030600******************************************************************
030700 LOAD-RATE-CODES.
030800     MOVE SPACES TO BROWSE-SWITCH.
030900     OPEN INPUT RATE-FILE.
031000     PERFORM LOAD-RATE-CODE
031100        UNTIL END-OF-BROWSE.
031200     CLOSE RATE-FILE.
031300******************************************************************
031400 LOAD-RATE-CODE.
031500     READ RATE-FILE AT END
031600         MOVE 'EOF' TO BROWSE-SWITCH
031700     NOT AT END
031800         IF WS-RATE-COUNT < 100
031900            ADD 1 TO WS-RATE-COUNT
032000            MOVE RR-REFERENCE-CODE TO RRT-CODE (WS-RATE-COUNT)
032100            MOVE RESERVE-RATE-RECORD TO RRT-IMAGE (WS-RATE-COUNT)
032200         END-IF
032300     END-READ.
032400******************************************************************
032500 GET-REMAP-CARD.
032600     READ REMAP-CARD-FILE AT END
032700         MOVE 'EOF' TO INPUT-SWITCH.
032800******************************************************************
032900 EDIT-AND-READ.
033000     PERFORM EDIT-ONE-CARD
033100        THRU EDIT-ONE-CARD-EXIT.
033200     PERFORM GET-REMAP-CARD.
033300******************************************************************
      * EVERY CHECK IS MADE BEFORE THE CARD JOINS THE REMAP TABLE. A
      * CODE MAY BE RETIRED ONLY ONCE PER RUN AND A SUCCESSOR MAY NOT
      * ITSELF BE RETIRED IN THE SAME RUN -- A CHAIN IS BUILT ONE RUN
      * AT A TIME.
      ******************************************************************
033400 EDIT-ONE-CARD.
033500     MOVE RMP-OLD-CODE TO AUD-OLD-CODE.
033600     MOVE RMP-NEW-CODE TO AUD-NEW-CODE.
033700     MOVE ZERO TO AUD-EFFECTIVE-DATE.
033800     IF RMP-EFFECTIVE-DATE NUMERIC
033900        MOVE RMP-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
034000     END-IF.
034100     MOVE RMP-OPERATOR-ID TO AUD-OPERATOR.
034200     MOVE RMP-REASON-CODE TO AUD-REASON.
034300     MOVE SPACES TO AUD-ITEM.
034400     MOVE ZERO TO AUD-COUNT.
034500     IF RMP-OPERATOR-ID = SPACES
034600           OR RMP-REASON-CODE = SPACES
034700        MOVE 'REJECTED - NO OPERATOR OR REASON' TO AUD-TEXT
034800        PERFORM WRITE-REJECT-LINE
034900        GO TO EDIT-ONE-CARD-EXIT
035000     END-IF.
035100     IF RMP-OLD-CODE = SPACES OR RMP-NEW-CODE = SPACES
035200        MOVE 'REJECTED - REFERENCE CODE MISSING' TO AUD-TEXT
035300        PERFORM WRITE-REJECT-LINE
035400        GO TO EDIT-ONE-CARD-EXIT
035500     END-IF.
035600     IF RMP-OLD-CODE = RMP-NEW-CODE
035700        MOVE 'REJECTED - SAME CODE TWICE' TO AUD-TEXT
035800        PERFORM WRITE-REJECT-LINE
035900        GO TO EDIT-ONE-CARD-EXIT
036000     END-IF.
036100     IF RMP-EFFECTIVE-DATE NOT NUMERIC
036200           OR RMP-EFFECTIVE-DATE = ZERO
036300        MOVE 'REJECTED - EFFECTIVE DATE INVALID' TO AUD-TEXT
036400        PERFORM WRITE-REJECT-LINE
036500        GO TO EDIT-ONE-CARD-EXIT
036600     END-IF.
036700     IF RMP-EFFECTIVE-DATE > BD-BUSINESS-DATE
036800        MOVE 'REJECTED - NOT YET EFFECTIVE' TO AUD-TEXT
036900        PERFORM WRITE-REJECT-LINE
037000        GO TO EDIT-ONE-CARD-EXIT
037100     END-IF.
037200     IF WS-REMAP-COUNT >= 50
037300        MOVE 'REJECTED - OVER 50 REMAPS IN ONE RUN' TO AUD-TEXT
037400        PERFORM WRITE-REJECT-LINE
037500        GO TO EDIT-ONE-CARD-EXIT
037600     END-IF.
037700     MOVE RMP-OLD-CODE TO WS-SEARCH-CODE.
037800     PERFORM FIND-REFCODE-ENTRY.
037900     IF NOT RECORD-FOUND
038000        MOVE 'REJECTED - OLD CODE NOT ON FILE' TO AUD-TEXT
038100        PERFORM WRITE-REJECT-LINE
038200        GO TO EDIT-ONE-CARD-EXIT
038300     END-IF.
038400     IF RCT-ACTIVE-FLAG (WS-REFCODE-SUB) NOT = 'A'
038500        MOVE 'REJECTED - OLD CODE NOT ACTIVE' TO AUD-TEXT
038600        PERFORM WRITE-REJECT-LINE
038700        GO TO EDIT-ONE-CARD-EXIT
038800     END-IF.
038900     MOVE RMP-NEW-CODE TO WS-SEARCH-CODE.
039000     PERFORM FIND-REFCODE-ENTRY.
039100     IF NOT RECORD-FOUND
039200        MOVE 'REJECTED - NEW CODE NOT ON FILE' TO AUD-TEXT
039300        PERFORM WRITE-REJECT-LINE
039400        GO TO EDIT-ONE-CARD-EXIT
039500     END-IF.
039600     IF RCT-ACTIVE-FLAG (WS-REFCODE-SUB) NOT = 'A'
039700        MOVE 'REJECTED - NEW CODE NOT ACTIVE' TO AUD-TEXT
039800        PERFORM WRITE-REJECT-LINE
039900        GO TO EDIT-ONE-CARD-EXIT
040000     END-IF.
040100     MOVE RMP-OLD-CODE TO BF-OLD-CODE.
040200     PERFORM FIND-FORWARD-RECORD.
040300     IF RECORD-FOUND
040400        MOVE 'REJECTED - OLD CODE ALREADY RETIRED' TO AUD-TEXT
040500        PERFORM WRITE-REJECT-LINE
040600        GO TO EDIT-ONE-CARD-EXIT
040700     END-IF.
040800     MOVE RMP-NEW-CODE TO BF-OLD-CODE.
040900     PERFORM FIND-FORWARD-RECORD.
041000     IF RECORD-FOUND
041100        MOVE 'REJECTED - NEW CODE ALREADY RETIRED' TO AUD-TEXT
041200        PERFORM WRITE-REJECT-LINE
041300        GO TO EDIT-ONE-CARD-EXIT
041400     END-IF.
041500     MOVE 'NO ' TO FOUND-SWITCH.
041600     PERFORM MATCH-CARD-TO-TABLE
041700        VARYING WS-REMAP-SUB FROM 1 BY 1
041800        UNTIL WS-REMAP-SUB > WS-REMAP-COUNT
041900           OR RECORD-FOUND.
042000     IF RECORD-FOUND
042100        MOVE 'REJECTED - CODE ALREADY IN THIS RUN' TO AUD-TEXT
042200        PERFORM WRITE-REJECT-LINE
042300        GO TO EDIT-ONE-CARD-EXIT
042400     END-IF.
042500     ADD 1 TO WS-REMAP-COUNT.
042600     MOVE RMP-OLD-CODE TO RMT-OLD-CODE (WS-REMAP-COUNT).
042700     MOVE RMP-NEW-CODE TO RMT-NEW-CODE (WS-REMAP-COUNT).
042800     MOVE RMP-EFFECTIVE-DATE
042900         TO RMT-EFFECTIVE-DATE (WS-REMAP-COUNT).
043000     MOVE RMP-OPERATOR-ID TO RMT-OPERATOR-ID (WS-REMAP-COUNT).
043100     MOVE RMP-REASON-CODE TO RMT-REASON-CODE (WS-REMAP-COUNT).
043200     MOVE ZERO TO RMT-ACCOUNT-COUNT (WS-REMAP-COUNT).
043300     ADD 1 TO WS-ACCEPTED-COUNT.
043400     MOVE 'ACCEPTED' TO AUD-TEXT.
043500     PERFORM WRITE-AUDIT-LINE.
043600 EDIT-ONE-CARD-EXIT.
043700     EXIT.
043800******************************************************************
043900 MATCH-CARD-TO-TABLE.
044000     IF RMT-OLD-CODE (WS-REMAP-SUB) = RMP-OLD-CODE
044100           OR RMT-NEW-CODE (WS-REMAP-SUB) = RMP-OLD-CODE
044200           OR RMT-OLD-CODE (WS-REMAP-SUB) = RMP-NEW-CODE
044300        MOVE 'YES' TO FOUND-SWITCH
044400     END-IF.
044500******************************************************************
044600 FIND-REFCODE-ENTRY.
044700     MOVE 'NO ' TO FOUND-SWITCH.
044800     PERFORM MATCH-REFCODE-ENTRY
044900        VARYING WS-REFCODE-SUB FROM 1 BY 1
045000        UNTIL WS-REFCODE-SUB > WS-REFCODE-COUNT
045100           OR RECORD-FOUND.
045200     IF RECORD-FOUND
045300        SUBTRACT 1 FROM WS-REFCODE-SUB
045400     END-IF.
045500******************************************************************
045600 MATCH-REFCODE-ENTRY.
045700     IF RCT-CODE (WS-REFCODE-SUB) = WS-SEARCH-CODE
045800        MOVE 'YES' TO FOUND-SWITCH
045900     END-IF.
046000******************************************************************
046100 FIND-FORWARD-RECORD.
046200     READ BRANCH-FORWARD-FILE
046300         INVALID KEY
046400            MOVE 'NO ' TO FOUND-SWITCH
046500         NOT INVALID KEY
046600            MOVE 'YES' TO FOUND-SWITCH
046700     END-READ.
046800******************************************************************
046900 FIND-REMAP-ENTRY.
047000     MOVE 'NO ' TO FOUND-SWITCH.
047100     PERFORM MATCH-REMAP-ENTRY
047200        VARYING WS-REMAP-SUB FROM 1 BY 1
047300        UNTIL WS-REMAP-SUB > WS-REMAP-COUNT
047400           OR RECORD-FOUND.
047500     IF RECORD-FOUND
047600        SUBTRACT 1 FROM WS-REMAP-SUB
047700     END-IF.
047800******************************************************************
047900 MATCH-REMAP-ENTRY.
048000     IF RMT-OLD-CODE (WS-REMAP-SUB) = WS-SEARCH-CODE
048100        MOVE 'YES' TO FOUND-SWITCH
048200     END-IF.
048300******************************************************************
      * ONE PASS OF THE MASTER IN KEY ORDER. ONLY THE REFERENCE CODE
      * CHANGES -- A BRANCH REORGANIZATION IS NOT ACTIVITY ON THE
      * ACCOUNT, SO THE LAST-UPDATE DATE THE DORMANCY AND ESCHEAT
      * RULES AGE FROM IS LEFT ALONE. THE JOURNAL NAMES THIS PROGRAM.
      ******************************************************************
048400 REKEY-MASTER-FILE.
048500     MOVE SPACES TO BROWSE-SWITCH.
048600     MOVE ZERO TO MSTR-ACCOUNT-NUMBER.
048700     START MASTER-FILE KEY NOT LESS THAN MSTR-ACCOUNT-NUMBER
048800         INVALID KEY
048900            MOVE 'EOF' TO BROWSE-SWITCH
049000     END-START.
049100     PERFORM REKEY-ONE-MASTER
049200        UNTIL END-OF-BROWSE.
049300     PERFORM WRITE-ACCOUNT-COUNT
049400        VARYING WS-REMAP-SUB FROM 1 BY 1
049500        UNTIL WS-REMAP-SUB > WS-REMAP-COUNT.
049600******************************************************************
049700 REKEY-ONE-MASTER.
049800     READ MASTER-FILE NEXT RECORD AT END
049900         MOVE 'EOF' TO BROWSE-SWITCH
050000     END-READ.
050100     IF NOT END-OF-BROWSE
050200        MOVE MSTR-REFERENCE-CODE TO WS-SEARCH-CODE
050300        PERFORM FIND-REMAP-ENTRY
050400        IF RECORD-FOUND
050500           MOVE MASTER-RECORD TO JL-BEFORE-IMAGE
050600           MOVE RMT-NEW-CODE (WS-REMAP-SUB)
050700               TO MSTR-REFERENCE-CODE
050800           REWRITE MASTER-RECORD
050900           PERFORM CHECK-MASTER-STATUS
051000           IF NOT MASTER-IN-ERROR
051100              PERFORM WRITE-JOURNAL-RECORD
051200              ADD 1 TO RMT-ACCOUNT-COUNT (WS-REMAP-SUB)
051300              ADD 1 TO WS-ACCOUNT-COUNT
051400           END-IF
051500        END-IF
051600     END-IF.
051700******************************************************************
051800 WRITE-ACCOUNT-COUNT.
051900     PERFORM MOVE-ENTRY-TO-AUDIT.
052000     IF MASTER-IN-ERROR
052100        MOVE 'STOPPED - MASTER FILE ERROR' TO AUD-TEXT
052200     ELSE
052300        MOVE 'MASTER ACCOUNTS RE-KEYED' TO AUD-TEXT
052400     END-IF.
052500     MOVE RMT-ACCOUNT-COUNT (WS-REMAP-SUB) TO AUD-COUNT.
052600     PERFORM WRITE-AUDIT-LINE.
052700******************************************************************
052800 WRITE-JOURNAL-RECORD.
052900     MOVE 'C' TO JL-ACTION-CODE.
053000     MOVE 'FINRMP01' TO JL-SOURCE-PROGRAM.
053100     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
053200     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
053300     ACCEPT JL-JOURNAL-TIME FROM TIME.
053400     MOVE ZERO TO JL-BUSINESS-DATE JL-CYCLE-NUMBER.
053500     MOVE SPACE TO JL-BACKOUT-FLAG.
053600     WRITE MASTER-JOURNAL-RECORD.
053700******************************************************************
053800 CHECK-MASTER-STATUS.
053900     IF WS-MASTER-STATUS NOT = '00' AND
054000           WS-MASTER-STATUS NOT = '02'
054100        DISPLAY 'FINRMP01 - MASTER FILE STATUS '
054200            WS-MASTER-STATUS ' ON ACCOUNT ' MSTR-ACCOUNT-NUMBER
054300            ' - BRANCH REMAP STOPPED'
054400        MOVE 12 TO RETURN-CODE
054500        MOVE 'ERR' TO MASTER-SWITCH
054600        MOVE 'EOF' TO BROWSE-SWITCH
054700     END-IF.
054800******************************************************************
054900 MOVE-BRANCH-RECORDS.
055000     PERFORM MOVE-REFBAL-RECORD
055100        THRU MOVE-REFBAL-RECORD-EXIT.
055200     PERFORM MOVE-COLLECTOR-ASSIGNMENT
055300        THRU MOVE-COLLECTOR-ASSIGNMENT-EXIT.
055400******************************************************************
      * THE MONTH'S BRANCH FIGURES SO FAR ARE ADDED TO THE SUCCESSOR'S,
      * SO FINROL01 CLOSES THEM UNDER THE SUCCESSOR AT MONTH END. THE
      * LATER OF THE TWO UPDATE DATES STANDS. MONTHS ALREADY CLOSED
      * STAY UNDER THE OLD CODE IN PERIODHX.
      ******************************************************************
055500 MOVE-REFBAL-RECORD.
055600     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO RB-REFERENCE-CODE.
055700     READ REFCODE-BALANCE-FILE
055800         INVALID KEY
055900            GO TO MOVE-REFBAL-RECORD-EXIT
056000     END-READ.
056100     MOVE REFCODE-BALANCE-RECORD TO WS-HOLD-REFBAL.
056200     DELETE REFCODE-BALANCE-FILE RECORD
056300         INVALID KEY
056400            GO TO MOVE-REFBAL-RECORD-EXIT
056500     END-DELETE.
056600     MOVE 'D' TO BJ-ACTION-CODE.
056700     MOVE 'REFBAL' TO BJ-FILE-NAME.
056800     MOVE WS-HOLD-REFBAL TO BJ-BEFORE-IMAGE.
056900     MOVE SPACES TO BJ-AFTER-IMAGE.
057000     PERFORM WRITE-BRANCH-JOURNAL.
057100     PERFORM MOVE-ENTRY-TO-AUDIT.
057200     MOVE WS-HOLD-RB-COUNT TO AUD-COUNT.
057300     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO RB-REFERENCE-CODE.
057400     READ REFCODE-BALANCE-FILE
057500         INVALID KEY
057600            MOVE WS-HOLD-REFBAL TO REFCODE-BALANCE-RECORD
057700            MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO RB-REFERENCE-CODE
057800            WRITE REFCODE-BALANCE-RECORD
057900                INVALID KEY
058000                   CONTINUE
058100            END-WRITE
058200            MOVE 'A' TO BJ-ACTION-CODE
058300            MOVE SPACES TO BJ-BEFORE-IMAGE
058400            MOVE REFCODE-BALANCE-RECORD TO BJ-AFTER-IMAGE
058500            PERFORM WRITE-BRANCH-JOURNAL
058600            MOVE 'REFBAL MONTH FIGURES MOVED' TO AUD-TEXT
058700            PERFORM WRITE-AUDIT-LINE
058800            GO TO MOVE-REFBAL-RECORD-EXIT
058900     END-READ.
059000     MOVE REFCODE-BALANCE-RECORD TO BJ-BEFORE-IMAGE.
059100     ADD WS-HOLD-RB-COUNT TO RB-MTD-COUNT.
059200     ADD WS-HOLD-RB-TOTAL TO RB-MTD-TOTAL.
059300     IF WS-HOLD-RB-DATE > RB-LAST-UPDATE-DATE
059400        MOVE WS-HOLD-RB-DATE TO RB-LAST-UPDATE-DATE
059500     END-IF.
059600     REWRITE REFCODE-BALANCE-RECORD
059700         INVALID KEY
059800            CONTINUE
059900     END-REWRITE.
060000     MOVE 'C' TO BJ-ACTION-CODE.
060100     MOVE REFCODE-BALANCE-RECORD TO BJ-AFTER-IMAGE.
060200     PERFORM WRITE-BRANCH-JOURNAL.
060300     MOVE 'REFBAL MONTH FIGURES ADDED' TO AUD-TEXT.
060400     PERFORM WRITE-AUDIT-LINE.
060500 MOVE-REFBAL-RECORD-EXIT.
060600     EXIT.
060700******************************************************************
      * A SUCCESSOR THAT ALREADY HAS A COLLECTOR KEEPS IT -- THE
      * RETIRED BRANCH'S COLLECTOR IS LISTED SO COLLECTIONS CAN MOVE
      * ACCOUNTS BY HAND THROUGH FINCOL01 IF THEY WANT TO.
      ******************************************************************
060800 MOVE-COLLECTOR-ASSIGNMENT.
060900     MOVE SPACES TO CO-KEY.
061000     MOVE 'R' TO CO-RECORD-TYPE.
061100     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO CO-REFERENCE-CODE.
061200     READ COLLECTOR-FILE
061300         INVALID KEY
061400            GO TO MOVE-COLLECTOR-ASSIGNMENT-EXIT
061500     END-READ.
061600     MOVE COLLECTOR-RECORD TO WS-HOLD-COLLECTOR.
061700     DELETE COLLECTOR-FILE RECORD
061800         INVALID KEY
061900            GO TO MOVE-COLLECTOR-ASSIGNMENT-EXIT
062000     END-DELETE.
062100     MOVE 'D' TO BJ-ACTION-CODE.
062200     MOVE 'COLLMST' TO BJ-FILE-NAME.
062300     MOVE WS-HOLD-COLLECTOR TO BJ-BEFORE-IMAGE.
062400     MOVE SPACES TO BJ-AFTER-IMAGE.
062500     PERFORM WRITE-BRANCH-JOURNAL.
062600     PERFORM MOVE-ENTRY-TO-AUDIT.
062700     MOVE WS-HOLD-CO-ID TO AUD-ITEM.
062800     MOVE SPACES TO CO-KEY.
062900     MOVE 'R' TO CO-RECORD-TYPE.
063000     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO CO-REFERENCE-CODE.
063100     READ COLLECTOR-FILE
063200         INVALID KEY
063300            MOVE WS-HOLD-COLLECTOR TO COLLECTOR-RECORD
063400            MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO CO-REFERENCE-CODE
063500            MOVE RMT-OPERATOR-ID (WS-REMAP-SUB) TO CO-OPERATOR-ID
063600            MOVE RMT-REASON-CODE (WS-REMAP-SUB) TO CO-REASON-CODE
063700            MOVE BD-BUSINESS-DATE TO CO-LAST-MAINT-DATE
063800            WRITE COLLECTOR-RECORD
063900                INVALID KEY
064000                   CONTINUE
064100            END-WRITE
064200            MOVE 'A' TO BJ-ACTION-CODE
064300            MOVE SPACES TO BJ-BEFORE-IMAGE
064400            MOVE COLLECTOR-RECORD TO BJ-AFTER-IMAGE
064500            PERFORM WRITE-BRANCH-JOURNAL
064600            MOVE 'COLLECTOR ASSIGNMENT MOVED' TO AUD-TEXT
064700            PERFORM WRITE-AUDIT-LINE
064800            GO TO MOVE-COLLECTOR-ASSIGNMENT-EXIT
064900     END-READ.
065000     MOVE 'COLLECTOR DROPPED - SUCCESSOR KEPT' TO AUD-TEXT.
065100     PERFORM WRITE-AUDIT-LINE.
065200 MOVE-COLLECTOR-ASSIGNMENT-EXIT.
065300     EXIT.
065400******************************************************************
      * THE OLD CODE'S HIERARCHY RECORD STAYS, SO ITS CLOSED HISTORY
      * STILL ROLLS UP TO ITS OWN REGION WHEN THE REPORTS ARE NOT
      * RESTATING. A SUCCESSOR WITH NO RECORD OF ITS OWN GETS A COPY
      * OF THE OLD CODE'S, APPENDED TO THE END OF THE FILE.
      ******************************************************************
065500 ADD-SUCCESSOR-HIERARCHY.
065600     MOVE ZERO TO WS-ADD-COUNT.
065700     PERFORM NOTE-HIERARCHY-COPY
065800        VARYING WS-REMAP-SUB FROM 1 BY 1
065900        UNTIL WS-REMAP-SUB > WS-REMAP-COUNT.
066000     IF WS-ADD-COUNT > ZERO
066100        OPEN EXTEND HIERARCHY-FILE
066200        PERFORM WRITE-HIERARCHY-COPY
066300           VARYING WS-HIER-SUB FROM 1 BY 1
066400           UNTIL WS-HIER-SUB > WS-ADD-COUNT
066500        CLOSE HIERARCHY-FILE
066600     END-IF.
066700******************************************************************
066800 NOTE-HIERARCHY-COPY.
066900     PERFORM MOVE-ENTRY-TO-AUDIT.
067000     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO WS-SEARCH-CODE.
067100     PERFORM FIND-HIERARCHY-CODE.
067200     IF RECORD-FOUND
067300        MOVE 'HIERARCHY - SUCCESSOR ALREADY MAPPED' TO AUD-TEXT
067400        PERFORM WRITE-AUDIT-LINE
067500     ELSE
067600        MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO WS-SEARCH-CODE
067700        PERFORM FIND-HIERARCHY-CODE
067800        IF RECORD-FOUND
067900           ADD 1 TO WS-ADD-COUNT
068000           MOVE WS-REMAP-SUB TO ADR-REMAP-SUB (WS-ADD-COUNT)
068100           MOVE HCT-IMAGE (WS-HIER-SUB)
068200               TO ADR-IMAGE (WS-ADD-COUNT)
068300           PERFORM CLAIM-HIERARCHY-CODE
068400        ELSE
068500           MOVE 'HIERARCHY - NEITHER CODE MAPPED' TO AUD-TEXT
068600           PERFORM WRITE-AUDIT-LINE
068700        END-IF
068800     END-IF.
068900******************************************************************
      * A SECOND BRANCH CLOSING INTO THE SAME SUCCESSOR FINDS IT
      * ALREADY MAPPED BY THE FIRST.
      ******************************************************************
069000 CLAIM-HIERARCHY-CODE.
069100     IF WS-HIER-COUNT < 100
069200        ADD 1 TO WS-HIER-COUNT
069300        MOVE RMT-NEW-CODE (WS-REMAP-SUB)
069400            TO HCT-CODE (WS-HIER-COUNT)
069500     END-IF.
069600******************************************************************
069700 FIND-HIERARCHY-CODE.
069800     MOVE 'NO ' TO FOUND-SWITCH.
069900     PERFORM MATCH-HIERARCHY-CODE
070000        VARYING WS-HIER-SUB FROM 1 BY 1
070100        UNTIL WS-HIER-SUB > WS-HIER-COUNT
070200           OR RECORD-FOUND.
070300     IF RECORD-FOUND
070400        SUBTRACT 1 FROM WS-HIER-SUB
070500     END-IF.
070600******************************************************************
070700 MATCH-HIERARCHY-CODE.
070800     IF HCT-CODE (WS-HIER-SUB) = WS-SEARCH-CODE
070900        MOVE 'YES' TO FOUND-SWITCH
071000     END-IF.
071100******************************************************************
071200 WRITE-HIERARCHY-COPY.
071300     MOVE ADR-REMAP-SUB (WS-HIER-SUB) TO WS-REMAP-SUB.
071400     MOVE ADR-IMAGE (WS-HIER-SUB) TO HIERARCHY-RECORD.
071500     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO HR-REFERENCE-CODE.
071600     WRITE HIERARCHY-RECORD.
071700     MOVE 'A' TO BJ-ACTION-CODE.
071800     MOVE 'HIERARCH' TO BJ-FILE-NAME.
071900     MOVE SPACES TO BJ-BEFORE-IMAGE.
072000     MOVE HIERARCHY-RECORD TO BJ-AFTER-IMAGE.
072100     PERFORM WRITE-BRANCH-JOURNAL.
072200     PERFORM MOVE-ENTRY-TO-AUDIT.
072300     MOVE 'HIERARCHY COPIED TO SUCCESSOR' TO AUD-TEXT.
072400     MOVE HR-REGION-CODE TO AUD-ITEM.
072500     PERFORM WRITE-AUDIT-LINE.
072600******************************************************************
      * THE RESERVE-RATE CARDS ARE TREATED THE SAME WAY: THE ACCOUNTS
      * MOVING UNDER A SUCCESSOR WITH NO OVERRIDE ROW OF ITS OWN KEEP
      * THE RESERVE TREATMENT THEIR OLD BRANCH HAD. A SUCCESSOR WITH A
      * ROW OF ITS OWN KEEPS IT, AND THE OLD ROW IS LISTED.
      ******************************************************************
072700 ADD-SUCCESSOR-RATES.
072800     MOVE ZERO TO WS-ADD-COUNT.
072900     PERFORM NOTE-RATE-COPY
073000        VARYING WS-REMAP-SUB FROM 1 BY 1
073100        UNTIL WS-REMAP-SUB > WS-REMAP-COUNT.
073200     IF WS-ADD-COUNT > ZERO
073300        OPEN EXTEND RATE-FILE
073400        PERFORM WRITE-RATE-COPY
073500           VARYING WS-RATE-SUB FROM 1 BY 1
073600           UNTIL WS-RATE-SUB > WS-ADD-COUNT
073700        CLOSE RATE-FILE
073800     END-IF.
073900******************************************************************
074000 NOTE-RATE-COPY.
074100     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO WS-SEARCH-CODE.
074200     PERFORM FIND-RATE-CODE.
074300     IF RECORD-FOUND
074400        MOVE WS-RATE-SUB TO WS-HOLD-SUB
074500        MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO WS-SEARCH-CODE
074600        PERFORM FIND-RATE-CODE
074700        IF RECORD-FOUND
074800           PERFORM MOVE-ENTRY-TO-AUDIT
074900           MOVE 'RESERVE RATE - SUCCESSOR ROW KEPT' TO AUD-TEXT
075000           PERFORM WRITE-AUDIT-LINE
075100        ELSE
075200           ADD 1 TO WS-ADD-COUNT
075300           MOVE WS-REMAP-SUB TO ADR-REMAP-SUB (WS-ADD-COUNT)
075400           MOVE RRT-IMAGE (WS-HOLD-SUB)
075500               TO ADR-IMAGE (WS-ADD-COUNT)
075600           PERFORM CLAIM-RATE-CODE
075700        END-IF
075800     END-IF.
075900******************************************************************
076000 CLAIM-RATE-CODE.
076100     IF WS-RATE-COUNT < 100
076200        ADD 1 TO WS-RATE-COUNT
076300        MOVE RMT-NEW-CODE (WS-REMAP-SUB)
076400            TO RRT-CODE (WS-RATE-COUNT)
076500     END-IF.
076600******************************************************************
076700 FIND-RATE-CODE.
076800     MOVE 'NO ' TO FOUND-SWITCH.
076900     PERFORM MATCH-RATE-CODE
077000        VARYING WS-RATE-SUB FROM 1 BY 1
077100        UNTIL WS-RATE-SUB > WS-RATE-COUNT
077200           OR RECORD-FOUND.
077300     IF RECORD-FOUND
077400        SUBTRACT 1 FROM WS-RATE-SUB
077500     END-IF.
077600******************************************************************
077700 MATCH-RATE-CODE.
077800     IF RRT-CODE (WS-RATE-SUB) = WS-SEARCH-CODE
077900        MOVE 'YES' TO FOUND-SWITCH
078000     END-IF.
078100******************************************************************
078200 WRITE-RATE-COPY.
078300     MOVE ADR-REMAP-SUB (WS-RATE-SUB) TO WS-REMAP-SUB.
078400     MOVE ADR-IMAGE (WS-RATE-SUB) TO RESERVE-RATE-RECORD.
078500     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO RR-REFERENCE-CODE.
078600     WRITE RESERVE-RATE-RECORD.
078700     MOVE 'A' TO BJ-ACTION-CODE.
078800     MOVE 'RSVRATE' TO BJ-FILE-NAME.
078900     MOVE SPACES TO BJ-BEFORE-IMAGE.
079000     MOVE RESERVE-RATE-RECORD TO BJ-AFTER-IMAGE.
079100     PERFORM WRITE-BRANCH-JOURNAL.
079200     PERFORM MOVE-ENTRY-TO-AUDIT.
079300     MOVE 'RESERVE RATE COPIED TO SUCCESSOR' TO AUD-TEXT.
079400     PERFORM WRITE-AUDIT-LINE.
079500******************************************************************
      * THE REFERENCE-CODE MASTER IS READ THROUGH ONCE MORE AND EACH
      * RETIRED CODE IS REWRITTEN INACTIVE IN PLACE.
      ******************************************************************
079600 RETIRE-OLD-CODES.
079700     MOVE SPACES TO BROWSE-SWITCH.
079800     OPEN I-O REFCODE-FILE.
079900     PERFORM RETIRE-ONE-CODE
080000        UNTIL END-OF-BROWSE.
080100     CLOSE REFCODE-FILE.
080200******************************************************************
080300 RETIRE-ONE-CODE.
080400     READ REFCODE-FILE AT END
080500         MOVE 'EOF' TO BROWSE-SWITCH
080600     END-READ.
080700     IF NOT END-OF-BROWSE
080800        MOVE RC-REFERENCE-CODE TO WS-SEARCH-CODE
080900        PERFORM FIND-REMAP-ENTRY
081000        IF RECORD-FOUND AND NOT RC-INACTIVE
081100           MOVE REFCODE-RECORD TO BJ-BEFORE-IMAGE
081200           MOVE 'I' TO RC-ACTIVE-FLAG
081300           REWRITE REFCODE-RECORD
081400           MOVE 'C' TO BJ-ACTION-CODE
081500           MOVE 'REFCODE' TO BJ-FILE-NAME
081600           MOVE REFCODE-RECORD TO BJ-AFTER-IMAGE
081700           PERFORM WRITE-BRANCH-JOURNAL
081800           PERFORM MOVE-ENTRY-TO-AUDIT
081900           MOVE 'REFERENCE CODE MADE INACTIVE' TO AUD-TEXT
082000           MOVE RC-DESCRIPTION TO AUD-ITEM
082100           PERFORM WRITE-AUDIT-LINE
082200        END-IF
082300     END-IF.
082400******************************************************************
082500 WRITE-FORWARD-RECORD.
082600     MOVE SPACES TO BRANCH-FORWARD-RECORD.
082700     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO BF-OLD-CODE.
082800     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO BF-NEW-CODE.
082900     MOVE RMT-EFFECTIVE-DATE (WS-REMAP-SUB) TO BF-EFFECTIVE-DATE.
083000     MOVE BD-BUSINESS-DATE TO BF-REMAP-DATE.
083100     MOVE RMT-OPERATOR-ID (WS-REMAP-SUB) TO BF-OPERATOR-ID.
083200     MOVE RMT-REASON-CODE (WS-REMAP-SUB) TO BF-REASON-CODE.
083300     WRITE BRANCH-FORWARD-RECORD
083400         INVALID KEY
083500            DISPLAY 'FINRMP01 - FORWARD RECORD FOR '
083600                BF-OLD-CODE ' NOT WRITTEN, STATUS '
083700                WS-BRNFWD-STATUS
083800            MOVE 12 TO RETURN-CODE
083900     END-WRITE.
084000******************************************************************
084100 WRITE-BRANCH-JOURNAL.
084200     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO BJ-OLD-CODE.
084300     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO BJ-NEW-CODE.
084400     ACCEPT BJ-JOURNAL-DATE FROM DATE.
084500     ACCEPT BJ-JOURNAL-TIME FROM TIME.
084600     WRITE BRANCH-JOURNAL-RECORD.
084700     ADD 1 TO WS-JOURNAL-COUNT.
084800******************************************************************
084900 MOVE-ENTRY-TO-AUDIT.
085000     MOVE RMT-OLD-CODE (WS-REMAP-SUB) TO AUD-OLD-CODE.
085100     MOVE RMT-NEW-CODE (WS-REMAP-SUB) TO AUD-NEW-CODE.
085200     MOVE RMT-EFFECTIVE-DATE (WS-REMAP-SUB) TO AUD-EFFECTIVE-DATE.
085300     MOVE RMT-OPERATOR-ID (WS-REMAP-SUB) TO AUD-OPERATOR.
085400     MOVE RMT-REASON-CODE (WS-REMAP-SUB) TO AUD-REASON.
085500     MOVE SPACES TO AUD-ITEM.
085600     MOVE ZERO TO AUD-COUNT.
085700******************************************************************
085800 WRITE-AUDIT-LINE.
085900     IF LINES-WRITTEN >= WS-PAGE-SIZE
086000        PERFORM WRITE-HEADER
086100        MOVE 2 TO LINE-SPACING
086200     END-IF.
086300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
086400     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
086500     WRITE OUTPUT-RECORD.
086600     ADD 1 TO LINES-WRITTEN.
086700     MOVE 1 TO LINE-SPACING.
086800     MOVE SPACES TO AUD-ITEM.
086900     MOVE ZERO TO AUD-COUNT.
087000******************************************************************
087100 WRITE-REJECT-LINE.
087200     ADD 1 TO WS-REJECT-COUNT.
087300     PERFORM WRITE-AUDIT-LINE.
087400******************************************************************
087500 WRITE-HEADER.
087600     MOVE ZERO TO LINES-WRITTEN.
087700     ACCEPT HDR-PRT-DATE FROM DATE.
087800     ACCEPT HDR-PRT-TIME FROM TIME.
087900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
088000     ADD 1 TO PAGE-COUNT
088100     MOVE '   BRANCH REMAP REGISTER       '   TO REPORT-TITLE.
088200     MOVE PAGE-COUNT TO PAGE-NUMBER.
088300     MOVE HEADER-RECORD TO OUTPUT-LINE.
088400     WRITE OUTPUT-RECORD.
088500     MOVE 1 TO LINE-SPACING.
088600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
088700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
088800     WRITE OUTPUT-RECORD.
088900     ADD 1 TO LINES-WRITTEN.
