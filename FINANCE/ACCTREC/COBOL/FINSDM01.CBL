000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINSDM01.
      ******************************************************************
      * FINSDM01 -- MAINTENANCE PROGRAM FOR THE NIGHTLY STREAM
      *             DEFINITION (SEE STRMDEF) COBMAIN RUNS FROM. ADDING,
      *             REMOVING OR RE-SCHEDULING A STEP WAS A CHANGE TO
      *             COBMAIN'S STEP TABLE AND A RELEASE; IT IS NOW A
      *             MAINTENANCE CARD. ACTION 'A' ADDS A STEP, 'C'
      *             REPLACES A STEP'S SEQUENCE, FLAGS, FREQUENCY,
      *             FAILURE HANDLING AND DEPENDENCY, 'D' REMOVES IT.
      *             EVERY CARD MUST CARRY AN OPERATOR ID AND A REASON
      *             CODE OR IT IS REJECTED, AS ARE CARDS THAT WOULD
      *             LEAVE A BAD DEFINITION BEHIND: AN UNKNOWN CODE, A
      *             DUPLICATE STEP OR SEQUENCE NUMBER, A DEPENDENCY ON
      *             A STEP THAT DOES NOT RUN EARLIER, OR THE REMOVAL OF
      *             A STEP ANOTHER STEP DEPENDS ON. THE OLD FILE IS
      *             ROLLED TO A NEW COPY (OLD-IN / NEW-OUT) IN STEP
      *             SEQUENCE ORDER, THE DEFINITION VERSION IS BUMPED BY
      *             ONE WHEN ANY CARD IS APPLIED, AND AN AUDIT LISTING
      *             SHOWS THE OLD AND NEW SETTINGS, WHO AND WHEN.
      *             COBMAIN STAMPS THE VERSION IT RAN INTO ITS AUDIT
      *             TRAIL.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-25  TS   INITIAL VERSION.
      * 2026-10-15  TS   A DEFINITION MAY NOW HOLD UP TO 40 STEPS (WAS
      *                  20), IN STEP WITH COBMAIN.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL DEFINITION-FILE ASSIGN U-T-STRDEF.
000800     SELECT DEFINITION-NEW-FILE ASSIGN U-T-SDFNEW.
000900     SELECT MAINT-FILE ASSIGN U-T-SDMNT.
001000 DATA DIVISION.
001100 FILE SECTION.
001200 FD REPORT-FILE
001300     LABEL RECORDS ARE OMITTED
001400     RECORDING MODE IS F
001500     RECORD CONTAINS 133 CHARACTERS
001600     DATA RECORD IS OUTPUT-RECORD.
001700   01 OUTPUT-RECORD.
001800     02 CARRIAGE-CONTROL PIC X.
001900     02 OUTPUT-LINE      PIC X(132).
002000 FD DEFINITION-FILE
002100     LABEL RECORDS ARE STANDARD
002200     RECORD CONTAINS 80 CHARACTERS
002300     DATA RECORD IS STREAM-DEFINITION-RECORD.
002400 COPY STRMDEF.
002500 FD DEFINITION-NEW-FILE
002600     LABEL RECORDS ARE STANDARD
002700     RECORD CONTAINS 80 CHARACTERS
002800     DATA RECORD IS DEFINITION-NEW-RECORD.
002900   01 DEFINITION-NEW-RECORD PIC X(80).
003000 FD MAINT-FILE
003100     LABEL RECORDS ARE STANDARD
003200     RECORD CONTAINS 80 CHARACTERS
003300     DATA RECORD IS MAINT-CARD-RECORD.
003400   01 MAINT-CARD-RECORD.
003500     02 SDM-ACTION-CODE        PIC X(01).
003600        88 SDM-ADD             VALUE 'A'.
003700        88 SDM-CHANGE          VALUE 'C'.
003800        88 SDM-DELETE          VALUE 'D'.
003900     02 SDM-STEP-SEQ           PIC 9(03).
004000     02 SDM-PROGRAM-NAME       PIC X(08).
004100     02 SDM-SUPP-FLAG          PIC X(01).
004200     02 SDM-FREQUENCY          PIC X(01).
004300     02 SDM-DAY-NUMBER         PIC 9(01).
004400     02 SDM-FAIL-ACTION        PIC X(01).
004500     02 SDM-WARNING-LIMIT      PIC 9(02).
004600     02 SDM-WARNING-LIMIT-X REDEFINES SDM-WARNING-LIMIT
004700                               PIC X(02).
004800     02 SDM-DEPENDS-ON         PIC X(08).
004900     02 SDM-REASON-CODE        PIC X(04).
005000     02 SDM-OPERATOR-ID        PIC X(08).
005100     02 FILLER                 PIC X(42).
      ******************************************************************
005200 WORKING-STORAGE SECTION.
005300 COPY HEADER1.
005400 01  PROGRAM-WORK-FIELDS.
005500     02  INPUT-SWITCH      PIC X(3).
005600         88  END-OF-FILE   VALUE 'EOF'.
005700     02  DEFN-SWITCH       PIC X(3)  VALUE 'GO '.
005800         88  END-OF-DEFN   VALUE 'EOF'.
005900     02  LINES-WRITTEN     PIC 9(3).
006000     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006100     02  PAGE-COUNT        PIC 9(3).
006200     02  ENTRY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
006300         88  ENTRY-FOUND   VALUE 'YES'.
006400     02  CARD-SWITCH       PIC X(3)  VALUE 'OK '.
006500         88  CARD-REJECTED VALUE 'REJ'.
006600     02  SWAP-SWITCH       PIC X(3)  VALUE 'NO '.
006700         88  ENTRIES-SWAPPED VALUE 'YES'.
006800     02  WS-ENTRY-SUB      PIC 9(2)  COMP.
006900     02  WS-CARD-SUB       PIC 9(2)  COMP.
007000     02  WS-CHECK-SUB      PIC 9(2)  COMP.
007100     02  WS-NEXT-SUB       PIC 9(2)  COMP.
007200     02  WS-ENTRY-COUNT    PIC 9(2)  COMP VALUE ZERO.
007300     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
007400     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007500     02  WS-OLD-VERSION    PIC 9(5)  VALUE ZERO.
007600     02  WS-NEW-VERSION    PIC 9(5)  VALUE ZERO.
007700     02  WS-REJECT-TEXT    PIC X(40) VALUE SPACES.
007800     02  WS-FIND-PROGRAM   PIC X(8)  VALUE SPACES.
007900     02  WS-LAST-OPERATOR  PIC X(8)  VALUE SPACES.
008000     02  WS-LAST-REASON    PIC X(4)  VALUE SPACES.
008100 01  DATE-WORK-FIELDS.
008200     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
008300     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008400     02  WS-MAINT-CCYYMMDD PIC 9(8)  VALUE ZERO.
      ******************************************************************
      * THE DEFINITION HEADER AS LOADED, CARRIED FORWARD UNCHANGED
      * WHEN NO CARD IS APPLIED.
      ******************************************************************
008500 01  OLD-HEADER-FIELDS.
008600     02  WS-OLD-CHANGE-DATE PIC 9(8) VALUE ZERO.
008700     02  WS-OLD-CHANGE-TIME PIC 9(8) VALUE ZERO.
008800     02  WS-OLD-OPERATOR   PIC X(8)  VALUE SPACES.
008900     02  WS-OLD-REASON     PIC X(4)  VALUE SPACES.
009000 01  STEP-DEFINITION-TABLE.
009100     05  STEP-DEFINITION-ENTRY OCCURS 40 TIMES.
009200         10  STE-STEP-SEQ        PIC 9(03).
009300         10  STE-PROGRAM-NAME    PIC X(08).
009400         10  STE-SUPP-FLAG       PIC X(01).
009500         10  STE-FREQUENCY       PIC X(01).
009600         10  STE-DAY-NUMBER      PIC 9(01).
009700         10  STE-FAIL-ACTION     PIC X(01).
009800         10  STE-WARNING-LIMIT   PIC 9(02).
009900         10  STE-DEPENDS-ON      PIC X(08).
010000         10  STE-LAST-OPERATOR   PIC X(08).
010100         10  STE-LAST-REASON     PIC X(04).
010200         10  STE-LAST-CHANGE-DATE PIC 9(08).
010300 01  STEP-SWAP-ENTRY           PIC X(45).
010400 COPY PAGING.
010500 01  AUDIT-DETAIL-LINE.
010600     02  FILLER                PIC X(2).
010700     02  AUD-ACTION            PIC X(1).
010800     02  FILLER                PIC X(2).
010900     02  AUD-PROGRAM-NAME      PIC X(8).
011000     02  FILLER                PIC X(2).
011100     02  AUD-OLD-SETTINGS.
011200         03  AUD-OLD-SEQ       PIC X(3).
011300         03  FILLER            PIC X(1).
011400         03  AUD-OLD-SUPP      PIC X(1).
011500         03  AUD-OLD-FREQ      PIC X(1).
011600         03  AUD-OLD-DAY       PIC X(1).
011700         03  FILLER            PIC X(1).
011800         03  AUD-OLD-FAIL      PIC X(1).
011900         03  AUD-OLD-WARN      PIC X(2).
012000         03  FILLER            PIC X(1).
012100         03  AUD-OLD-DEPENDS   PIC X(8).
012200     02  FILLER                PIC X(3).
012300     02  AUD-NEW-SETTINGS.
012400         03  AUD-NEW-SEQ       PIC X(3).
012500         03  FILLER            PIC X(1).
012600         03  AUD-NEW-SUPP      PIC X(1).
012700         03  AUD-NEW-FREQ      PIC X(1).
012800         03  AUD-NEW-DAY       PIC X(1).
012900         03  FILLER            PIC X(1).
013000         03  AUD-NEW-FAIL      PIC X(1).
013100         03  AUD-NEW-WARN      PIC X(2).
013200         03  FILLER            PIC X(1).
013300         03  AUD-NEW-DEPENDS   PIC X(8).
013400     02  FILLER                PIC X(3).
013500     02  AUD-REASON            PIC X(4).
013600     02  FILLER                PIC X(2).
013700     02  AUD-OPERATOR          PIC X(8).
013800     02  FILLER                PIC X(2).
013900     02  AUD-DATE              PIC 9(6).
014000     02  FILLER                PIC X(1).
014100     02  AUD-TIME              PIC 9(8).
014200     02  FILLER                PIC X(40).
014300 01  REJECT-DETAIL-LINE.
014400     02  FILLER                PIC X(2).
014500     02  REJ-ACTION            PIC X(1).
014600     02  FILLER                PIC X(2).
014700     02  REJ-PROGRAM-NAME      PIC X(8).
014800     02  FILLER                PIC X(2).
014900     02  REJ-REASON-TEXT       PIC X(40).
015000     02  FILLER                PIC X(2).
015100     02  REJ-REASON            PIC X(4).
015200     02  FILLER                PIC X(2).
015300     02  REJ-OPERATOR          PIC X(8).
015400     02  FILLER                PIC X(61).
015500 01  VERSION-LINE.
015600     02  FILLER                PIC X(2).
015700     02  FILLER                PIC X(28)
015800                               VALUE 'STREAM DEFINITION VERSION '.
015900     02  VER-OLD-VERSION       PIC ZZZZ9.
016000     02  FILLER                PIC X(4)  VALUE ' TO '.
016100     02  VER-NEW-VERSION       PIC ZZZZ9.
016200     02  FILLER                PIC X(4).
016300     02  VER-STEP-COUNT        PIC Z9.
016400     02  FILLER                PIC X(6)  VALUE ' STEPS'.
016500     02  FILLER                PIC X(76).
016600 01  COLUMN-HEADING-LINE.
016700     02  FILLER                PIC X(2).
016800     02  FILLER                PIC X(3)  VALUE 'ACT'.
016900     02  FILLER                PIC X(8)  VALUE 'PROGRAM'.
017000     02  FILLER                PIC X(2).
017100     02  FILLER                PIC X(20)
017200                               VALUE 'OLD SEQ SFD AWL DEP'.
017300     02  FILLER                PIC X(3).
017400     02  FILLER                PIC X(20)
017500                               VALUE 'NEW SEQ SFD AWL DEP'.
017600     02  FILLER                PIC X(3).
017700     02  FILLER                PIC X(4)  VALUE 'RSN'.
017800     02  FILLER                PIC X(2).
017900     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
018000     02  FILLER                PIC X(2).
018100     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
018200     02  FILLER                PIC X(40).
018300******************************************************************
018400 PROCEDURE DIVISION.
018500     DISPLAY 'FINSDM01 - STREAM DEFINITION MAINTENANCE STARTING'.
018600     ACCEPT WS-MAINT-DATE FROM DATE.
018700     ACCEPT WS-MAINT-TIME FROM TIME.
018800     COMPUTE WS-MAINT-CCYYMMDD = 20000000 + WS-MAINT-DATE.
018900     PERFORM LOAD-DEFINITION-TABLE.
019000     OPEN INPUT  MAINT-FILE
019100          OUTPUT REPORT-FILE.
019200     PERFORM WRITE-HEADER.
019300     PERFORM GET-MAINT-CARD.
019400     PERFORM APPLY-AND-READ
019500        UNTIL END-OF-FILE.
019600     CLOSE MAINT-FILE.
019700     PERFORM SORT-DEFINITION-TABLE.
019800     MOVE WS-OLD-VERSION TO WS-NEW-VERSION.
019900     IF WS-APPLIED-COUNT > ZERO
020000        ADD 1 TO WS-NEW-VERSION
020100     END-IF.
020200     PERFORM WRITE-NEW-DEFINITION-FILE.
020300     PERFORM WRITE-VERSION-LINE.
020400     CLOSE REPORT-FILE.
020500     DISPLAY 'FINSDM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
020600     DISPLAY 'FINSDM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
020700     DISPLAY 'FINSDM01 - DEFINITION VERSION ' WS-NEW-VERSION.
020800     IF WS-REJECT-COUNT > ZERO
020900        MOVE 4 TO RETURN-CODE
021000     END-IF.
021100     GOBACK.
021200******************************************************************
      * AN ABSENT DEFINITION FILE STARTS AN EMPTY DEFINITION AT
      * VERSION ZERO -- THE FIRST MAINTENANCE RUN LOADS IT WITH 'A'
      * CARDS.
      ******************************************************************
021300 LOAD-DEFINITION-TABLE.
021400     OPEN INPUT DEFINITION-FILE.
021500     PERFORM LOAD-DEFINITION-RECORD
021600        UNTIL END-OF-DEFN.
021700     CLOSE DEFINITION-FILE.
021800******************************************************************
021900 LOAD-DEFINITION-RECORD.
022000     READ DEFINITION-FILE AT END
022100         MOVE 'EOF' TO DEFN-SWITCH
022200     NOT AT END
022300         IF SD-IS-HEADER
022400            MOVE SDH-VERSION TO WS-OLD-VERSION
022500            MOVE SDH-CHANGE-DATE TO WS-OLD-CHANGE-DATE
022600            MOVE SDH-CHANGE-TIME TO WS-OLD-CHANGE-TIME
022700            MOVE SDH-OPERATOR-ID TO WS-OLD-OPERATOR
022800            MOVE SDH-REASON-CODE TO WS-OLD-REASON
022900         END-IF
023000         IF SD-IS-STEP AND WS-ENTRY-COUNT < 40
023100            ADD 1 TO WS-ENTRY-COUNT
023200            MOVE SD-STEP-SEQ TO STE-STEP-SEQ (WS-ENTRY-COUNT)
023300            MOVE SD-PROGRAM-NAME
023400                TO STE-PROGRAM-NAME (WS-ENTRY-COUNT)
023500            MOVE SD-SUPP-FLAG TO STE-SUPP-FLAG (WS-ENTRY-COUNT)
023600            MOVE SD-FREQUENCY TO STE-FREQUENCY (WS-ENTRY-COUNT)
023700            MOVE SD-DAY-NUMBER
023800                TO STE-DAY-NUMBER (WS-ENTRY-COUNT)
023900            MOVE SD-FAIL-ACTION
024000                TO STE-FAIL-ACTION (WS-ENTRY-COUNT)
024100            MOVE SD-WARNING-LIMIT
024200                TO STE-WARNING-LIMIT (WS-ENTRY-COUNT)
024300            MOVE SD-DEPENDS-ON
024400                TO STE-DEPENDS-ON (WS-ENTRY-COUNT)
024500            MOVE SD-LAST-OPERATOR
024600                TO STE-LAST-OPERATOR (WS-ENTRY-COUNT)
024700            MOVE SD-LAST-REASON
024800                TO STE-LAST-REASON (WS-ENTRY-COUNT)
024900            MOVE SD-LAST-CHANGE-DATE
025000                TO STE-LAST-CHANGE-DATE (WS-ENTRY-COUNT)
025100         END-IF
025200     END-READ.
025300******************************************************************
025400 GET-MAINT-CARD.
025500     READ MAINT-FILE AT END
025600         MOVE 'EOF' TO INPUT-SWITCH.
025700******************************************************************
025800 APPLY-AND-READ.
025900     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
026000     PERFORM GET-MAINT-CARD.
026100******************************************************************
026200 APPLY-MAINT-CARD.
026300     IF SDM-PROGRAM-NAME = SPACES
026400           OR SDM-REASON-CODE = SPACES
026500           OR SDM-OPERATOR-ID = SPACES
026600        MOVE 'REJECTED - MISSING PROGRAM/REASON/OPER'
026700            TO WS-REJECT-TEXT
026800        PERFORM WRITE-REJECT-LINE
026900        GO TO APPLY-MAINT-CARD-EXIT
027000     END-IF.
027100     IF NOT SDM-ADD AND NOT SDM-CHANGE AND NOT SDM-DELETE
027200        MOVE 'REJECTED - ACTION NOT A, C OR D'
027300            TO WS-REJECT-TEXT
027400        PERFORM WRITE-REJECT-LINE
027500        GO TO APPLY-MAINT-CARD-EXIT
027600     END-IF.
027700     MOVE SDM-PROGRAM-NAME TO WS-FIND-PROGRAM.
027800     PERFORM FIND-TABLE-ENTRY.
027900     IF SDM-DELETE
028000        PERFORM APPLY-DELETE-CARD
028100        GO TO APPLY-MAINT-CARD-EXIT
028200     END-IF.
028300     PERFORM EDIT-STEP-SETTINGS THRU EDIT-STEP-SETTINGS-EXIT.
028400     IF CARD-REJECTED
028500        PERFORM WRITE-REJECT-LINE
028600        GO TO APPLY-MAINT-CARD-EXIT
028700     END-IF.
028800     IF SDM-ADD
028900        PERFORM APPLY-ADD-CARD
029000     ELSE
029100        PERFORM APPLY-CHANGE-CARD
029200     END-IF.
029300 APPLY-MAINT-CARD-EXIT.
029400     EXIT.
029500******************************************************************
      * THE FIELD EDITS AN ADD OR A CHANGE MUST PASS -- THE SAME
      * RULES COBMAIN APPLIES TO THE WHOLE DEFINITION BEFORE THE
      * FIRST STEP RUNS, SO A CARD THAT GETS THROUGH HERE CANNOT
      * STOP THE NIGHT'S STREAM. A BLANK FAILURE ACTION STOPS THE
      * STREAM AND A BLANK WARNING LIMIT IS THE SHOP'S USUAL 04.
      ******************************************************************
029600 EDIT-STEP-SETTINGS.
029700     MOVE 'OK ' TO CARD-SWITCH.
029800     IF SDM-FAIL-ACTION = SPACE
029900        MOVE 'S' TO SDM-FAIL-ACTION
030000     END-IF.
030100     IF SDM-WARNING-LIMIT-X = SPACES
030200        MOVE 4 TO SDM-WARNING-LIMIT
030300     END-IF.
030400     IF SDM-STEP-SEQ NOT NUMERIC
030500           OR SDM-STEP-SEQ = ZERO
030600        MOVE 'REJECTED - STEP SEQUENCE NOT 001-999'
030700            TO WS-REJECT-TEXT
030800        GO TO EDIT-STEP-REJECTED
030900     END-IF.
031000     IF SDM-SUPP-FLAG NOT = 'S' AND SDM-SUPP-FLAG NOT = SPACE
031100        MOVE 'REJECTED - SUPPLEMENTAL FLAG NOT S/SPACE'
031200            TO WS-REJECT-TEXT
031300        GO TO EDIT-STEP-REJECTED
031400     END-IF.
031500     IF SDM-FREQUENCY NOT = 'D' AND SDM-FREQUENCY NOT = 'W'
031600           AND SDM-FREQUENCY NOT = 'L' AND SDM-FREQUENCY NOT = 'F'
031700        MOVE 'REJECTED - FREQUENCY NOT D, W, L OR F'
031800            TO WS-REJECT-TEXT
031900        GO TO EDIT-STEP-REJECTED
032000     END-IF.
032100     IF SDM-DAY-NUMBER NOT NUMERIC
032200        MOVE ZERO TO SDM-DAY-NUMBER
032300     END-IF.
032400     IF SDM-FREQUENCY = 'W'
032500           AND (SDM-DAY-NUMBER < 1 OR SDM-DAY-NUMBER > 5)
032600        MOVE 'REJECTED - WEEKLY DAY NOT 1 (MON)-5 (FRI)'
032700            TO WS-REJECT-TEXT
032800        GO TO EDIT-STEP-REJECTED
032900     END-IF.
033000     IF SDM-FAIL-ACTION NOT = 'S' AND SDM-FAIL-ACTION NOT = 'C'
033100        MOVE 'REJECTED - FAILURE ACTION NOT S OR C'
033200            TO WS-REJECT-TEXT
033300        GO TO EDIT-STEP-REJECTED
033400     END-IF.
033500     IF SDM-WARNING-LIMIT NOT NUMERIC
033600           OR SDM-WARNING-LIMIT > 4
033700        MOVE 'REJECTED - WARNING LIMIT NOT 00-04'
033800            TO WS-REJECT-TEXT
033900        GO TO EDIT-STEP-REJECTED
034000     END-IF.
034100     IF SDM-ADD AND ENTRY-FOUND
034200        MOVE 'REJECTED - STEP ALREADY IN THE DEFINITION'
034300            TO WS-REJECT-TEXT
034400        GO TO EDIT-STEP-REJECTED
034500     END-IF.
034600     IF SDM-CHANGE AND NOT ENTRY-FOUND
034700        MOVE 'REJECTED - STEP NOT IN THE DEFINITION'
034800            TO WS-REJECT-TEXT
034900        GO TO EDIT-STEP-REJECTED
035000     END-IF.
035100     IF SDM-ADD AND WS-ENTRY-COUNT NOT < 40
035200        MOVE 'REJECTED - DEFINITION FULL (40 STEPS)'
035300            TO WS-REJECT-TEXT
035400        GO TO EDIT-STEP-REJECTED
035500     END-IF.
035600     PERFORM CHECK-SEQUENCE-IN-USE
035700        VARYING WS-CHECK-SUB FROM 1 BY 1
035800        UNTIL WS-CHECK-SUB > WS-ENTRY-COUNT
035900           OR CARD-REJECTED.
036000     IF CARD-REJECTED
036100        GO TO EDIT-STEP-SETTINGS-EXIT
036200     END-IF.
036300     IF SDM-DEPENDS-ON NOT = SPACES
036400        PERFORM CHECK-DEPENDENCY THRU CHECK-DEPENDENCY-EXIT
036500        IF CARD-REJECTED
036600           GO TO EDIT-STEP-SETTINGS-EXIT
036700        END-IF
036800     END-IF.
036900     IF SDM-CHANGE
037000        PERFORM CHECK-DEPENDENT-ORDER
037100           VARYING WS-CHECK-SUB FROM 1 BY 1
037200           UNTIL WS-CHECK-SUB > WS-ENTRY-COUNT
037300              OR CARD-REJECTED
037400     END-IF.
037500     GO TO EDIT-STEP-SETTINGS-EXIT.
037600 EDIT-STEP-REJECTED.
037700     MOVE 'REJ' TO CARD-SWITCH.
037800 EDIT-STEP-SETTINGS-EXIT.
037900     EXIT.
038000******************************************************************
038100 CHECK-SEQUENCE-IN-USE.
038200     IF STE-STEP-SEQ (WS-CHECK-SUB) = SDM-STEP-SEQ
038300           AND STE-PROGRAM-NAME (WS-CHECK-SUB)
038400               NOT = SDM-PROGRAM-NAME
038500        MOVE 'REJECTED - SEQUENCE USED BY ANOTHER STEP'
038600            TO WS-REJECT-TEXT
038700        MOVE 'REJ' TO CARD-SWITCH
038800     END-IF.
038900******************************************************************
      * THE STEP DEPENDED ON MUST BE IN THE DEFINITION AND RUN
      * EARLIER -- A LOWER SEQUENCE NUMBER THAN THIS CARD'S.
      ******************************************************************
039000 CHECK-DEPENDENCY.
039100     IF SDM-DEPENDS-ON = SDM-PROGRAM-NAME
039200        MOVE 'REJECTED - STEP CANNOT DEPEND ON ITSELF'
039300            TO WS-REJECT-TEXT
039400        MOVE 'REJ' TO CARD-SWITCH
039500        GO TO CHECK-DEPENDENCY-EXIT
039600     END-IF.
039700     MOVE WS-ENTRY-SUB TO WS-CARD-SUB.
039800     MOVE SDM-DEPENDS-ON TO WS-FIND-PROGRAM.
039900     PERFORM FIND-TABLE-ENTRY.
040000     IF NOT ENTRY-FOUND
040100        MOVE 'REJECTED - DEPENDS-ON STEP NOT DEFINED'
040200            TO WS-REJECT-TEXT
040300        MOVE 'REJ' TO CARD-SWITCH
040400     ELSE
040500        IF STE-STEP-SEQ (WS-ENTRY-SUB) NOT < SDM-STEP-SEQ
040600           MOVE 'REJECTED - DEPENDS-ON STEP DOES NOT RUN FIRST'
040700               TO WS-REJECT-TEXT
040800           MOVE 'REJ' TO CARD-SWITCH
040900        END-IF
041000     END-IF.
041100     MOVE WS-CARD-SUB TO WS-ENTRY-SUB.
041200 CHECK-DEPENDENCY-EXIT.
041300     EXIT.
041400******************************************************************
      * A RE-SEQUENCED STEP MUST STILL RUN AHEAD OF EVERY STEP THAT
      * DEPENDS ON IT.
      ******************************************************************
041500 CHECK-DEPENDENT-ORDER.
041600     IF STE-DEPENDS-ON (WS-CHECK-SUB) = SDM-PROGRAM-NAME
041700           AND STE-STEP-SEQ (WS-CHECK-SUB) NOT > SDM-STEP-SEQ
041800        MOVE 'REJECTED - WOULD RUN AFTER A DEPENDENT STEP'
041900            TO WS-REJECT-TEXT
042000        MOVE 'REJ' TO CARD-SWITCH
042100     END-IF.
042200******************************************************************
042300 APPLY-ADD-CARD.
042400     MOVE SPACES TO AUD-OLD-SETTINGS.
042500     ADD 1 TO WS-ENTRY-COUNT.
042600     MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB.
042700     PERFORM MOVE-CARD-TO-ENTRY.
042800     PERFORM WRITE-AUDIT-LINE.
042900******************************************************************
043000 APPLY-CHANGE-CARD.
043100     PERFORM FORMAT-OLD-SETTINGS.
043200     PERFORM MOVE-CARD-TO-ENTRY.
043300     PERFORM WRITE-AUDIT-LINE.
043400******************************************************************
      * A STEP ANOTHER STEP DEPENDS ON CANNOT BE REMOVED UNTIL THE
      * DEPENDENCY IS CHANGED OR REMOVED FIRST.
      ******************************************************************
043500 APPLY-DELETE-CARD.
043600     IF NOT ENTRY-FOUND
043700        MOVE 'REJECTED - STEP NOT IN THE DEFINITION'
043800            TO WS-REJECT-TEXT
043900        PERFORM WRITE-REJECT-LINE
044000     ELSE
044100        MOVE 'OK ' TO CARD-SWITCH
044200        PERFORM CHECK-NOT-DEPENDED-ON
044300           VARYING WS-CHECK-SUB FROM 1 BY 1
044400           UNTIL WS-CHECK-SUB > WS-ENTRY-COUNT
044500              OR CARD-REJECTED
044600        IF CARD-REJECTED
044700           PERFORM WRITE-REJECT-LINE
044800        ELSE
044900           PERFORM FORMAT-OLD-SETTINGS
045000           MOVE SPACES TO AUD-NEW-SETTINGS
045100           PERFORM CLOSE-UP-TABLE-ENTRY
045200              VARYING WS-CHECK-SUB FROM WS-ENTRY-SUB BY 1
045300              UNTIL WS-CHECK-SUB NOT < WS-ENTRY-COUNT
045400           SUBTRACT 1 FROM WS-ENTRY-COUNT
045500           PERFORM WRITE-AUDIT-LINE
045600        END-IF
045700     END-IF.
045800******************************************************************
045900 CHECK-NOT-DEPENDED-ON.
046000     IF STE-DEPENDS-ON (WS-CHECK-SUB) = SDM-PROGRAM-NAME
046100        MOVE 'REJECTED - ANOTHER STEP DEPENDS ON IT'
046200            TO WS-REJECT-TEXT
046300        MOVE 'REJ' TO CARD-SWITCH
046400     END-IF.
046500******************************************************************
046600 CLOSE-UP-TABLE-ENTRY.
046700     COMPUTE WS-NEXT-SUB = WS-CHECK-SUB + 1.
046800     MOVE STEP-DEFINITION-ENTRY (WS-NEXT-SUB)
046900         TO STEP-DEFINITION-ENTRY (WS-CHECK-SUB).
047000******************************************************************
047100 MOVE-CARD-TO-ENTRY.
047200     MOVE SDM-STEP-SEQ TO STE-STEP-SEQ (WS-ENTRY-SUB).
047300     MOVE SDM-PROGRAM-NAME TO STE-PROGRAM-NAME (WS-ENTRY-SUB).
047400     MOVE SDM-SUPP-FLAG TO STE-SUPP-FLAG (WS-ENTRY-SUB).
047500     MOVE SDM-FREQUENCY TO STE-FREQUENCY (WS-ENTRY-SUB).
047600     MOVE SDM-DAY-NUMBER TO STE-DAY-NUMBER (WS-ENTRY-SUB).
047700     MOVE SDM-FAIL-ACTION TO STE-FAIL-ACTION (WS-ENTRY-SUB).
047800     MOVE SDM-WARNING-LIMIT TO STE-WARNING-LIMIT (WS-ENTRY-SUB).
047900     MOVE SDM-DEPENDS-ON TO STE-DEPENDS-ON (WS-ENTRY-SUB).
048000     MOVE SDM-OPERATOR-ID TO STE-LAST-OPERATOR (WS-ENTRY-SUB).
048100     MOVE SDM-REASON-CODE TO STE-LAST-REASON (WS-ENTRY-SUB).
048200     MOVE WS-MAINT-CCYYMMDD
048300         TO STE-LAST-CHANGE-DATE (WS-ENTRY-SUB).
048400     MOVE SDM-STEP-SEQ TO AUD-NEW-SEQ.
048500     MOVE SDM-SUPP-FLAG TO AUD-NEW-SUPP.
048600     MOVE SDM-FREQUENCY TO AUD-NEW-FREQ.
048700     MOVE SDM-DAY-NUMBER TO AUD-NEW-DAY.
048800     MOVE SDM-FAIL-ACTION TO AUD-NEW-FAIL.
048900     MOVE SDM-WARNING-LIMIT TO AUD-NEW-WARN.
049000     MOVE SDM-DEPENDS-ON TO AUD-NEW-DEPENDS.
049100******************************************************************
049200 FORMAT-OLD-SETTINGS.
049300     MOVE STE-STEP-SEQ (WS-ENTRY-SUB) TO AUD-OLD-SEQ.
049400     MOVE STE-SUPP-FLAG (WS-ENTRY-SUB) TO AUD-OLD-SUPP.
049500     MOVE STE-FREQUENCY (WS-ENTRY-SUB) TO AUD-OLD-FREQ.
049600     MOVE STE-DAY-NUMBER (WS-ENTRY-SUB) TO AUD-OLD-DAY.
049700     MOVE STE-FAIL-ACTION (WS-ENTRY-SUB) TO AUD-OLD-FAIL.
049800     MOVE STE-WARNING-LIMIT (WS-ENTRY-SUB) TO AUD-OLD-WARN.
049900     MOVE STE-DEPENDS-ON (WS-ENTRY-SUB) TO AUD-OLD-DEPENDS.
050000******************************************************************
050100 FIND-TABLE-ENTRY.
050200     MOVE 'NO ' TO ENTRY-FOUND-SWITCH.
050300     PERFORM CHECK-TABLE-ENTRY
050400        VARYING WS-ENTRY-SUB FROM 1 BY 1
050500        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
050600           OR ENTRY-FOUND.
050700     IF ENTRY-FOUND
050800        SUBTRACT 1 FROM WS-ENTRY-SUB
050900     END-IF.
051000******************************************************************
051100 CHECK-TABLE-ENTRY.
051200     IF STE-PROGRAM-NAME (WS-ENTRY-SUB) = WS-FIND-PROGRAM
051300        SET ENTRY-FOUND TO TRUE
051400     END-IF.
051500******************************************************************
      * A CHANGE CARD CAN MOVE A STEP -- PUT THE TABLE BACK INTO
      * STEP SEQUENCE ORDER BEFORE IT IS WRITTEN (AT MOST TWENTY
      * ENTRIES, SO A PLAIN EXCHANGE SORT).
      ******************************************************************
051600 SORT-DEFINITION-TABLE.
051700     MOVE 'YES' TO SWAP-SWITCH.
051800     PERFORM SORT-ONE-PASS
051900        UNTIL NOT ENTRIES-SWAPPED.
052000******************************************************************
052100 SORT-ONE-PASS.
052200     MOVE 'NO ' TO SWAP-SWITCH.
052300     PERFORM SORT-COMPARE-PAIR
052400        VARYING WS-CHECK-SUB FROM 1 BY 1
052500        UNTIL WS-CHECK-SUB NOT < WS-ENTRY-COUNT.
052600******************************************************************
052700 SORT-COMPARE-PAIR.
052800     COMPUTE WS-NEXT-SUB = WS-CHECK-SUB + 1.
052900     IF STE-STEP-SEQ (WS-CHECK-SUB) > STE-STEP-SEQ (WS-NEXT-SUB)
053000        MOVE STEP-DEFINITION-ENTRY (WS-CHECK-SUB)
053100            TO STEP-SWAP-ENTRY
053200        MOVE STEP-DEFINITION-ENTRY (WS-NEXT-SUB)
053300            TO STEP-DEFINITION-ENTRY (WS-CHECK-SUB)
053400        MOVE STEP-SWAP-ENTRY
053500            TO STEP-DEFINITION-ENTRY (WS-NEXT-SUB)
053600        MOVE 'YES' TO SWAP-SWITCH
053700     END-IF.
053800******************************************************************
053900 WRITE-NEW-DEFINITION-FILE.
054000     OPEN OUTPUT DEFINITION-NEW-FILE.
054100     MOVE SPACES TO STREAM-DEFINITION-RECORD.
054200     MOVE 'H' TO SD-RECORD-TYPE.
054300     MOVE WS-NEW-VERSION TO SDH-VERSION.
054400     MOVE WS-ENTRY-COUNT TO SDH-STEP-COUNT.
054500     IF WS-APPLIED-COUNT > ZERO
054600        MOVE WS-MAINT-CCYYMMDD TO SDH-CHANGE-DATE
054700        MOVE WS-MAINT-TIME TO SDH-CHANGE-TIME
054800        MOVE WS-LAST-OPERATOR TO SDH-OPERATOR-ID
054900        MOVE WS-LAST-REASON TO SDH-REASON-CODE
055000     ELSE
055100        MOVE WS-OLD-CHANGE-DATE TO SDH-CHANGE-DATE
055200        MOVE WS-OLD-CHANGE-TIME TO SDH-CHANGE-TIME
055300        MOVE WS-OLD-OPERATOR TO SDH-OPERATOR-ID
055400        MOVE WS-OLD-REASON TO SDH-REASON-CODE
055500     END-IF.
055600     WRITE DEFINITION-NEW-RECORD FROM STREAM-DEFINITION-RECORD.
055700     PERFORM WRITE-NEW-DEFINITION-RECORD
055800        VARYING WS-ENTRY-SUB FROM 1 BY 1
055900        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
056000     CLOSE DEFINITION-NEW-FILE.
056100******************************************************************
056200 WRITE-NEW-DEFINITION-RECORD.
056300     MOVE SPACES TO STREAM-DEFINITION-RECORD.
056400     MOVE 'S' TO SD-RECORD-TYPE.
056500     MOVE STE-STEP-SEQ (WS-ENTRY-SUB) TO SD-STEP-SEQ.
056600     MOVE STE-PROGRAM-NAME (WS-ENTRY-SUB) TO SD-PROGRAM-NAME.
056700     MOVE STE-SUPP-FLAG (WS-ENTRY-SUB) TO SD-SUPP-FLAG.
056800     MOVE STE-FREQUENCY (WS-ENTRY-SUB) TO SD-FREQUENCY.
056900     MOVE STE-DAY-NUMBER (WS-ENTRY-SUB) TO SD-DAY-NUMBER.
057000     MOVE STE-FAIL-ACTION (WS-ENTRY-SUB) TO SD-FAIL-ACTION.
057100     MOVE STE-WARNING-LIMIT (WS-ENTRY-SUB) TO SD-WARNING-LIMIT.
057200     MOVE STE-DEPENDS-ON (WS-ENTRY-SUB) TO SD-DEPENDS-ON.
057300     MOVE STE-LAST-OPERATOR (WS-ENTRY-SUB) TO SD-LAST-OPERATOR.
057400     MOVE STE-LAST-REASON (WS-ENTRY-SUB) TO SD-LAST-REASON.
057500     MOVE STE-LAST-CHANGE-DATE (WS-ENTRY-SUB)
057600         TO SD-LAST-CHANGE-DATE.
057700     WRITE DEFINITION-NEW-RECORD FROM STREAM-DEFINITION-RECORD.
057800******************************************************************
057900 WRITE-AUDIT-LINE.
058000     ADD 1 TO WS-APPLIED-COUNT.
058100     MOVE SDM-OPERATOR-ID TO WS-LAST-OPERATOR.
058200     MOVE SDM-REASON-CODE TO WS-LAST-REASON.
058300     IF LINES-WRITTEN >= WS-PAGE-SIZE
058400        PERFORM WRITE-HEADER
058500        MOVE 2 TO LINE-SPACING
058600     END-IF.
058700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
058800     MOVE SDM-ACTION-CODE TO AUD-ACTION.
058900     MOVE SDM-PROGRAM-NAME TO AUD-PROGRAM-NAME.
059000     MOVE SDM-REASON-CODE TO AUD-REASON.
059100     MOVE SDM-OPERATOR-ID TO AUD-OPERATOR.
059200     MOVE WS-MAINT-DATE TO AUD-DATE.
059300     MOVE WS-MAINT-TIME TO AUD-TIME.
059400     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
059500     WRITE OUTPUT-RECORD.
059600     ADD 1 TO LINES-WRITTEN.
059700     MOVE 1 TO LINE-SPACING.
059800******************************************************************
059900 WRITE-REJECT-LINE.
060000     ADD 1 TO WS-REJECT-COUNT.
060100     IF LINES-WRITTEN >= WS-PAGE-SIZE
060200        PERFORM WRITE-HEADER
060300        MOVE 2 TO LINE-SPACING
060400     END-IF.
060500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
060600     MOVE SDM-ACTION-CODE TO REJ-ACTION.
060700     MOVE SDM-PROGRAM-NAME TO REJ-PROGRAM-NAME.
060800     MOVE WS-REJECT-TEXT TO REJ-REASON-TEXT.
060900     MOVE SDM-REASON-CODE TO REJ-REASON.
061000     MOVE SDM-OPERATOR-ID TO REJ-OPERATOR.
061100     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
061200     WRITE OUTPUT-RECORD.
061300     ADD 1 TO LINES-WRITTEN.
061400     MOVE 1 TO LINE-SPACING.
061500******************************************************************
061600 WRITE-VERSION-LINE.
061700     MOVE 2 TO LINE-SPACING.
061800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
061900     MOVE WS-OLD-VERSION TO VER-OLD-VERSION.
062000     MOVE WS-NEW-VERSION TO VER-NEW-VERSION.
062100     MOVE WS-ENTRY-COUNT TO VER-STEP-COUNT.
062200     MOVE VERSION-LINE TO OUTPUT-LINE.
062300     WRITE OUTPUT-RECORD.
062400     ADD 1 TO LINES-WRITTEN.
062500     MOVE 1 TO LINE-SPACING.
062600******************************************************************
062700 WRITE-HEADER.
062800     MOVE ZERO TO LINES-WRITTEN.
062900     ACCEPT HDR-PRT-DATE FROM DATE.
063000     ACCEPT HDR-PRT-TIME FROM TIME.
063100     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
063200     ADD 1 TO PAGE-COUNT
063300     MOVE ' STREAM DEFINITION MAINTENANCE ' TO REPORT-TITLE.
063400     MOVE PAGE-COUNT TO PAGE-NUMBER.
063500     MOVE HEADER-RECORD TO OUTPUT-LINE.
063600     WRITE OUTPUT-RECORD.
063700     MOVE 1 TO LINE-SPACING.
063800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
064000     WRITE OUTPUT-RECORD.
064100     ADD 1 TO LINES-WRITTEN.
