000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINLGM01.
      ******************************************************************
      * FINLGM01 -- BATCH MAINTENANCE UTILITY FOR THE LEGAL-HOLD FILE
      *             (SEE LGLHOLD), KEYED ON AR ACCOUNT NUMBER. LEGAL
      *             PLACES AND RELEASES HOLDS BY CARD THE WAY
      *             COLLECTIONS RECORDS DISPUTES THROUGH FINDSP01 --
      *             PLACE / CHANGE / RELEASE / DELETE REQUESTS, A
      *             BEFORE/AFTER MAINTENANCE REPORT AND AN ERROR
      *             LISTING.
      *               ADD     -- PLACES THE HOLD. MATTER NUMBER, HOLD
      *                          TYPE ('L' LITIGATION, 'I'
      *                          INVESTIGATION) AND PLACED-BY ARE
      *                          REQUIRED; THE ACCOUNT MUST BE ON THE
      *                          AR MASTER. A ZERO DATE TAKES THE
      *                          BUSINESS DATE. A RELEASED HOLD ON
      *                          FILE IS REPLACED BY THE NEW ONE.
      *               CHANGE  -- ANY NON-BLANK, NON-ZERO CARD FIELD
      *                          REPLACES THE FIELD ON A HELD RECORD.
      *               RELEASE -- LIFTS THE HOLD. THE RECORD STAYS ON
      *                          FILE STAMPED WITH THE CARD'S USER AND
      *                          THE BUSINESS DATE.
      *               DELETE  -- REMOVES A HOLD KEYED IN ERROR.
      *             ANY REJECTED CARD ENDS THE RUN RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-09  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-LGLMNT.
000800     SELECT ERROR-FILE ASSIGN U-T-ERRLST.
000900     SELECT LEGAL-HOLD-FILE ASSIGN U-T-LGLHLD
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS LGL-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-LGLHLD-STATUS.
001400     SELECT MASTER-FILE ASSIGN U-T-MASTER
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-MASTER-STATUS.
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD REPORT-FILE
002200     LABEL RECORDS ARE OMITTED
002300     RECORDING MODE IS F
002400     RECORD CONTAINS 133 CHARACTERS
002500     DATA RECORD IS OUTPUT-RECORD.
002600   01 OUTPUT-RECORD.
002700     02 CARRIAGE-CONTROL PIC X.
002800     02 OUTPUT-LINE      PIC X(132).
002900 FD ERROR-FILE
003000     LABEL RECORDS ARE OMITTED
003100     RECORDING MODE IS F
003200     RECORD CONTAINS 133 CHARACTERS
003300     DATA RECORD IS ERROR-LINE.
003400   01 ERROR-LINE          PIC X(133).
003500 FD MAINT-FILE
003600     LABEL RECORDS ARE STANDARD
003700     RECORD CONTAINS 80 CHARACTERS
003800     DATA RECORD IS MAINT-CARD-RECORD.
003900   01 MAINT-CARD-RECORD.
004000     02 LGM-ACTION-CODE        PIC X(01).
004100        88  LGM-IS-ADD         VALUE 'A'.
004200        88  LGM-IS-CHANGE      VALUE 'C'.
004300        88  LGM-IS-RELEASE     VALUE 'R'.
004400        88  LGM-IS-DELETE      VALUE 'D'.
004500     02 LGM-ACCOUNT-NUMBER     PIC 9(08).
004600     02 LGM-MATTER-NUMBER      PIC X(12).
004700     02 LGM-HOLD-TYPE          PIC X(01).
004800        88  LGM-TYPE-VALID     VALUE ' ' 'L' 'I'.
004900     02 LGM-USER-ID            PIC X(08).
005000     02 LGM-PLACED-DATE        PIC 9(08).
005100     02 FILLER                 PIC X(42).
005200 FD LEGAL-HOLD-FILE
005300     LABEL RECORDS ARE STANDARD
005400     DATA RECORD IS LEGAL-HOLD-RECORD.
005500 COPY LGLHOLD.
005600 FD MASTER-FILE
005700     LABEL RECORDS ARE STANDARD
005800     DATA RECORD IS MASTER-RECORD.
005900 COPY MSTRFILE.
      ******************************************************************
006000 WORKING-STORAGE SECTION.
006100 COPY HEADER1.
006200 01  PROGRAM-WORK-FIELDS.
006300     02  INPUT-SWITCH      PIC X(3).
006400         88  END-OF-FILE   VALUE 'EOF'.
006500     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
006600     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006700     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
006800     02  WS-LGLHLD-STATUS  PIC X(2)  VALUE ZERO.
006900     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007000     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
007100         88  HOLD-FOUND    VALUE 'YES'.
007200     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
007300         88  MASTER-FOUND  VALUE 'YES'.
007400     02  REJECT-SWITCH     PIC X(3)  VALUE 'NO '.
007500         88  CARD-REJECTED VALUE 'YES'.
007600     02  WS-REJECT-REASON  PIC X(30) VALUE SPACES.
007700     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
007800     02  WS-ADD-COUNT      PIC 9(5)  VALUE ZERO.
007900     02  WS-CHANGE-COUNT   PIC 9(5)  VALUE ZERO.
008000     02  WS-RELEASE-COUNT  PIC 9(5)  VALUE ZERO.
008100     02  WS-DELETE-COUNT   PIC 9(5)  VALUE ZERO.
008200     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
008300 COPY PAGING.
008400 COPY FINBDC01.
008500 01  DATA-LINE.
008600     02  FILLER                PIC X(2).
008700     02  OUTPUT-TAG            PIC X(8).
008800     02  FILLER                PIC X(2).
008900     02  OUTPUT-ACTION         PIC X(7).
009000     02  FILLER                PIC X(2).
009100     02  OUTPUT-ACCOUNT        PIC ZZ,ZZZ,ZZ9.
009200     02  FILLER                PIC X(2).
009300     02  OUTPUT-MATTER         PIC X(12).
009400     02  FILLER                PIC X(2).
009500     02  OUTPUT-TYPE           PIC X(1).
009600     02  FILLER                PIC X(2).
009700     02  OUTPUT-PLACED-BY      PIC X(8).
009800     02  FILLER                PIC X(2).
009900     02  OUTPUT-PLACED-DATE    PIC 9(8).
010000     02  FILLER                PIC X(2).
010100     02  OUTPUT-STATUS         PIC X(1).
010200     02  FILLER                PIC X(2).
010300     02  OUTPUT-RELEASED-BY    PIC X(8).
010400     02  FILLER                PIC X(2).
010500     02  OUTPUT-RELEASED-DATE  PIC 9(8).
010600     02  FILLER                PIC X(41).
010700 01  COLUMN-HEADING-LINE.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(8)  VALUE 'IMAGE'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(7)  VALUE 'ACTION'.
011200     02  FILLER                PIC X(2).
011300     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
011400     02  FILLER                PIC X(2).
011500     02  FILLER                PIC X(12) VALUE 'MATTER'.
011600     02  FILLER                PIC X(2).
011700     02  FILLER                PIC X(1)  VALUE 'T'.
011800     02  FILLER                PIC X(2).
011900     02  FILLER                PIC X(8)  VALUE 'PLACED'.
012000     02  FILLER                PIC X(2).
012100     02  FILLER                PIC X(8)  VALUE 'ON'.
012200     02  FILLER                PIC X(2).
012300     02  FILLER                PIC X(1)  VALUE 'S'.
012400     02  FILLER                PIC X(2).
012500     02  FILLER                PIC X(8)  VALUE 'RELEASED'.
012600     02  FILLER                PIC X(2).
012700     02  FILLER                PIC X(8)  VALUE 'ON'.
012800     02  FILLER                PIC X(41).
012900******************************************************************
013000 PROCEDURE DIVISION.
013100     DISPLAY 'FINLGM01 - LEGAL-HOLD MAINTENANCE STARTING'.
013200     MOVE ZERO TO BD-REQUEST-DATE.
013300     CALL 'FINBDT01' USING FINBDC01-RECORD.
013400     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
013500     OPEN INPUT  MAINT-FILE
013600          OUTPUT REPORT-FILE
013700          OUTPUT ERROR-FILE.
013800     OPEN I-O LEGAL-HOLD-FILE.
013900     OPEN INPUT MASTER-FILE.
014000     PERFORM WRITE-HEADER.
014100     PERFORM GET-MAINT-CARD.
014200     PERFORM APPLY-AND-READ
014300        UNTIL END-OF-FILE.
014400     CLOSE MAINT-FILE REPORT-FILE ERROR-FILE LEGAL-HOLD-FILE
014500         MASTER-FILE.
014600     DISPLAY 'FINLGM01 - HOLDS PLACED:    ' WS-ADD-COUNT.
014700     DISPLAY 'FINLGM01 - HOLDS CHANGED:   ' WS-CHANGE-COUNT.
014800     DISPLAY 'FINLGM01 - HOLDS RELEASED:  ' WS-RELEASE-COUNT.
014900     DISPLAY 'FINLGM01 - HOLDS DELETED:   ' WS-DELETE-COUNT.
015000     DISPLAY 'FINLGM01 - CARDS REJECTED:  ' WS-REJECT-COUNT.
015100     IF WS-REJECT-COUNT > ZERO
015200        MOVE 4 TO RETURN-CODE
015300     END-IF.
015400     GOBACK.
015500******************************************************************
015600 GET-MAINT-CARD.
015700     READ MAINT-FILE AT END
015800         MOVE 'EOF' TO INPUT-SWITCH.
015900******************************************************************
016000 APPLY-AND-READ.
016100     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
016200     PERFORM GET-MAINT-CARD.
016300******************************************************************
016400 APPLY-MAINT-CARD.
016500     PERFORM EDIT-MAINT-CARD.
016600     IF CARD-REJECTED
016700        PERFORM WRITE-ERROR-LINE
016800        GO TO APPLY-MAINT-CARD-EXIT
016900     END-IF.
017000     PERFORM FIND-HOLD-RECORD.
017100     IF LGM-IS-ADD
017200        PERFORM APPLY-ADD
017300     ELSE
017400        IF LGM-IS-CHANGE
017500           PERFORM APPLY-CHANGE
017600        ELSE
017700           IF LGM-IS-RELEASE
017800              PERFORM APPLY-RELEASE
017900           ELSE
018000              PERFORM APPLY-DELETE
018100           END-IF
018200        END-IF
018300     END-IF.
018400     IF CARD-REJECTED
018500        PERFORM WRITE-ERROR-LINE
018600     END-IF.
018700 APPLY-MAINT-CARD-EXIT.
018800     EXIT.
018900******************************************************************
019000 EDIT-MAINT-CARD.
019100     MOVE 'NO ' TO REJECT-SWITCH.
019200     MOVE SPACES TO WS-REJECT-REASON.
019300     IF NOT LGM-IS-ADD AND NOT LGM-IS-CHANGE
019400           AND NOT LGM-IS-RELEASE AND NOT LGM-IS-DELETE
019500        MOVE 'YES' TO REJECT-SWITCH
019600        MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
019700     ELSE
019800        IF LGM-ACCOUNT-NUMBER NOT NUMERIC
019900              OR LGM-ACCOUNT-NUMBER = ZERO
020000           MOVE 'YES' TO REJECT-SWITCH
020100           MOVE 'BAD ACCOUNT NUMBER' TO WS-REJECT-REASON
020200        ELSE
020300           IF LGM-IS-ADD
020400              PERFORM EDIT-ADD-CARD
020500           ELSE
020600              IF LGM-IS-CHANGE
020700                 PERFORM EDIT-CHANGE-CARD
020800              ELSE
020900                 IF LGM-IS-RELEASE AND LGM-USER-ID = SPACES
021000                    MOVE 'YES' TO REJECT-SWITCH
021100                    MOVE 'RELEASE - USER REQUIRED'
021200                        TO WS-REJECT-REASON
021300                 END-IF
021400              END-IF
021500           END-IF
021600        END-IF
021700     END-IF.
021800******************************************************************
021900 EDIT-ADD-CARD.
022000     IF LGM-MATTER-NUMBER = SPACES OR LGM-USER-ID = SPACES
022100        MOVE 'YES' TO REJECT-SWITCH
022200        MOVE 'MATTER AND PLACED-BY REQUIRED' TO WS-REJECT-REASON
022300     ELSE
022400        IF LGM-HOLD-TYPE = SPACE OR NOT LGM-TYPE-VALID
022500           MOVE 'YES' TO REJECT-SWITCH
022600           MOVE 'HOLD TYPE MUST BE L OR I' TO WS-REJECT-REASON
022700        ELSE
022800           IF LGM-PLACED-DATE NOT NUMERIC
022900              MOVE 'YES' TO REJECT-SWITCH
023000              MOVE 'BAD PLACED DATE' TO WS-REJECT-REASON
023100           END-IF
023200        END-IF
023300     END-IF.
023400******************************************************************
023500 EDIT-CHANGE-CARD.
023600     IF LGM-PLACED-DATE NOT NUMERIC
023700        MOVE 'YES' TO REJECT-SWITCH
023800        MOVE 'BAD PLACED DATE' TO WS-REJECT-REASON
023900     ELSE
024000        IF NOT LGM-TYPE-VALID
024100           MOVE 'YES' TO REJECT-SWITCH
024200           MOVE 'HOLD TYPE MUST BE L OR I' TO WS-REJECT-REASON
024300        END-IF
024400     END-IF.
024500******************************************************************
024600 FIND-HOLD-RECORD.
024700     MOVE LGM-ACCOUNT-NUMBER TO LGL-ACCOUNT-NUMBER.
024800     READ LEGAL-HOLD-FILE
024900         INVALID KEY
025000            MOVE 'NO ' TO FOUND-SWITCH
025100         NOT INVALID KEY
025200            MOVE 'YES' TO FOUND-SWITCH
025300     END-READ.
025400******************************************************************
025500 FIND-MASTER-RECORD.
025600     MOVE LGM-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
025700     READ MASTER-FILE
025800         INVALID KEY
025900            MOVE 'NO ' TO MASTER-SWITCH
026000         NOT INVALID KEY
026100            MOVE 'YES' TO MASTER-SWITCH
026200     END-READ.
026300******************************************************************
      * A RELEASED HOLD ON FILE IS SHOWN AS IT WAS AND THEN REPLACED
      * BY THE NEW HOLD; ONE STILL STANDING MUST BE CHANGED INSTEAD.
      ******************************************************************
026400 APPLY-ADD.
026500     PERFORM FIND-MASTER-RECORD.
026600     IF HOLD-FOUND AND LGL-ON-HOLD
026700        MOVE 'YES' TO REJECT-SWITCH
026800        MOVE 'ADD - ACCOUNT ALREADY ON HOLD' TO WS-REJECT-REASON
026900     ELSE
027000        IF NOT MASTER-FOUND
027100           MOVE 'YES' TO REJECT-SWITCH
027200           MOVE 'ADD - ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
027300        ELSE
027400           IF HOLD-FOUND
027500              MOVE 'BEFORE' TO OUTPUT-TAG
027600              MOVE 'ADD' TO OUTPUT-ACTION
027700              PERFORM WRITE-HOLD-IMAGE
027800              PERFORM BUILD-HOLD-FROM-CARD
027900              REWRITE LEGAL-HOLD-RECORD
028000           ELSE
028100              PERFORM BUILD-HOLD-FROM-CARD
028200              WRITE LEGAL-HOLD-RECORD
028300           END-IF
028400           ADD 1 TO WS-ADD-COUNT
028500           MOVE 'AFTER' TO OUTPUT-TAG
028600           MOVE 'ADD' TO OUTPUT-ACTION
028700           PERFORM WRITE-HOLD-IMAGE
028800        END-IF
028900     END-IF.
029000******************************************************************
029100 APPLY-CHANGE.
029200     IF NOT HOLD-FOUND OR NOT LGL-ON-HOLD
029300        MOVE 'YES' TO REJECT-SWITCH
029400        MOVE 'CHANGE - ACCOUNT NOT ON HOLD' TO WS-REJECT-REASON
029500     ELSE
029600        MOVE 'BEFORE' TO OUTPUT-TAG
029700        MOVE 'CHANGE' TO OUTPUT-ACTION
029800        PERFORM WRITE-HOLD-IMAGE
029900        PERFORM CHANGE-HOLD-FROM-CARD
030000        REWRITE LEGAL-HOLD-RECORD
030100        ADD 1 TO WS-CHANGE-COUNT
030200        MOVE 'AFTER' TO OUTPUT-TAG
030300        MOVE 'CHANGE' TO OUTPUT-ACTION
030400        PERFORM WRITE-HOLD-IMAGE
030500     END-IF.
030600******************************************************************
030700 APPLY-RELEASE.
030800     IF NOT HOLD-FOUND OR NOT LGL-ON-HOLD
030900        MOVE 'YES' TO REJECT-SWITCH
031000        MOVE 'RELEASE - ACCOUNT NOT ON HOLD' TO WS-REJECT-REASON
031100     ELSE
031200        MOVE 'BEFORE' TO OUTPUT-TAG
031300        MOVE 'RELEASE' TO OUTPUT-ACTION
031400        PERFORM WRITE-HOLD-IMAGE
031500        MOVE 'R' TO LGL-STATUS
031600        MOVE LGM-USER-ID TO LGL-RELEASED-BY
031700        MOVE WS-BUSINESS-DATE TO LGL-RELEASED-DATE
031800        REWRITE LEGAL-HOLD-RECORD
031900        ADD 1 TO WS-RELEASE-COUNT
032000        MOVE 'AFTER' TO OUTPUT-TAG
032100        MOVE 'RELEASE' TO OUTPUT-ACTION
032200        PERFORM WRITE-HOLD-IMAGE
032300     END-IF.
032400******************************************************************
032500 APPLY-DELETE.
032600     IF NOT HOLD-FOUND
032700        MOVE 'YES' TO REJECT-SWITCH
032800        MOVE 'DELETE - HOLD NOT ON FILE' TO WS-REJECT-REASON
032900     ELSE
033000        MOVE 'BEFORE' TO OUTPUT-TAG
033100        MOVE 'DELETE' TO OUTPUT-ACTION
033200        PERFORM WRITE-HOLD-IMAGE
033300        DELETE LEGAL-HOLD-FILE
033400        ADD 1 TO WS-DELETE-COUNT
033500     END-IF.
033600******************************************************************
033700 BUILD-HOLD-FROM-CARD.
033800     MOVE SPACES TO LEGAL-HOLD-RECORD.
033900     MOVE LGM-ACCOUNT-NUMBER TO LGL-ACCOUNT-NUMBER.
034000     MOVE LGM-MATTER-NUMBER TO LGL-MATTER-NUMBER.
034100     MOVE LGM-HOLD-TYPE TO LGL-HOLD-TYPE.
034200     MOVE LGM-USER-ID TO LGL-PLACED-BY.
034300     IF LGM-PLACED-DATE = ZERO
034400        MOVE WS-BUSINESS-DATE TO LGL-PLACED-DATE
034500     ELSE
034600        MOVE LGM-PLACED-DATE TO LGL-PLACED-DATE
034700     END-IF.
034800     MOVE 'H' TO LGL-STATUS.
034900     MOVE ZERO TO LGL-RELEASED-DATE.
035000******************************************************************
035100 CHANGE-HOLD-FROM-CARD.
035200     IF LGM-MATTER-NUMBER NOT = SPACES
035300        MOVE LGM-MATTER-NUMBER TO LGL-MATTER-NUMBER
035400     END-IF.
035500     IF LGM-HOLD-TYPE NOT = SPACE
035600        MOVE LGM-HOLD-TYPE TO LGL-HOLD-TYPE
035700     END-IF.
035800     IF LGM-USER-ID NOT = SPACES
035900        MOVE LGM-USER-ID TO LGL-PLACED-BY
036000     END-IF.
036100     IF LGM-PLACED-DATE > ZERO
036200        MOVE LGM-PLACED-DATE TO LGL-PLACED-DATE
036300     END-IF.
036400******************************************************************
036500 WRITE-HOLD-IMAGE.
036600     IF LINES-WRITTEN >= WS-PAGE-SIZE
036700        PERFORM WRITE-HEADER
036800        MOVE 2 TO LINE-SPACING
036900     END-IF.
037000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037100     MOVE LGL-ACCOUNT-NUMBER TO OUTPUT-ACCOUNT.
037200     MOVE LGL-MATTER-NUMBER TO OUTPUT-MATTER.
037300     MOVE LGL-HOLD-TYPE TO OUTPUT-TYPE.
037400     MOVE LGL-PLACED-BY TO OUTPUT-PLACED-BY.
037500     MOVE LGL-PLACED-DATE TO OUTPUT-PLACED-DATE.
037600     MOVE LGL-STATUS TO OUTPUT-STATUS.
037700     MOVE LGL-RELEASED-BY TO OUTPUT-RELEASED-BY.
037800     MOVE LGL-RELEASED-DATE TO OUTPUT-RELEASED-DATE.
037900     MOVE DATA-LINE TO OUTPUT-LINE.
038000     WRITE OUTPUT-RECORD.
038100     ADD 1 TO LINES-WRITTEN.
038200     MOVE 1 TO LINE-SPACING.
038300******************************************************************
038400 WRITE-ERROR-LINE.
038500     ADD 1 TO WS-REJECT-COUNT.
038600     MOVE SPACES TO ERROR-LINE.
038700     STRING 'REJECTED - ' WS-REJECT-REASON
038800            ' - ACTION=' LGM-ACTION-CODE
038900            ' ACCT=' LGM-ACCOUNT-NUMBER
039000            ' MATTER=' LGM-MATTER-NUMBER
039100         DELIMITED BY SIZE INTO ERROR-LINE.
039200     WRITE ERROR-LINE.
039300******************************************************************
039400 WRITE-HEADER.
039500     MOVE ZERO TO LINES-WRITTEN.
039600     ACCEPT HDR-PRT-DATE FROM DATE.
039700     ACCEPT HDR-PRT-TIME FROM TIME.
039800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
039900     ADD 1 TO PAGE-COUNT
040000     MOVE '   LEGAL-HOLD MAINTENANCE      '   TO REPORT-TITLE.
040100     MOVE PAGE-COUNT TO PAGE-NUMBER.
040200     MOVE HEADER-RECORD TO OUTPUT-LINE.
040300     WRITE OUTPUT-RECORD.
040400     MOVE 1 TO LINE-SPACING.
040500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
040600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
040700     WRITE OUTPUT-RECORD.
040800     ADD 1 TO LINES-WRITTEN.
