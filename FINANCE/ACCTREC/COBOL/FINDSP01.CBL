000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDSP01.
      ******************************************************************
      * FINDSP01 -- BATCH MAINTENANCE UTILITY FOR THE DISPUTE FILE
      *             (SEE DISPUTE), KEYED ON AR ACCOUNT NUMBER +
      *             DISPUTE NUMBER. COLLECTIONS RECORDS EACH SHORT-
      *             PAYMENT OR QUERIED CHARGE BY CARD THE WAY FINPTP01
      *             RECORDS PROMISES -- ADD / CHANGE / DELETE
      *             REQUESTS, A BEFORE/AFTER MAINTENANCE REPORT AND AN
      *             ERROR LISTING.
      *               ADD    -- OPENS THE DISPUTE. AMOUNT, REASON AND
      *                         OWNER ARE REQUIRED; THE ACCOUNT MUST
      *                         BE ON THE AR MASTER. A ZERO OPENED
      *                         DATE TAKES THE BUSINESS DATE.
      *               CHANGE -- ANY NON-BLANK, NON-ZERO CARD FIELD
      *                         REPLACES THE FILE FIELD. A STATUS OF
      *                         'C' (RESOLVED-CREDIT) OR 'R' (RESOLVED-
      *                         COLLECT) CLOSES THE DISPUTE, 'O'
      *                         RE-OPENS IT; EITHER WAY THE STATUS
      *                         DATE IS STAMPED WITH THE BUSINESS DATE.
      *               DELETE -- REMOVES A DISPUTE KEYED IN ERROR.
      *             ANY REJECTED CARD ENDS THE RUN RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-10  TS   INITIAL VERSION.
      ******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
002800     SELECT MAINT-FILE ASSIGN U-T-DSPMNT.
002900     SELECT ERROR-FILE ASSIGN U-T-ERRLST.
003000     SELECT DISPUTE-FILE ASSIGN U-T-DISPUT
003100        ORGANIZATION IS INDEXED
003200        ACCESS MODE IS DYNAMIC
003300        RECORD KEY IS DS-KEY
003400        FILE STATUS IS WS-DISPUT-STATUS.
003500     SELECT MASTER-FILE ASSIGN U-T-MASTER
003600        ORGANIZATION IS INDEXED
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS MSTR-ACCOUNT-NUMBER
003900        FILE STATUS IS WS-MASTER-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD REPORT-FILE
004300     LABEL RECORDS ARE OMITTED
004400     RECORDING MODE IS F
004500     RECORD CONTAINS 133 CHARACTERS
004600     DATA RECORD IS OUTPUT-RECORD.
004700   01 OUTPUT-RECORD.
004800     02 CARRIAGE-CONTROL PIC X.
004900     02 OUTPUT-LINE      PIC X(132).
005000 FD ERROR-FILE
005100     LABEL RECORDS ARE OMITTED
005200     RECORDING MODE IS F
005300     RECORD CONTAINS 133 CHARACTERS
005400     DATA RECORD IS ERROR-LINE.
005500   01 ERROR-LINE          PIC X(133).
005600 FD MAINT-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 80 CHARACTERS
005900     DATA RECORD IS MAINT-CARD-RECORD.
006000   01 MAINT-CARD-RECORD.
006100     02 DSP-ACTION-CODE        PIC X(01).
006200        88  DSP-IS-ADD         VALUE 'A'.
006300        88  DSP-IS-CHANGE      VALUE 'C'.
006400        88  DSP-IS-DELETE      VALUE 'D'.
006500     02 DSP-ACCOUNT-NUMBER     PIC 9(08).
006600     02 DSP-DISPUTE-NUMBER     PIC 9(04).
006700     02 DSP-DISPUTED-AMOUNT    PIC 9(07)V99.
006800     02 DSP-REASON-CODE        PIC X(04).
006900     02 DSP-OWNER-ID           PIC X(08).
007000     02 DSP-OPENED-DATE        PIC 9(08).
007100     02 DSP-STATUS             PIC X(01).
007200        88  DSP-STATUS-VALID   VALUE ' ' 'O' 'C' 'R'.
007300     02 DSP-INVOICE-NUMBER     PIC X(10).
007400     02 FILLER                 PIC X(27).
007500 FD DISPUTE-FILE
007600     LABEL RECORDS ARE STANDARD
007700     DATA RECORD IS DISPUTE-RECORD.
007800 COPY DISPUTE.
007900 FD MASTER-FILE
008000     LABEL RECORDS ARE STANDARD
008100     DATA RECORD IS MASTER-RECORD.
008200 COPY MSTRFILE.
      ******************************************************************
008300 WORKING-STORAGE SECTION.
008400 COPY HEADER1.
008500 01  PROGRAM-WORK-FIELDS.
008600     02  INPUT-SWITCH      PIC X(3).
008700         88  END-OF-FILE   VALUE 'EOF'.
008800     02  LINES-WRITTEN     PIC 9(3).
008900     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
009000     02  PAGE-COUNT        PIC 9(3).
009100     02  WS-DISPUT-STATUS  PIC X(2)  VALUE ZERO.
009200     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009300     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
009400         88  DISPUTE-FOUND VALUE 'YES'.
009500     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
009600         88  MASTER-FOUND  VALUE 'YES'.
009700     02  REJECT-SWITCH     PIC X(3)  VALUE 'NO '.
009800         88  CARD-REJECTED VALUE 'YES'.
009900     02  WS-REJECT-REASON  PIC X(30) VALUE SPACES.
010000     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
010100     02  WS-ADD-COUNT      PIC 9(5)  VALUE ZERO.
010200     02  WS-CHANGE-COUNT   PIC 9(5)  VALUE ZERO.
010300     02  WS-DELETE-COUNT   PIC 9(5)  VALUE ZERO.
010400     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
010500 COPY PAGING.
010600 COPY FINBDC01.
010700 01  DATA-LINE.
010800     02  FILLER                PIC X(2).
010900     02  OUTPUT-TAG            PIC X(8).
011000     02  FILLER                PIC X(2).
011100     02  OUTPUT-ACTION         PIC X(6).
011200     02  FILLER                PIC X(2).
011300     02  OUTPUT-ACCOUNT        PIC ZZ,ZZZ,ZZ9.
011400     02  FILLER                PIC X(2).
011500     02  OUTPUT-DISPUTE        PIC ZZZ9.
011600     02  FILLER                PIC X(4).
011700     02  OUTPUT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
011800     02  FILLER                PIC X(2).
011900     02  OUTPUT-REASON         PIC X(4).
012000     02  FILLER                PIC X(2).
012100     02  OUTPUT-OWNER          PIC X(8).
012200     02  FILLER                PIC X(2).
012300     02  OUTPUT-OPENED-DATE    PIC 9(8).
012400     02  FILLER                PIC X(2).
012500     02  OUTPUT-STATUS         PIC X(1).
012600     02  FILLER                PIC X(2).
012700     02  OUTPUT-STATUS-DATE    PIC 9(8).
012800     02  FILLER                PIC X(2).
012900     02  OUTPUT-INVOICE        PIC X(10).
013000     02  FILLER                PIC X(29).
013100 01  COLUMN-HEADING-LINE.
013200     02  FILLER                PIC X(2).
013300     02  FILLER                PIC X(8)  VALUE 'IMAGE'.
013400     02  FILLER                PIC X(2).
013500     02  FILLER                PIC X(6)  VALUE 'ACTION'.
013600     02  FILLER                PIC X(2).
013700     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
013800     02  FILLER                PIC X(2).
013900     02  FILLER                PIC X(4)  VALUE 'DISP'.
014000     02  FILLER                PIC X(4).
014100     02  FILLER                PIC X(12) VALUE '      AMOUNT'.
014200     02  FILLER                PIC X(2).
014300     02  FILLER                PIC X(4)  VALUE 'RSN '.
014400     02  FILLER                PIC X(2).
014500     02  FILLER                PIC X(8)  VALUE 'OWNER'.
014600     02  FILLER                PIC X(2).
014700     02  FILLER                PIC X(8)  VALUE 'OPENED'.
014800     02  FILLER                PIC X(2).
014900     02  FILLER                PIC X(1)  VALUE 'S'.
015000     02  FILLER                PIC X(2).
015100     02  FILLER                PIC X(8)  VALUE 'STATUS'.
015200     02  FILLER                PIC X(2).
015300     02  FILLER                PIC X(10) VALUE 'INVOICE'.
015400     02  FILLER                PIC X(29).
015500******************************************************************
015600 PROCEDURE DIVISION.
015700     DISPLAY 'FINDSP01 - DISPUTE MAINTENANCE STARTING'.
015800     MOVE ZERO TO BD-REQUEST-DATE.
015900     CALL 'FINBDT01' USING FINBDC01-RECORD.
016000     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
016100     OPEN INPUT  MAINT-FILE
016200          OUTPUT REPORT-FILE
016300          OUTPUT ERROR-FILE.
016400     OPEN I-O DISPUTE-FILE.
016500     OPEN INPUT MASTER-FILE.
016600     PERFORM GET-MAINT-CARD.
016700     PERFORM APPLY-AND-READ
016800        UNTIL END-OF-FILE.
016900     CLOSE MAINT-FILE REPORT-FILE ERROR-FILE DISPUTE-FILE
017000         MASTER-FILE.
017100     DISPLAY 'FINDSP01 - DISPUTES ADDED:   ' WS-ADD-COUNT.
017200     DISPLAY 'FINDSP01 - DISPUTES CHANGED: ' WS-CHANGE-COUNT.
017300     DISPLAY 'FINDSP01 - DISPUTES DELETED: ' WS-DELETE-COUNT.
017400     DISPLAY 'FINDSP01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
017500     IF WS-REJECT-COUNT > ZERO
017600        MOVE 4 TO RETURN-CODE
017700     END-IF.
017800     GOBACK.
017900******************************************************************
018000 GET-MAINT-CARD.
018100     READ MAINT-FILE AT END
018200         MOVE 'EOF' TO INPUT-SWITCH.
018300******************************************************************
018400 APPLY-AND-READ.
018500     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
018600     PERFORM GET-MAINT-CARD.
018700******************************************************************
018800 APPLY-MAINT-CARD.
018900     PERFORM EDIT-MAINT-CARD.
019000     IF CARD-REJECTED
019100        PERFORM WRITE-ERROR-LINE
019200        GO TO APPLY-MAINT-CARD-EXIT
019300     END-IF.
019400     PERFORM FIND-DISPUTE-RECORD.
019500     IF DSP-IS-ADD
019600        PERFORM APPLY-ADD
019700     ELSE
019800        IF DSP-IS-CHANGE
019900           PERFORM APPLY-CHANGE
020000        ELSE
020100           PERFORM APPLY-DELETE
020200        END-IF
020300     END-IF.
020400     IF CARD-REJECTED
020500        PERFORM WRITE-ERROR-LINE
020600     END-IF.
020700 APPLY-MAINT-CARD-EXIT.
020800     EXIT.
020900******************************************************************
021000 EDIT-MAINT-CARD.
021100     MOVE 'NO ' TO REJECT-SWITCH.
021200     MOVE SPACES TO WS-REJECT-REASON.
021300     IF NOT DSP-IS-ADD AND NOT DSP-IS-CHANGE
021400           AND NOT DSP-IS-DELETE
021500        MOVE 'YES' TO REJECT-SWITCH
021600        MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
021700     ELSE
021800        IF DSP-ACCOUNT-NUMBER NOT NUMERIC
021900              OR DSP-ACCOUNT-NUMBER = ZERO
022000              OR DSP-DISPUTE-NUMBER NOT NUMERIC
022100              OR DSP-DISPUTE-NUMBER = ZERO
022200           MOVE 'YES' TO REJECT-SWITCH
022300           MOVE 'BAD ACCOUNT OR DISPUTE NUMBER'
022400               TO WS-REJECT-REASON
022500        ELSE
022600           IF DSP-IS-ADD
022700              PERFORM EDIT-ADD-CARD
022800           ELSE
022900              IF DSP-IS-CHANGE
023000                 PERFORM EDIT-CHANGE-CARD
023100              END-IF
023200           END-IF
023300        END-IF
023400     END-IF.
023500******************************************************************
023600 EDIT-ADD-CARD.
023700     IF DSP-DISPUTED-AMOUNT NOT NUMERIC
023800           OR DSP-DISPUTED-AMOUNT = ZERO
023900        MOVE 'YES' TO REJECT-SWITCH
024000        MOVE 'BAD DISPUTED AMOUNT' TO WS-REJECT-REASON
024100     ELSE
024200        IF DSP-REASON-CODE = SPACES OR DSP-OWNER-ID = SPACES
024300           MOVE 'YES' TO REJECT-SWITCH
024400           MOVE 'REASON AND OWNER REQUIRED' TO WS-REJECT-REASON
024500        ELSE
024600           IF DSP-OPENED-DATE NOT NUMERIC
024700              MOVE 'YES' TO REJECT-SWITCH
024800              MOVE 'BAD OPENED DATE' TO WS-REJECT-REASON
024900           ELSE
025000              IF DSP-STATUS NOT = SPACE AND DSP-STATUS NOT = 'O'
025100                 MOVE 'YES' TO REJECT-SWITCH
025200                 MOVE 'ADD - STATUS MUST BE OPEN'
025300                     TO WS-REJECT-REASON
025400              END-IF
025500           END-IF
025600        END-IF
025700     END-IF.
025800******************************************************************
025900 EDIT-CHANGE-CARD.
026000     IF DSP-DISPUTED-AMOUNT NOT NUMERIC
026100           OR DSP-OPENED-DATE NOT NUMERIC
026200        MOVE 'YES' TO REJECT-SWITCH
026300        MOVE 'BAD AMOUNT OR DATE' TO WS-REJECT-REASON
026400     ELSE
026500        IF NOT DSP-STATUS-VALID
026600           MOVE 'YES' TO REJECT-SWITCH
026700           MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
026800        END-IF
026900     END-IF.
027000******************************************************************
027100 FIND-DISPUTE-RECORD.
027200     MOVE DSP-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER.
027300     MOVE DSP-DISPUTE-NUMBER TO DS-DISPUTE-NUMBER.
027400     READ DISPUTE-FILE
027500         INVALID KEY
027600            MOVE 'NO ' TO FOUND-SWITCH
027700         NOT INVALID KEY
027800            MOVE 'YES' TO FOUND-SWITCH
027900     END-READ.
028000******************************************************************
028100 FIND-MASTER-RECORD.
028200     MOVE DSP-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
028300     READ MASTER-FILE
028400         INVALID KEY
028500            MOVE 'NO ' TO MASTER-SWITCH
028600         NOT INVALID KEY
028700            MOVE 'YES' TO MASTER-SWITCH
028800     END-READ.
028900******************************************************************
029000 APPLY-ADD.
029100     PERFORM FIND-MASTER-RECORD.
029200     IF DISPUTE-FOUND
029300        MOVE 'YES' TO REJECT-SWITCH
029400        MOVE 'ADD - DISPUTE ALREADY ON FILE' TO WS-REJECT-REASON
029500     ELSE
029600        IF NOT MASTER-FOUND
029700           MOVE 'YES' TO REJECT-SWITCH
029800           MOVE 'ADD - ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
029900        ELSE
030000           PERFORM BUILD-DISPUTE-FROM-CARD
030100           WRITE DISPUTE-RECORD
030200           ADD 1 TO WS-ADD-COUNT
030300           MOVE 'AFTER' TO OUTPUT-TAG
030400           MOVE 'ADD' TO OUTPUT-ACTION
030500           PERFORM WRITE-DISPUTE-IMAGE
030600        END-IF
030700     END-IF.
030800******************************************************************
030900 APPLY-CHANGE.
031000     IF NOT DISPUTE-FOUND
031100        MOVE 'YES' TO REJECT-SWITCH
031200        MOVE 'CHANGE - DISPUTE NOT ON FILE' TO WS-REJECT-REASON
031300     ELSE
031400        MOVE 'BEFORE' TO OUTPUT-TAG
031500        MOVE 'CHANGE' TO OUTPUT-ACTION
031600        PERFORM WRITE-DISPUTE-IMAGE
031700        PERFORM CHANGE-DISPUTE-FROM-CARD
031800        REWRITE DISPUTE-RECORD
031900        ADD 1 TO WS-CHANGE-COUNT
032000        MOVE 'AFTER' TO OUTPUT-TAG
032100        MOVE 'CHANGE' TO OUTPUT-ACTION
032200        PERFORM WRITE-DISPUTE-IMAGE
032300     END-IF.
032400******************************************************************
032500 APPLY-DELETE.
032600     IF NOT DISPUTE-FOUND
032700        MOVE 'YES' TO REJECT-SWITCH
032800        MOVE 'DELETE - DISPUTE NOT ON FILE' TO WS-REJECT-REASON
032900     ELSE
033000        MOVE 'BEFORE' TO OUTPUT-TAG
033100        MOVE 'DELETE' TO OUTPUT-ACTION
033200        PERFORM WRITE-DISPUTE-IMAGE
033300        DELETE DISPUTE-FILE
033400        ADD 1 TO WS-DELETE-COUNT
033500     END-IF.
033600******************************************************************
033700 BUILD-DISPUTE-FROM-CARD.
033800     MOVE SPACES TO DISPUTE-RECORD.
033900     MOVE DSP-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER.
034000     MOVE DSP-DISPUTE-NUMBER TO DS-DISPUTE-NUMBER.
034100     MOVE DSP-DISPUTED-AMOUNT TO DS-DISPUTED-AMOUNT.
034200     MOVE DSP-REASON-CODE TO DS-REASON-CODE.
034300     MOVE DSP-OWNER-ID TO DS-OWNER-ID.
034400     IF DSP-OPENED-DATE = ZERO
034500        MOVE WS-BUSINESS-DATE TO DS-OPENED-DATE
034600     ELSE
034700        MOVE DSP-OPENED-DATE TO DS-OPENED-DATE
034800     END-IF.
034900     MOVE 'O' TO DS-STATUS.
035000     MOVE WS-BUSINESS-DATE TO DS-STATUS-DATE.
035100     MOVE DSP-INVOICE-NUMBER TO DS-INVOICE-NUMBER.
035200******************************************************************
035300 CHANGE-DISPUTE-FROM-CARD.
035400     IF DSP-DISPUTED-AMOUNT > ZERO
035500        MOVE DSP-DISPUTED-AMOUNT TO DS-DISPUTED-AMOUNT
035600     END-IF.
035700     IF DSP-REASON-CODE NOT = SPACES
035800        MOVE DSP-REASON-CODE TO DS-REASON-CODE
035900     END-IF.
036000     IF DSP-OWNER-ID NOT = SPACES
036100        MOVE DSP-OWNER-ID TO DS-OWNER-ID
036200     END-IF.
036300     IF DSP-OPENED-DATE > ZERO
036400        MOVE DSP-OPENED-DATE TO DS-OPENED-DATE
036500     END-IF.
036600     IF DSP-INVOICE-NUMBER NOT = SPACES
036700        MOVE DSP-INVOICE-NUMBER TO DS-INVOICE-NUMBER
036800     END-IF.
036900     IF DSP-STATUS NOT = SPACE
037000        MOVE DSP-STATUS TO DS-STATUS
037100        MOVE WS-BUSINESS-DATE TO DS-STATUS-DATE
037200     END-IF.
037300******************************************************************
037400 WRITE-DISPUTE-IMAGE.
037500     IF LINES-WRITTEN >= WS-PAGE-SIZE
037600        PERFORM WRITE-HEADER
037700        MOVE 2 TO LINE-SPACING
037800     END-IF.
037900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
038000     MOVE DS-ACCOUNT-NUMBER TO OUTPUT-ACCOUNT.
038100     MOVE DS-DISPUTE-NUMBER TO OUTPUT-DISPUTE.
038200     MOVE DS-DISPUTED-AMOUNT TO OUTPUT-AMOUNT.
038300     MOVE DS-REASON-CODE TO OUTPUT-REASON.
038400     MOVE DS-OWNER-ID TO OUTPUT-OWNER.
038500     MOVE DS-OPENED-DATE TO OUTPUT-OPENED-DATE.
038600     MOVE DS-STATUS TO OUTPUT-STATUS.
038700     MOVE DS-STATUS-DATE TO OUTPUT-STATUS-DATE.
038800     MOVE DS-INVOICE-NUMBER TO OUTPUT-INVOICE.
038900     MOVE DATA-LINE TO OUTPUT-LINE.
039000     WRITE OUTPUT-RECORD.
039100     ADD 1 TO LINES-WRITTEN.
039200     MOVE 1 TO LINE-SPACING.
039300******************************************************************
039400 WRITE-ERROR-LINE.
039500     ADD 1 TO WS-REJECT-COUNT.
039600     MOVE SPACES TO ERROR-LINE.
039700     STRING 'REJECTED - ' WS-REJECT-REASON
039800            ' - ACTION=' DSP-ACTION-CODE
039900            ' ACCT=' DSP-ACCOUNT-NUMBER
040000            ' DISPUTE=' DSP-DISPUTE-NUMBER
040100         DELIMITED BY SIZE INTO ERROR-LINE.
040200     WRITE ERROR-LINE.
040300******************************************************************
040400 WRITE-HEADER.
040500     MOVE ZERO TO LINES-WRITTEN.
040600     ACCEPT HDR-PRT-DATE FROM DATE.
040700     ACCEPT HDR-PRT-TIME FROM TIME.
040800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
040900     ADD 1 TO PAGE-COUNT
041000     MOVE '   DISPUTE MAINTENANCE         '   TO REPORT-TITLE.
041100     MOVE PAGE-COUNT TO PAGE-NUMBER.
041200     MOVE HEADER-RECORD TO OUTPUT-LINE.
041300     WRITE OUTPUT-RECORD.
041400     MOVE 1 TO LINE-SPACING.
041500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
041700     WRITE OUTPUT-RECORD.
041800     ADD 1 TO LINES-WRITTEN.
