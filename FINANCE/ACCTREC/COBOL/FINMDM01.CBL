000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINMDM01.
      ******************************************************************
      * FINMDM01 -- MAINTENANCE PROGRAM FOR THE DIRECT-DEBIT (ACH)
      *             MANDATE FILE (SEE ACHMAND). CARDS ADD, CHANGE OR
      *             DELETE A CUSTOMER'S MANDATE, OR REINSTATE ONE THAT
      *             FINACR01 FLAGGED AFTER REPEATED RETURNS (THE
      *             RETURN COUNT STARTS AGAIN FROM ZERO). EVERY CARD
      *             MUST CARRY AN OPERATOR ID AND A REASON CODE OR IT
      *             IS REJECTED -- THE FINCLM01 DISCIPLINE. AN ADD OR
      *             CHANGE CARD CARRIES THE WHOLE MANDATE: THE ACCOUNT
      *             MUST BE ON THE AR MASTER, THE ROUTING NUMBER MUST
      *             PASS THE ABA CHECK DIGIT, AND THE DEBIT-DAY RULE,
      *             DAY AND MAXIMUM AMOUNT MUST MAKE SENSE TOGETHER.
      *             THE AUDIT LISTING SHOWS THE MANDATE AS IT STANDS
      *             AFTER THE CARD, WHO AND WHEN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-17  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MAINT-FILE ASSIGN U-T-MDMNT.
000800     SELECT MANDATE-FILE ASSIGN U-T-ACHMND
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS MD-ACCOUNT-NUMBER
001200        FILE STATUS IS WS-MANDATE-STATUS.
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
003300     02 MDC-ACTION-CODE        PIC X(01).
003400        88  MDC-IS-ADD         VALUE 'A'.
003500        88  MDC-IS-CHANGE      VALUE 'C'.
003600        88  MDC-IS-DELETE      VALUE 'D'.
003700        88  MDC-IS-REINSTATE   VALUE 'R'.
003800     02 MDC-ACCOUNT-NUMBER     PIC 9(08).
003900     02 MDC-ROUTING-NUMBER     PIC 9(09).
004000     02 FILLER REDEFINES MDC-ROUTING-NUMBER.
004100        03 MDC-ROUTING-DIGIT   PIC 9(01) OCCURS 9 TIMES.
004200     02 MDC-BANK-ACCOUNT       PIC X(17).
004300     02 MDC-ACCOUNT-TYPE       PIC X(01).
004400        88  MDC-TYPE-VALID     VALUES 'C' 'S'.
004500     02 MDC-DEBIT-RULE         PIC X(01).
004600        88  MDC-ON-DUE-DATE    VALUE 'D'.
004700        88  MDC-MONTHLY        VALUE 'M'.
004800     02 MDC-DEBIT-DAY          PIC 9(02).
004900     02 MDC-MAXIMUM-AMOUNT     PIC 9(07)V99.
005000     02 MDC-REASON-CODE        PIC X(04).
005100     02 MDC-OPERATOR-ID        PIC X(08).
005200     02 FILLER                 PIC X(20).
005300 FD MANDATE-FILE
005400     LABEL RECORDS ARE STANDARD
005500     DATA RECORD IS ACH-MANDATE-RECORD.
005600 COPY ACHMAND.
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
006900     02  WS-MANDATE-STATUS PIC X(2)  VALUE ZERO.
007000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007100     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
007200         88  RECORD-FOUND  VALUE 'YES'.
007300     02  ACCOUNT-SWITCH    PIC X(3)  VALUE 'NO '.
007400         88  ACCOUNT-ON-FILE VALUE 'YES'.
007500     02  WS-ABA-SUM        PIC 9(4)  VALUE ZERO.
007600     02  WS-ABA-QUOTIENT   PIC 9(4)  VALUE ZERO.
007700     02  WS-ABA-REMAINDER  PIC 9(2)  VALUE ZERO.
007800     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
007900     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
008000 01  DATE-WORK-FIELDS.
008100     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
008200     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008300 COPY PAGING.
008400 COPY FINBDC01.
008500 01  AUDIT-DETAIL-LINE.
008600     02  FILLER                PIC X(2).
008700     02  AUD-ACTION            PIC X(9).
008800     02  FILLER                PIC X(2).
008900     02  AUD-ACCOUNT           PIC 9(8).
009000     02  FILLER                PIC X(2).
009100     02  AUD-ROUTING           PIC 9(9).
009200     02  FILLER                PIC X(2).
009300     02  AUD-BANK-ACCOUNT      PIC X(17).
009400     02  FILLER                PIC X(2).
009500     02  AUD-TYPE              PIC X(1).
009600     02  FILLER                PIC X(2).
009700     02  AUD-RULE              PIC X(1).
009800     02  FILLER                PIC X(1).
009900     02  AUD-DAY               PIC 9(2).
010000     02  FILLER                PIC X(2).
010100     02  AUD-MAXIMUM           PIC Z,ZZZ,ZZ9.99.
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
011200     02  FILLER                PIC X(22).
011300 01  REJECT-DETAIL-LINE.
011400     02  FILLER                PIC X(2).
011500     02  REJ-ACTION            PIC X(1).
011600     02  FILLER                PIC X(1).
011700     02  REJ-ACCOUNT           PIC X(8).
011800     02  FILLER                PIC X(2).
011900     02  REJ-REASON-TEXT       PIC X(40).
012000     02  FILLER                PIC X(78).
012100 01  COLUMN-HEADING-LINE.
012200     02  FILLER                PIC X(2).
012300     02  FILLER                PIC X(9)  VALUE 'ACTION'.
012400     02  FILLER                PIC X(2).
012500     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
012600     02  FILLER                PIC X(2).
012700     02  FILLER                PIC X(9)  VALUE 'ROUTING'.
012800     02  FILLER                PIC X(2).
012900     02  FILLER                PIC X(17) VALUE 'BANK ACCOUNT'.
013000     02  FILLER                PIC X(2).
013100     02  FILLER                PIC X(1)  VALUE 'T'.
013200     02  FILLER                PIC X(2).
013300     02  FILLER                PIC X(4)  VALUE 'RULE'.
013400     02  FILLER                PIC X(2).
013500     02  FILLER                PIC X(12) VALUE '     MAXIMUM'.
013600     02  FILLER                PIC X(2).
013700     02  FILLER                PIC X(1)  VALUE 'S'.
013800     02  FILLER                PIC X(2).
013900     02  FILLER                PIC X(4)  VALUE 'RSN'.
014000     02  FILLER                PIC X(2).
014100     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
014200     02  FILLER                PIC X(2).
014300     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
014400     02  FILLER                PIC X(22).
014500******************************************************************
014600 PROCEDURE DIVISION.
014700     DISPLAY 'FINMDM01 - ACH MANDATE MAINTENANCE STARTING'.
014800     ACCEPT WS-MAINT-DATE FROM DATE.
014900     ACCEPT WS-MAINT-TIME FROM TIME.
015000     MOVE ZERO TO BD-REQUEST-DATE.
015100     CALL 'FINBDT01' USING FINBDC01-RECORD.
015200     OPEN INPUT  MAINT-FILE
015300                 MASTER-FILE
015400          OUTPUT REPORT-FILE.
015500     OPEN I-O MANDATE-FILE.
015600     PERFORM WRITE-HEADER.
015700     PERFORM GET-MAINT-CARD.
015800     PERFORM APPLY-AND-READ
015900        UNTIL END-OF-FILE.
016000     CLOSE MAINT-FILE MANDATE-FILE MASTER-FILE REPORT-FILE.
016100     DISPLAY 'FINMDM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
016200     DISPLAY 'FINMDM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
016300     IF WS-REJECT-COUNT > ZERO
016400        MOVE 4 TO RETURN-CODE
016500     END-IF.
016600     GOBACK.
      ******************************************************************
016700 GET-MAINT-CARD.
016800     READ MAINT-FILE AT END
016900         MOVE 'EOF' TO INPUT-SWITCH.
      ******************************************************************
017000 APPLY-AND-READ.
017100     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
017200     PERFORM GET-MAINT-CARD.
      ******************************************************************
017300 APPLY-MAINT-CARD.
017400     IF MDC-REASON-CODE = SPACES
017500           OR MDC-OPERATOR-ID = SPACES
017600        MOVE 'REJECTED - NO OPERATOR OR REASON' TO
017700            REJ-REASON-TEXT
017800        PERFORM WRITE-REJECT-LINE
017900        GO TO APPLY-MAINT-CARD-EXIT
018000     END-IF.
018100     IF NOT MDC-IS-ADD AND NOT MDC-IS-CHANGE
018200           AND NOT MDC-IS-DELETE AND NOT MDC-IS-REINSTATE
018300        MOVE 'REJECTED - INVALID ACTION CODE' TO
018400            REJ-REASON-TEXT
018500        PERFORM WRITE-REJECT-LINE
018600        GO TO APPLY-MAINT-CARD-EXIT
018700     END-IF.
018800     IF MDC-ACCOUNT-NUMBER NOT NUMERIC
018900           OR MDC-ACCOUNT-NUMBER = ZERO
019000        MOVE 'REJECTED - BAD ACCOUNT NUMBER' TO
019100            REJ-REASON-TEXT
019200        PERFORM WRITE-REJECT-LINE
019300        GO TO APPLY-MAINT-CARD-EXIT
019400     END-IF.
019500     IF MDC-IS-ADD OR MDC-IS-CHANGE
019600        PERFORM EDIT-MANDATE-DETAILS
019700           THRU EDIT-MANDATE-DETAILS-EXIT
019800        IF REJ-REASON-TEXT NOT = SPACES
019900           PERFORM WRITE-REJECT-LINE
020000           GO TO APPLY-MAINT-CARD-EXIT
020100        END-IF
020200     END-IF.
020300     PERFORM FIND-MANDATE-RECORD.
020400     IF MDC-IS-ADD
020500        PERFORM APPLY-ADD
020600     ELSE
020700        IF MDC-IS-CHANGE
020800           PERFORM APPLY-CHANGE
020900        ELSE
021000           IF MDC-IS-DELETE
021100              PERFORM APPLY-DELETE
021200           ELSE
021300              PERFORM APPLY-REINSTATE
021400           END-IF
021500        END-IF
021600     END-IF.
021700 APPLY-MAINT-CARD-EXIT.
021800     EXIT.
      ******************************************************************
      * AN ADD OR CHANGE CARD CARRIES THE WHOLE MANDATE. THE FIRST
      * FAILED EDIT IS LEFT IN REJ-REASON-TEXT.
      ******************************************************************
021900 EDIT-MANDATE-DETAILS.
022000     MOVE SPACES TO REJ-REASON-TEXT.
022100     PERFORM CHECK-ACCOUNT-ON-FILE.
022200     IF NOT ACCOUNT-ON-FILE
022300        MOVE 'REJECTED - ACCOUNT NOT ON AR MASTER' TO
022400            REJ-REASON-TEXT
022500        GO TO EDIT-MANDATE-DETAILS-EXIT
022600     END-IF.
022700     IF MDC-ROUTING-NUMBER NOT NUMERIC
022800           OR MDC-ROUTING-NUMBER = ZERO
022900        MOVE 'REJECTED - ROUTING NUMBER NOT NUMERIC' TO
023000            REJ-REASON-TEXT
023100        GO TO EDIT-MANDATE-DETAILS-EXIT
023200     END-IF.
023300     PERFORM CHECK-ROUTING-NUMBER.
023400     IF WS-ABA-REMAINDER NOT = ZERO
023500        MOVE 'REJECTED - ROUTING NUMBER CHECK DIGIT' TO
023600            REJ-REASON-TEXT
023700        GO TO EDIT-MANDATE-DETAILS-EXIT
023800     END-IF.
023900     IF MDC-BANK-ACCOUNT = SPACES
024000        MOVE 'REJECTED - NO BANK ACCOUNT NUMBER' TO
024100            REJ-REASON-TEXT
024200        GO TO EDIT-MANDATE-DETAILS-EXIT
024300     END-IF.
024400     IF NOT MDC-TYPE-VALID
024500        MOVE 'REJECTED - ACCOUNT TYPE NOT C OR S' TO
024600            REJ-REASON-TEXT
024700        GO TO EDIT-MANDATE-DETAILS-EXIT
024800     END-IF.
024900     IF MDC-DEBIT-DAY NOT NUMERIC
025000        MOVE 'REJECTED - DEBIT DAY NOT NUMERIC' TO
025100            REJ-REASON-TEXT
025200        GO TO EDIT-MANDATE-DETAILS-EXIT
025300     END-IF.
025400     IF MDC-MONTHLY
025500        IF MDC-DEBIT-DAY < 1 OR MDC-DEBIT-DAY > 28
025600           MOVE 'REJECTED - MONTHLY DAY NOT 01-28' TO
025700               REJ-REASON-TEXT
025800           GO TO EDIT-MANDATE-DETAILS-EXIT
025900        END-IF
026000     ELSE
026100        IF NOT MDC-ON-DUE-DATE
026200           MOVE 'REJECTED - DEBIT RULE NOT D OR M' TO
026300               REJ-REASON-TEXT
026400           GO TO EDIT-MANDATE-DETAILS-EXIT
026500        END-IF
026600     END-IF.
026700     IF MDC-MAXIMUM-AMOUNT NOT NUMERIC
026800           OR MDC-MAXIMUM-AMOUNT = ZERO
026900        MOVE 'REJECTED - NO MAXIMUM DEBIT AMOUNT' TO
027000            REJ-REASON-TEXT
027100     END-IF.
027200 EDIT-MANDATE-DETAILS-EXIT.
027300     EXIT.
      ******************************************************************
      * ABA CHECK DIGIT -- WEIGHTS 3, 7, 1 ACROSS THE NINE DIGITS; THE
      * WEIGHTED SUM OF A GOOD ROUTING NUMBER IS A MULTIPLE OF TEN.
      ******************************************************************
027400 CHECK-ROUTING-NUMBER.
027500     COMPUTE WS-ABA-SUM =
027600         3 * (MDC-ROUTING-DIGIT (1) + MDC-ROUTING-DIGIT (4)
027700              + MDC-ROUTING-DIGIT (7))
027800       + 7 * (MDC-ROUTING-DIGIT (2) + MDC-ROUTING-DIGIT (5)
027900              + MDC-ROUTING-DIGIT (8))
028000       +     (MDC-ROUTING-DIGIT (3) + MDC-ROUTING-DIGIT (6)
028100              + MDC-ROUTING-DIGIT (9)).
028200     DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
028300         REMAINDER WS-ABA-REMAINDER.
      ******************************************************************
028400 CHECK-ACCOUNT-ON-FILE.
028500     MOVE MDC-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
028600     READ MASTER-FILE
028700         INVALID KEY
028800            MOVE 'NO ' TO ACCOUNT-SWITCH
028900         NOT INVALID KEY
029000            MOVE 'YES' TO ACCOUNT-SWITCH
029100     END-READ.
      ******************************************************************
029200 FIND-MANDATE-RECORD.
029300     MOVE MDC-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER.
029400     READ MANDATE-FILE
029500         INVALID KEY
029600            MOVE 'NO ' TO FOUND-SWITCH
029700         NOT INVALID KEY
029800            MOVE 'YES' TO FOUND-SWITCH
029900     END-READ.
      ******************************************************************
030000 APPLY-ADD.
030100     IF RECORD-FOUND
030200        MOVE 'REJECTED - ALREADY ON FILE' TO REJ-REASON-TEXT
030300        PERFORM WRITE-REJECT-LINE
030400     ELSE
030500        MOVE SPACES TO ACH-MANDATE-RECORD
030600        MOVE MDC-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER
030700        MOVE 'A' TO MD-STATUS
030800        MOVE ZERO TO MD-RETURN-COUNT MD-LAST-RETURN-DATE
030900                     MD-LAST-DEBIT-DATE
031000        PERFORM BUILD-MANDATE-FROM-CARD
031100        WRITE ACH-MANDATE-RECORD
031200        MOVE 'ADD' TO AUD-ACTION
031300        PERFORM WRITE-AUDIT-LINE
031400     END-IF.
      ******************************************************************
      * A CHANGE REPLACES THE BANK DETAILS, RULE AND MAXIMUM BUT KEEPS
      * THE RETURN HISTORY AND LAST DEBIT DATE -- A FLAGGED MANDATE
      * STAYS FLAGGED UNTIL IT IS REINSTATED.
      ******************************************************************
031500 APPLY-CHANGE.
031600     IF NOT RECORD-FOUND
031700        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
031800        PERFORM WRITE-REJECT-LINE
031900     ELSE
032000        PERFORM BUILD-MANDATE-FROM-CARD
032100        REWRITE ACH-MANDATE-RECORD
032200        MOVE 'CHANGE' TO AUD-ACTION
032300        PERFORM WRITE-AUDIT-LINE
032400     END-IF.
      ******************************************************************
032500 APPLY-DELETE.
032600     IF NOT RECORD-FOUND
032700        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
032800        PERFORM WRITE-REJECT-LINE
032900     ELSE
033000        DELETE MANDATE-FILE
033100        MOVE 'DELETE' TO AUD-ACTION
033200        PERFORM WRITE-AUDIT-LINE
033300     END-IF.
      ******************************************************************
033400 APPLY-REINSTATE.
033500     IF NOT RECORD-FOUND
033600        MOVE 'REJECTED - NOT ON FILE' TO REJ-REASON-TEXT
033700        PERFORM WRITE-REJECT-LINE
033800     ELSE
033900        IF NOT MD-FLAGGED
034000           MOVE 'REJECTED - MANDATE IS NOT FLAGGED' TO
034100               REJ-REASON-TEXT
034200           PERFORM WRITE-REJECT-LINE
034300        ELSE
034400           MOVE 'A' TO MD-STATUS
034500           MOVE ZERO TO MD-RETURN-COUNT
034600           MOVE MDC-OPERATOR-ID TO MD-OPERATOR-ID
034700           MOVE MDC-REASON-CODE TO MD-REASON-CODE
034800           MOVE BD-BUSINESS-DATE TO MD-LAST-MAINT-DATE
034900           REWRITE ACH-MANDATE-RECORD
035000           MOVE 'REINSTATE' TO AUD-ACTION
035100           PERFORM WRITE-AUDIT-LINE
035200        END-IF
035300     END-IF.
      ******************************************************************
035400 BUILD-MANDATE-FROM-CARD.
035500     MOVE MDC-ROUTING-NUMBER TO MD-ROUTING-NUMBER.
035600     MOVE MDC-BANK-ACCOUNT TO MD-BANK-ACCOUNT.
035700     MOVE MDC-ACCOUNT-TYPE TO MD-ACCOUNT-TYPE.
035800     MOVE MDC-DEBIT-RULE TO MD-DEBIT-RULE.
035900     MOVE MDC-DEBIT-DAY TO MD-DEBIT-DAY.
036000     MOVE MDC-MAXIMUM-AMOUNT TO MD-MAXIMUM-AMOUNT.
036100     MOVE MDC-OPERATOR-ID TO MD-OPERATOR-ID.
036200     MOVE MDC-REASON-CODE TO MD-REASON-CODE.
036300     MOVE BD-BUSINESS-DATE TO MD-LAST-MAINT-DATE.
      ******************************************************************
      * THE AUDIT LINE SHOWS THE MANDATE AS THE CARD LEFT IT (AS IT
      * WAS, FOR A DELETE).
      ******************************************************************
036400 WRITE-AUDIT-LINE.
036500     ADD 1 TO WS-APPLIED-COUNT.
036600     IF LINES-WRITTEN >= WS-PAGE-SIZE
036700        PERFORM WRITE-HEADER
036800        MOVE 2 TO LINE-SPACING
036900     END-IF.
037000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037100     MOVE MD-ACCOUNT-NUMBER TO AUD-ACCOUNT.
037200     MOVE MD-ROUTING-NUMBER TO AUD-ROUTING.
037300     MOVE MD-BANK-ACCOUNT TO AUD-BANK-ACCOUNT.
037400     MOVE MD-ACCOUNT-TYPE TO AUD-TYPE.
037500     MOVE MD-DEBIT-RULE TO AUD-RULE.
037600     MOVE MD-DEBIT-DAY TO AUD-DAY.
037700     MOVE MD-MAXIMUM-AMOUNT TO AUD-MAXIMUM.
037800     MOVE MD-STATUS TO AUD-STATUS.
037900     MOVE MDC-REASON-CODE TO AUD-REASON.
038000     MOVE MDC-OPERATOR-ID TO AUD-OPERATOR.
038100     MOVE WS-MAINT-DATE TO AUD-DATE.
038200     MOVE WS-MAINT-TIME TO AUD-TIME.
038300     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
038400     WRITE OUTPUT-RECORD.
038500     ADD 1 TO LINES-WRITTEN.
038600     MOVE 1 TO LINE-SPACING.
      ******************************************************************
038700 WRITE-REJECT-LINE.
038800     ADD 1 TO WS-REJECT-COUNT.
038900     IF LINES-WRITTEN >= WS-PAGE-SIZE
039000        PERFORM WRITE-HEADER
039100        MOVE 2 TO LINE-SPACING
039200     END-IF.
039300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
039400     MOVE MDC-ACTION-CODE TO REJ-ACTION.
039500     MOVE MDC-ACCOUNT-NUMBER TO REJ-ACCOUNT.
039600     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
039700     WRITE OUTPUT-RECORD.
039800     ADD 1 TO LINES-WRITTEN.
039900     MOVE 1 TO LINE-SPACING.
      ******************************************************************
040000 WRITE-HEADER.
040100     MOVE ZERO TO LINES-WRITTEN.
040200     ACCEPT HDR-PRT-DATE FROM DATE.
040300     ACCEPT HDR-PRT-TIME FROM TIME.
040400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
040500     ADD 1 TO PAGE-COUNT
040600     MOVE '   ACH MANDATE MAINTENANCE     '   TO REPORT-TITLE.
040700     MOVE PAGE-COUNT TO PAGE-NUMBER.
040800     MOVE HEADER-RECORD TO OUTPUT-LINE.
040900     WRITE OUTPUT-RECORD.
041000     MOVE 1 TO LINE-SPACING.
041100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
041300     WRITE OUTPUT-RECORD.
041400     ADD 1 TO LINES-WRITTEN.
