000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINACR01.
      ******************************************************************
      * FINACR01 -- ACH RETURN HANDLING. READS THE BANK'S NACHA RETURN
      *             FILE (DDNAME ACHRTN) FOR THE DEBITS FINACH01 SENT.
      *             THE FILE IS READ TWICE. THE FIRST PASS CHECKS EVERY
      *             BATCH AND FILE CONTROL RECORD (ENTRY/ADDENDA COUNT,
      *             ENTRY HASH, DEBIT AND CREDIT TOTALS) AND THE RECORD
      *             NESTING; A FILE THAT FAILS IS NOT POSTED AT ALL AND
      *             THE RUN ENDS RC 8. THE SECOND PASS TAKES EACH
      *             RETURN ENTRY (A '6' ENTRY WITH A TYPE-99 ADDENDA)
      *             AND:
      *               - FINDS THE ORIGINAL DEBIT ON THE ACH HISTORY
      *                 FILE (SEE ACHHIST) BY ITS TRACE NUMBER AND
      *                 MARKS IT RETURNED;
      *               - COUNTS THE RETURN ON THE MANDATE (SEE ACHMAND)
      *                 AND FLAGS THE MANDATE WHEN ACR-FLAG-THRESHOLD
      *                 RETURNS HAVE BUILT UP -- FINACH01 PASSES A
      *                 FLAGGED MANDATE OVER UNTIL FINMDM01 REINSTATES
      *                 IT;
      *               - FOR THE RETURN REASONS IN THE BACK-OUT TABLE
      *                 (FUNDS AND ACCOUNT RETURNS), BACKS THE RECEIPT
      *                 OUT: THE AMOUNT GOES BACK ON MSTR-AMOUNT-1
      *                 (JOURNALED, SEE MSTRJNL), IS RE-OPENED AS A NEW
      *                 OPEN ITEM DUE AT ONCE (SEE OPENITM) AND THE
      *                 PAID ITEM (SEE PAIDITM) IS MARKED RETURNED.
      *             ANY OTHER REASON, A NOTIFICATION OF CHANGE, A
      *             RETURN FOR A DEBIT NOT ON FILE OR A RECEIPT THAT
      *             NEVER REACHED THE MASTER IS LISTED FOR REVIEW AND
      *             THE RUN ENDS RC 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-17  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT RETURN-FILE ASSIGN U-T-ACHRTN.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
000900     SELECT ACH-HISTORY-FILE ASSIGN U-T-ACHHIS
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS AH-TRACE-NUMBER
001300        FILE STATUS IS WS-HISTORY-STATUS.
001400     SELECT MANDATE-FILE ASSIGN U-T-ACHMND
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS MD-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-MANDATE-STATUS.
001900     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS PI-KEY
002300        FILE STATUS IS WS-PAIDITM-STATUS.
002400     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS OI-KEY
002800        FILE STATUS IS WS-OPENITM-STATUS.
002900     SELECT MASTER-FILE ASSIGN U-T-MASTER
003000        ORGANIZATION IS INDEXED
003100        ACCESS MODE IS DYNAMIC
003200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
003300        FILE STATUS IS WS-MASTER-STATUS.
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
004400 FD RETURN-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F
004700     RECORD CONTAINS 94 CHARACTERS
004800     DATA RECORD IS NACHA-RECORD.
004900 COPY NACHAREC.
005000 FD JOURNAL-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 196 CHARACTERS
005300     DATA RECORD IS MASTER-JOURNAL-RECORD.
005400 COPY MSTRJNL.
005500 FD ACH-HISTORY-FILE
005600     LABEL RECORDS ARE STANDARD
005700     DATA RECORD IS ACH-HISTORY-RECORD.
005800 COPY ACHHIST.
005900 FD MANDATE-FILE
006000     LABEL RECORDS ARE STANDARD
006100     DATA RECORD IS ACH-MANDATE-RECORD.
006200 COPY ACHMAND.
006300 FD PAID-ITEMS-FILE
006400     LABEL RECORDS ARE STANDARD
006500     DATA RECORD IS PAID-ITEM-RECORD.
006600 COPY PAIDITM.
006700 FD OPEN-ITEM-FILE
006800     LABEL RECORDS ARE STANDARD
006900     DATA RECORD IS OPEN-ITEM-RECORD.
007000 COPY OPENITM.
007100 FD MASTER-FILE
007200     LABEL RECORDS ARE STANDARD
007300     DATA RECORD IS MASTER-RECORD.
007400 COPY MSTRFILE.
      ******************************************************************
007500 WORKING-STORAGE SECTION.
007600 COPY HEADER1.
007700 01  PROGRAM-WORK-FIELDS.
007800     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
007900         88  END-OF-FILE   VALUE 'EOF'.
008000     02  PASS-SWITCH       PIC X(8)  VALUE 'VALIDATE'.
008100         88  VALIDATE-PASS VALUE 'VALIDATE'.
008200         88  POST-PASS     VALUE 'POST    '.
008300     02  FILE-BAD-SWITCH   PIC X(3)  VALUE 'NO '.
008400         88  FILE-BAD      VALUE 'YES'.
008500     02  HEADER-SEEN-SWITCH PIC X(3) VALUE 'NO '.
008600         88  FILE-HEADER-SEEN VALUE 'YES'.
008700     02  CONTROL-SEEN-SWITCH PIC X(3) VALUE 'NO '.
008800         88  FILE-CONTROL-SEEN VALUE 'YES'.
008900     02  BATCH-SWITCH      PIC X(3)  VALUE 'NO '.
009000         88  IN-BATCH      VALUE 'YES'.
009100     02  ENTRY-SWITCH      PIC X(3)  VALUE 'NO '.
009200         88  ENTRY-PENDING VALUE 'YES'.
009300     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
009400         88  RECORD-FOUND  VALUE 'YES'.
009500     02  REASON-SWITCH     PIC X(3)  VALUE 'NO '.
009600         88  BACK-OUT-REASON VALUE 'YES'.
009700     02  ITEM-WRITTEN-SWITCH PIC X(3) VALUE 'NO '.
009800         88  ITEM-WRITTEN  VALUE 'YES'.
009900     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
010000     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
010100     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
010200     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
010300     02  WS-MANDATE-STATUS PIC X(2)  VALUE ZERO.
010400     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
010500     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
010600     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
010700     02  WS-BAD-REASON     PIC X(40) VALUE SPACES.
010800     02  WS-RSN-SUB        PIC 9(3)  COMP.
010900     02  WS-RECORD-COUNT   PIC 9(8)  VALUE ZERO.
011000     02  WS-RETURN-COUNT   PIC 9(5)  VALUE ZERO.
011100     02  WS-BACKED-OUT-COUNT PIC 9(5) VALUE ZERO.
011200     02  WS-BACKED-OUT-TOTAL PIC 9(10)V99 VALUE ZERO.
011300     02  WS-REVIEW-COUNT   PIC 9(5)  VALUE ZERO.
011400     02  WS-FLAGGED-COUNT  PIC 9(5)  VALUE ZERO.
      *
      * CONTROL TOTALS KEPT BY THE VALIDATION PASS.
      *
011500 01  CONTROL-TOTAL-FIELDS.
011600     02  WS-BATCH-ENTRIES  PIC 9(8)  VALUE ZERO.
011700     02  WS-BATCH-HASH     PIC 9(12) VALUE ZERO.
011800     02  WS-BATCH-DEBIT    PIC 9(12)V99 VALUE ZERO.
011900     02  WS-BATCH-CREDIT   PIC 9(12)V99 VALUE ZERO.
012000     02  WS-FILE-BATCHES   PIC 9(6)  VALUE ZERO.
012100     02  WS-FILE-ENTRIES   PIC 9(8)  VALUE ZERO.
012200     02  WS-FILE-HASH      PIC 9(12) VALUE ZERO.
012300     02  WS-FILE-DEBIT     PIC 9(12)V99 VALUE ZERO.
012400     02  WS-FILE-CREDIT    PIC 9(12)V99 VALUE ZERO.
012500     02  WS-HASH-CHECK     PIC 9(10) VALUE ZERO.
      *
      * THE ENTRY DETAIL IS HELD UNTIL ITS ADDENDA HAS BEEN READ.
      *
012600 01  SAVED-ENTRY-FIELDS.
012700     02  WS-SAVED-AMOUNT   PIC 9(8)V99 VALUE ZERO.
012800     02  WS-SAVED-IDENT    PIC X(15) VALUE SPACES.
012900     02  WS-SAVED-TRACE    PIC 9(15) VALUE ZERO.
013000 01  WS-RETURN-NOTE.
013100     02  FILLER            PIC X(14) VALUE 'RETURN COUNT'.
013200     02  WS-NOTE-COUNT     PIC 9(2)  VALUE ZERO.
      *
      * RETURNS THAT ARE BACKED OUT AUTOMATICALLY -- NSF AND
      * UNCOLLECTED FUNDS, AND ACCOUNT CLOSED, MISSING OR INVALID.
      * A MANDATE IS FLAGGED ONCE ACR-FLAG-THRESHOLD RETURNS HAVE
      * BEEN COUNTED AGAINST IT.
      *
013300 01  ACH-RETURN-CONSTANTS.
013400     02  ACR-FLAG-THRESHOLD    PIC 9(2)  VALUE 2.
013500     02  ACR-REASON-COUNT      PIC 9(3)  VALUE 5.
013600     02  ACR-REASON-VALUES     PIC X(15)
013700                               VALUE 'R01R02R03R04R09'.
013800     02  FILLER REDEFINES ACR-REASON-VALUES.
013900         03  ACR-BACK-OUT-REASON PIC X(3) OCCURS 5 TIMES.
014000 COPY PAGING.
014100 COPY FINBDC01.
014200 01  RETURN-DETAIL-LINE.
014300     02  FILLER                PIC X(2).
014400     02  DL-ACCOUNT            PIC X(8).
014500     02  FILLER                PIC X(2).
014600     02  DL-TRACE              PIC X(15).
014700     02  FILLER                PIC X(2).
014800     02  DL-REASON             PIC X(3).
014900     02  FILLER                PIC X(2).
015000     02  DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
015100     02  FILLER                PIC X(2).
015200     02  DL-DISPOSITION        PIC X(36).
015300     02  FILLER                PIC X(2).
015400     02  DL-MANDATE-NOTE       PIC X(20).
015500     02  FILLER                PIC X(25).
015600 01  COLUMN-HEADING-LINE.
015700     02  FILLER                PIC X(2).
015800     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
015900     02  FILLER                PIC X(2).
016000     02  FILLER                PIC X(15) VALUE 'ORIGINAL TRACE'.
016100     02  FILLER                PIC X(2).
016200     02  FILLER                PIC X(3)  VALUE 'RSN'.
016300     02  FILLER                PIC X(2).
016400     02  FILLER                PIC X(13) VALUE '       AMOUNT'.
016500     02  FILLER                PIC X(2).
016600     02  FILLER                PIC X(36) VALUE 'DISPOSITION'.
016700     02  FILLER                PIC X(2).
016800     02  FILLER                PIC X(20) VALUE 'MANDATE'.
016900     02  FILLER                PIC X(25).
017000 01  MESSAGE-LINE.
017100     02  FILLER                PIC X(2).
017200     02  ML-TEXT               PIC X(50).
017300     02  ML-REASON             PIC X(40).
017400     02  FILLER                PIC X(40).
017500 01  TOTAL-LINE.
017600     02  FILLER                PIC X(2).
017700     02  TL-LABEL              PIC X(30).
017800     02  TL-COUNT              PIC ZZ,ZZ9.
017900     02  FILLER                PIC X(2).
018000     02  TL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018100     02  FILLER                PIC X(75).
018200******************************************************************
018300 PROCEDURE DIVISION.
018400     DISPLAY 'FINACR01 - ACH RETURN HANDLING STARTING'.
018500     MOVE ZERO TO BD-REQUEST-DATE.
018600     CALL 'FINBDT01' USING FINBDC01-RECORD.
018700     OPEN OUTPUT REPORT-FILE.
018800     PERFORM WRITE-HEADER.
018900     OPEN INPUT RETURN-FILE.
019000     PERFORM GET-RETURN-RECORD.
019100     PERFORM VALIDATE-AND-READ
019200        UNTIL END-OF-FILE OR FILE-BAD.
019300     IF NOT FILE-BAD AND NOT FILE-CONTROL-SEEN
019400        MOVE 'NO FILE CONTROL RECORD' TO WS-BAD-REASON
019500        MOVE 'YES' TO FILE-BAD-SWITCH
019600     END-IF.
019700     CLOSE RETURN-FILE.
019800     IF FILE-BAD
019900        PERFORM REPORT-BAD-FILE
020000        CLOSE REPORT-FILE
020100        DISPLAY 'FINACR01 - RETURN FILE REJECTED: ' WS-BAD-REASON
020200        MOVE 8 TO RETURN-CODE
020300        GOBACK
020400     END-IF.
020500     MOVE 'POST    ' TO PASS-SWITCH.
020600     MOVE SPACES TO INPUT-SWITCH.
020700     OPEN INPUT RETURN-FILE.
020800     OPEN EXTEND JOURNAL-FILE.
020900     OPEN I-O ACH-HISTORY-FILE.
021000     OPEN I-O MANDATE-FILE.
021100     OPEN I-O PAID-ITEMS-FILE.
021200     OPEN I-O OPEN-ITEM-FILE.
021300     OPEN I-O MASTER-FILE.
021400     PERFORM GET-RETURN-RECORD.
021500     PERFORM POST-AND-READ
021600        UNTIL END-OF-FILE.
021700     IF ENTRY-PENDING
021800        PERFORM REVIEW-NO-ADDENDA
021900     END-IF.
022000     PERFORM WRITE-RUN-TOTALS.
022100     CLOSE RETURN-FILE JOURNAL-FILE ACH-HISTORY-FILE MANDATE-FILE
022200           PAID-ITEMS-FILE OPEN-ITEM-FILE MASTER-FILE REPORT-FILE.
022300     DISPLAY 'FINACR01 - RETURNS READ:     ' WS-RETURN-COUNT.
022400     DISPLAY 'FINACR01 - BACKED OUT:       ' WS-BACKED-OUT-COUNT.
022500     DISPLAY 'FINACR01 - FOR REVIEW:       ' WS-REVIEW-COUNT.
022600     IF WS-REVIEW-COUNT > ZERO
022700        AND RETURN-CODE = ZERO
022800        MOVE 4 TO RETURN-CODE
022900     END-IF.
023000     GOBACK.
      ******************************************************************
023100 GET-RETURN-RECORD.
023200     READ RETURN-FILE AT END
023300         MOVE 'EOF' TO INPUT-SWITCH
023400     END-READ.
023500     IF NOT END-OF-FILE
023600        ADD 1 TO WS-RECORD-COUNT
023700     END-IF.
      ******************************************************************
023800 VALIDATE-AND-READ.
023900     PERFORM VALIDATE-ONE-RECORD THRU VALIDATE-ONE-RECORD-EXIT.
024000     PERFORM GET-RETURN-RECORD.
      ******************************************************************
      * PASS 1 -- NESTING AND CONTROL TOTALS. THE FIRST FAULT FOUND IS
      * LEFT IN WS-BAD-REASON. ALL-NINES BLOCK FILL IS PASSED OVER.
      ******************************************************************
024100 VALIDATE-ONE-RECORD.
024200     IF NACHA-RECORD = ALL '9'
024300        GO TO VALIDATE-ONE-RECORD-EXIT
024400     END-IF.
024500     IF FILE-CONTROL-SEEN
024600        MOVE 'RECORDS FOLLOW THE FILE CONTROL' TO WS-BAD-REASON
024700        GO TO VALIDATE-ONE-RECORD-FAILED
024800     END-IF.
024900     IF NA-FILE-HEADER
025000        IF FILE-HEADER-SEEN
025100           MOVE 'SECOND FILE HEADER' TO WS-BAD-REASON
025200           GO TO VALIDATE-ONE-RECORD-FAILED
025300        END-IF
025400        MOVE 'YES' TO HEADER-SEEN-SWITCH
025500        GO TO VALIDATE-ONE-RECORD-EXIT
025600     END-IF.
025700     IF NOT FILE-HEADER-SEEN
025800        MOVE 'FILE HEADER MISSING' TO WS-BAD-REASON
025900        GO TO VALIDATE-ONE-RECORD-FAILED
026000     END-IF.
026100     IF NA-BATCH-HEADER
026200        IF IN-BATCH
026300           MOVE 'BATCH HEADER INSIDE A BATCH' TO WS-BAD-REASON
026400           GO TO VALIDATE-ONE-RECORD-FAILED
026500        END-IF
026600        MOVE 'YES' TO BATCH-SWITCH
026700        MOVE ZERO TO WS-BATCH-ENTRIES WS-BATCH-HASH
026800                     WS-BATCH-DEBIT WS-BATCH-CREDIT
026900        GO TO VALIDATE-ONE-RECORD-EXIT
027000     END-IF.
027100     IF NA-ENTRY-DETAIL OR NA-ADDENDA
027200        IF NOT IN-BATCH
027300           MOVE 'ENTRY OUTSIDE A BATCH' TO WS-BAD-REASON
027400           GO TO VALIDATE-ONE-RECORD-FAILED
027500        END-IF
027600        ADD 1 TO WS-BATCH-ENTRIES
027700        IF NA-ENTRY-DETAIL
027800           PERFORM ADD-ENTRY-TO-BATCH
027900        END-IF
028000        GO TO VALIDATE-ONE-RECORD-EXIT
028100     END-IF.
028200     IF NA-BATCH-CONTROL
028300        IF NOT IN-BATCH
028400           MOVE 'BATCH CONTROL WITHOUT A BATCH' TO WS-BAD-REASON
028500           GO TO VALIDATE-ONE-RECORD-FAILED
028600        END-IF
028700        MOVE WS-BATCH-HASH TO WS-HASH-CHECK
028800        IF NBC-ENTRY-COUNT NOT = WS-BATCH-ENTRIES
028900              OR NBC-ENTRY-HASH NOT = WS-HASH-CHECK
029000              OR NBC-TOTAL-DEBIT NOT = WS-BATCH-DEBIT
029100              OR NBC-TOTAL-CREDIT NOT = WS-BATCH-CREDIT
029200           MOVE 'BATCH CONTROL OUT OF BALANCE' TO WS-BAD-REASON
029300           GO TO VALIDATE-ONE-RECORD-FAILED
029400        END-IF
029500        ADD 1 TO WS-FILE-BATCHES
029600        ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
029700        ADD WS-BATCH-HASH TO WS-FILE-HASH
029800        ADD WS-BATCH-DEBIT TO WS-FILE-DEBIT
029900        ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT
030000        MOVE 'NO ' TO BATCH-SWITCH
030100        GO TO VALIDATE-ONE-RECORD-EXIT
030200     END-IF.
030300     IF NA-FILE-CONTROL
030400        IF IN-BATCH
030500           MOVE 'FILE CONTROL INSIDE A BATCH' TO WS-BAD-REASON
030600           GO TO VALIDATE-ONE-RECORD-FAILED
030700        END-IF
030800        MOVE WS-FILE-HASH TO WS-HASH-CHECK
030900        IF NFC-BATCH-COUNT NOT = WS-FILE-BATCHES
031000              OR NFC-ENTRY-COUNT NOT = WS-FILE-ENTRIES
031100              OR NFC-ENTRY-HASH NOT = WS-HASH-CHECK
031200              OR NFC-TOTAL-DEBIT NOT = WS-FILE-DEBIT
031300              OR NFC-TOTAL-CREDIT NOT = WS-FILE-CREDIT
031400           MOVE 'FILE CONTROL OUT OF BALANCE' TO WS-BAD-REASON
031500           GO TO VALIDATE-ONE-RECORD-FAILED
031600        END-IF
031700        MOVE 'YES' TO CONTROL-SEEN-SWITCH
031800        GO TO VALIDATE-ONE-RECORD-EXIT
031900     END-IF.
032000     MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON.
032100 VALIDATE-ONE-RECORD-FAILED.
032200     MOVE 'YES' TO FILE-BAD-SWITCH.
032300 VALIDATE-ONE-RECORD-EXIT.
032400     EXIT.
      ******************************************************************
032500 ADD-ENTRY-TO-BATCH.
032600     IF NED-RDFI-ID NOT NUMERIC OR NED-AMOUNT NOT NUMERIC
032700        MOVE 'ENTRY DETAIL NOT NUMERIC' TO WS-BAD-REASON
032800        MOVE 'YES' TO FILE-BAD-SWITCH
032900     ELSE
033000        ADD NED-RDFI-ID TO WS-BATCH-HASH
033100        IF NED-IS-DEBIT
033200           ADD NED-AMOUNT TO WS-BATCH-DEBIT
033300        ELSE
033400           ADD NED-AMOUNT TO WS-BATCH-CREDIT
033500        END-IF
033600     END-IF.
      ******************************************************************
033700 REPORT-BAD-FILE.
033800     MOVE SPACES TO MESSAGE-LINE.
033900     MOVE '0' TO CARRIAGE-CONTROL.
034000     MOVE 'RETURN FILE REJECTED - NOTHING POSTED. REASON: '
034100         TO ML-TEXT.
034200     MOVE WS-BAD-REASON TO ML-REASON.
034300     MOVE MESSAGE-LINE TO OUTPUT-LINE.
034400     WRITE OUTPUT-RECORD.
      ******************************************************************
034500 POST-AND-READ.
034600     PERFORM POST-ONE-RECORD.
034700     PERFORM GET-RETURN-RECORD.
      ******************************************************************
      * PASS 2 -- AN ENTRY IS HELD UNTIL ITS ADDENDA ARRIVES. AN ENTRY
      * WITH NO ADDENDA CANNOT BE MATCHED AND GOES FOR REVIEW.
      ******************************************************************
034800 POST-ONE-RECORD.
034900     IF NA-ADDENDA
035000        IF ENTRY-PENDING
035100           MOVE 'NO ' TO ENTRY-SWITCH
035200           IF NRA-IS-RETURN
035300              PERFORM PROCESS-RETURN THRU PROCESS-RETURN-EXIT
035400           ELSE
035500              PERFORM REVIEW-NOT-A-RETURN
035600           END-IF
035700        END-IF
035800     ELSE
035900        IF ENTRY-PENDING
036000           PERFORM REVIEW-NO-ADDENDA
036100        END-IF
036200        IF NA-ENTRY-DETAIL
036300           MOVE NED-AMOUNT TO WS-SAVED-AMOUNT
036400           MOVE NED-IDENTIFICATION TO WS-SAVED-IDENT
036500           MOVE NED-TRACE-NUMBER TO WS-SAVED-TRACE
036600           MOVE 'YES' TO ENTRY-SWITCH
036700        END-IF
036800     END-IF.
      ******************************************************************
036900 REVIEW-NO-ADDENDA.
037000     MOVE 'NO ' TO ENTRY-SWITCH.
037100     MOVE SPACES TO RETURN-DETAIL-LINE.
037200     MOVE WS-SAVED-IDENT TO DL-ACCOUNT.
037300     MOVE WS-SAVED-TRACE TO DL-TRACE.
037400     MOVE WS-SAVED-AMOUNT TO DL-AMOUNT.
037500     MOVE 'REVIEW - ENTRY HAS NO RETURN ADDENDA'
037600         TO DL-DISPOSITION.
037700     ADD 1 TO WS-REVIEW-COUNT.
037800     PERFORM WRITE-DETAIL-LINE.
      ******************************************************************
      * A NOTIFICATION OF CHANGE (ADDENDA TYPE 98) CARRIES NEW BANK
      * DETAILS; THE MANDATE IS CORRECTED THROUGH FINMDM01.
      ******************************************************************
037900 REVIEW-NOT-A-RETURN.
038000     MOVE SPACES TO RETURN-DETAIL-LINE.
038100     MOVE WS-SAVED-IDENT TO DL-ACCOUNT.
038200     MOVE NRA-ORIGINAL-TRACE TO DL-TRACE.
038300     MOVE NRA-RETURN-REASON TO DL-REASON.
038400     MOVE WS-SAVED-AMOUNT TO DL-AMOUNT.
038500     MOVE 'REVIEW - CHANGE NOTICE, NOT A RETURN'
038600         TO DL-DISPOSITION.
038700     ADD 1 TO WS-REVIEW-COUNT.
038800     PERFORM WRITE-DETAIL-LINE.
      ******************************************************************
      * ONE RETURN. THE ORIGINAL DEBIT AND ITS MANDATE ARE UPDATED
      * WHATEVER THE REASON; ONLY THE BACK-OUT REASONS TOUCH THE
      * CUSTOMER'S BALANCE.
      ******************************************************************
038900 PROCESS-RETURN.
039000     ADD 1 TO WS-RETURN-COUNT.
039100     MOVE SPACES TO RETURN-DETAIL-LINE.
039200     MOVE WS-SAVED-IDENT TO DL-ACCOUNT.
039300     MOVE NRA-ORIGINAL-TRACE TO DL-TRACE.
039400     MOVE NRA-RETURN-REASON TO DL-REASON.
039500     MOVE WS-SAVED-AMOUNT TO DL-AMOUNT.
039600     MOVE NRA-ORIGINAL-TRACE TO AH-TRACE-NUMBER.
039700     READ ACH-HISTORY-FILE
039800         INVALID KEY
039900            MOVE 'NO ' TO FOUND-SWITCH
040000         NOT INVALID KEY
040100            MOVE 'YES' TO FOUND-SWITCH
040200     END-READ.
040300     IF NOT RECORD-FOUND OR AH-TRACE-NUMBER = ZERO
040400        MOVE 'REVIEW - ORIGINAL DEBIT NOT ON FILE' TO
040500            DL-DISPOSITION
040600        GO TO PROCESS-RETURN-REVIEW
040700     END-IF.
040800     MOVE AH-ACCOUNT-NUMBER TO DL-ACCOUNT.
040900     IF AH-RETURNED
041000        MOVE 'REVIEW - DEBIT ALREADY RETURNED' TO DL-DISPOSITION
041100        GO TO PROCESS-RETURN-REVIEW
041200     END-IF.
041300     MOVE 'R' TO AH-ENTRY-STATUS.
041400     MOVE NRA-RETURN-REASON TO AH-RETURN-CODE.
041500     MOVE BD-BUSINESS-DATE TO AH-RETURN-DATE.
041600     REWRITE ACH-HISTORY-RECORD.
041700     PERFORM COUNT-MANDATE-RETURN.
041800     MOVE 'NO ' TO REASON-SWITCH.
041900     PERFORM MATCH-BACK-OUT-REASON
042000        VARYING WS-RSN-SUB FROM 1 BY 1
042100        UNTIL WS-RSN-SUB > ACR-REASON-COUNT
042200           OR BACK-OUT-REASON.
042300     IF NOT BACK-OUT-REASON
042400        MOVE 'REVIEW - REASON NOT BACKED OUT' TO DL-DISPOSITION
042500        GO TO PROCESS-RETURN-REVIEW
042600     END-IF.
042700     PERFORM BACK-OUT-RECEIPT THRU BACK-OUT-RECEIPT-EXIT.
042800     IF DL-DISPOSITION NOT = SPACES
042900        GO TO PROCESS-RETURN-REVIEW
043000     END-IF.
043100     MOVE 'BACKED OUT - INVOICE REOPENED' TO DL-DISPOSITION.
043200     ADD 1 TO WS-BACKED-OUT-COUNT.
043300     ADD AH-AMOUNT TO WS-BACKED-OUT-TOTAL.
043400     PERFORM WRITE-DETAIL-LINE.
043500     GO TO PROCESS-RETURN-EXIT.
043600 PROCESS-RETURN-REVIEW.
043700     ADD 1 TO WS-REVIEW-COUNT.
043800     PERFORM WRITE-DETAIL-LINE.
043900 PROCESS-RETURN-EXIT.
044000     EXIT.
      ******************************************************************
044100 MATCH-BACK-OUT-REASON.
044200     IF ACR-BACK-OUT-REASON (WS-RSN-SUB) = NRA-RETURN-REASON
044300        MOVE 'YES' TO REASON-SWITCH
044400     END-IF.
      ******************************************************************
      * EVERY RETURN COUNTS AGAINST THE MANDATE. AT THE THRESHOLD THE
      * MANDATE IS FLAGGED AND FINACH01 STOPS DEBITING THE ACCOUNT.
      ******************************************************************
044500 COUNT-MANDATE-RETURN.
044600     MOVE AH-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER.
044700     READ MANDATE-FILE
044800         INVALID KEY
044900            MOVE 'NO MANDATE ON FILE' TO DL-MANDATE-NOTE
045000         NOT INVALID KEY
045100            IF MD-RETURN-COUNT < 99
045200               ADD 1 TO MD-RETURN-COUNT
045300            END-IF
045400            MOVE NRA-RETURN-REASON TO MD-LAST-RETURN-CODE
045500            MOVE BD-BUSINESS-DATE TO MD-LAST-RETURN-DATE
045600            MOVE MD-RETURN-COUNT TO WS-NOTE-COUNT
045700            MOVE WS-RETURN-NOTE TO DL-MANDATE-NOTE
045800            IF MD-ACTIVE
045900                  AND MD-RETURN-COUNT NOT < ACR-FLAG-THRESHOLD
046000               MOVE 'F' TO MD-STATUS
046100               MOVE 'MANDATE FLAGGED' TO DL-MANDATE-NOTE
046200               ADD 1 TO WS-FLAGGED-COUNT
046300            END-IF
046400            REWRITE ACH-MANDATE-RECORD
046500     END-READ.
      ******************************************************************
      * PUT THE RECEIPT BACK. A RECEIPT FINCSH01 NEVER APPLIED (IT
      * WENT TO PAYMENT SUSPENSE) HAS NOTHING TO BACK OUT. ANY REASON
      * NOT TO POST IS LEFT IN DL-DISPOSITION.
      ******************************************************************
046600 BACK-OUT-RECEIPT.
046700     MOVE AH-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
046800     MOVE AH-PAYMENT-REFERENCE TO PI-REFERENCE.
046900     MOVE AH-EFFECTIVE-DATE TO PI-PAYMENT-DATE.
047000     READ PAID-ITEMS-FILE
047100         INVALID KEY
047200            MOVE 'NO ' TO FOUND-SWITCH
047300         NOT INVALID KEY
047400            MOVE 'YES' TO FOUND-SWITCH
047500     END-READ.
047600     IF NOT RECORD-FOUND
047700        MOVE 'REVIEW - NOT APPLIED, SEE SUSPENSE' TO
047800            DL-DISPOSITION
047900        GO TO BACK-OUT-RECEIPT-EXIT
048000     END-IF.
048100     IF PI-RETURNED
048200        MOVE 'REVIEW - RECEIPT ALREADY BACKED OUT' TO
048300            DL-DISPOSITION
048400        GO TO BACK-OUT-RECEIPT-EXIT
048500     END-IF.
048600     MOVE AH-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
048700     READ MASTER-FILE
048800         INVALID KEY
048900            MOVE 'NO ' TO FOUND-SWITCH
049000         NOT INVALID KEY
049100            MOVE 'YES' TO FOUND-SWITCH
049200     END-READ.
049300     IF NOT RECORD-FOUND
049400        MOVE 'REVIEW - ACCOUNT NOT ON AR MASTER' TO
049500            DL-DISPOSITION
049600        GO TO BACK-OUT-RECEIPT-EXIT
049700     END-IF.
049800     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
049900     ADD AH-AMOUNT TO MSTR-AMOUNT-1
050000         ON SIZE ERROR
050100            MOVE 'REVIEW - BALANCE OVERFLOW'
050200                TO DL-DISPOSITION
050300     END-ADD.
050400     IF DL-DISPOSITION NOT = SPACES
050500        GO TO BACK-OUT-RECEIPT-EXIT
050600     END-IF.
050700     MOVE 'FINACR01' TO MSTR-SOURCE-PROGRAM.
050800     MOVE BD-BUSINESS-DATE TO MSTR-LAST-UPDATE-DATE.
050900     REWRITE MASTER-RECORD.
051000     IF WS-MASTER-STATUS NOT = '00' AND
051100           WS-MASTER-STATUS NOT = '02'
051200        DISPLAY 'FINACR01 - MASTER FILE STATUS '
051300            WS-MASTER-STATUS ' ON ACCOUNT ' MSTR-ACCOUNT-NUMBER
051400            ' - RETURN POSTING STOPPED'
051500        MOVE 12 TO RETURN-CODE
051600        MOVE 'EOF' TO INPUT-SWITCH
051700        MOVE 'STOPPED - MASTER FILE STATUS' TO DL-DISPOSITION
051800        GO TO BACK-OUT-RECEIPT-EXIT
051900     END-IF.
052000     MOVE 'C' TO JL-ACTION-CODE.
052100     MOVE 'FINACR01' TO JL-SOURCE-PROGRAM.
052200     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
052300     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
052400     ACCEPT JL-JOURNAL-TIME FROM TIME.
052500     WRITE MASTER-JOURNAL-RECORD.
052600     PERFORM REOPEN-RETURNED-AMOUNT.
052700     MOVE 'R' TO PI-ITEM-STATUS.
052800     MOVE BD-BUSINESS-DATE TO PI-RETURN-DATE.
052900     REWRITE PAID-ITEM-RECORD.
053000 BACK-OUT-RECEIPT-EXIT.
053100     EXIT.
      ******************************************************************
      * THE RETURNED AMOUNT COMES BACK AS A NEW INVOICE, DATED AND DUE
      * ON THE BUSINESS DATE, SO IT AGES AND IS COLLECTED AGAIN.
      ******************************************************************
053200 REOPEN-RETURNED-AMOUNT.
053300     MOVE SPACES TO OPEN-ITEM-RECORD.
053400     MOVE AH-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
053500     MOVE BD-BUSINESS-DATE TO OI-INVOICE-POST-DATE.
053600     MOVE 1 TO OI-INVOICE-SEQUENCE.
053700     MOVE BD-BUSINESS-DATE TO OI-INVOICE-DATE.
053800     MOVE BD-BUSINESS-DATE TO OI-DUE-DATE.
053900     MOVE AH-AMOUNT TO OI-ORIGINAL-AMOUNT.
054000     MOVE AH-AMOUNT TO OI-OPEN-AMOUNT.
054100     MOVE MSTR-REFERENCE-CODE TO OI-REFERENCE-CODE.
054200     MOVE BD-BUSINESS-DATE TO OI-LAST-ACTIVITY-DATE.
054300     SET OI-ITEM-OPEN TO TRUE.
054400     MOVE 'NO ' TO ITEM-WRITTEN-SWITCH.
054500     PERFORM WRITE-OPEN-ITEM-TRY
054600        UNTIL ITEM-WRITTEN.
      ******************************************************************
054700 WRITE-OPEN-ITEM-TRY.
054800     WRITE OPEN-ITEM-RECORD
054900        INVALID KEY
055000           IF OI-INVOICE-SEQUENCE < 99
055100              ADD 1 TO OI-INVOICE-SEQUENCE
055200           ELSE
055300              MOVE '99' TO WS-OPENITM-STATUS
055400           END-IF
055500        NOT INVALID KEY
055600           SET ITEM-WRITTEN TO TRUE
055700     END-WRITE.
055800     IF WS-OPENITM-STATUS NOT = '00' AND
055900        WS-OPENITM-STATUS NOT = '02' AND
056000        WS-OPENITM-STATUS NOT = '22'
056100        DISPLAY 'FINACR01 - OPEN-ITEM FILE STATUS '
056200            WS-OPENITM-STATUS ' ON ACCOUNT ' OI-ACCOUNT-NUMBER
056300            ' - RETURN POSTING STOPPED'
056400        MOVE 12 TO RETURN-CODE
056500        MOVE 'EOF' TO INPUT-SWITCH
056600        SET ITEM-WRITTEN TO TRUE
056700     END-IF.
      ******************************************************************
056800 WRITE-DETAIL-LINE.
056900     IF LINES-WRITTEN >= WS-PAGE-SIZE
057000        PERFORM WRITE-HEADER
057100        MOVE 2 TO LINE-SPACING
057200     END-IF.
057300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057400     MOVE RETURN-DETAIL-LINE TO OUTPUT-LINE.
057500     WRITE OUTPUT-RECORD.
057600     ADD 1 TO LINES-WRITTEN.
057700     MOVE 1 TO LINE-SPACING.
      ******************************************************************
057800 WRITE-RUN-TOTALS.
057900     MOVE SPACES TO TOTAL-LINE.
058000     MOVE '0' TO CARRIAGE-CONTROL.
058100     MOVE 'RETURNS READ' TO TL-LABEL.
058200     MOVE WS-RETURN-COUNT TO TL-COUNT.
058300     MOVE TOTAL-LINE TO OUTPUT-LINE.
058400     WRITE OUTPUT-RECORD.
058500     MOVE ' ' TO CARRIAGE-CONTROL.
058600     MOVE 'RECEIPTS BACKED OUT' TO TL-LABEL.
058700     MOVE WS-BACKED-OUT-COUNT TO TL-COUNT.
058800     MOVE WS-BACKED-OUT-TOTAL TO TL-AMOUNT.
058900     MOVE TOTAL-LINE TO OUTPUT-LINE.
059000     WRITE OUTPUT-RECORD.
059100     MOVE SPACES TO TOTAL-LINE.
059200     MOVE 'ITEMS FOR REVIEW' TO TL-LABEL.
059300     MOVE WS-REVIEW-COUNT TO TL-COUNT.
059400     MOVE TOTAL-LINE TO OUTPUT-LINE.
059500     WRITE OUTPUT-RECORD.
059600     MOVE 'MANDATES FLAGGED' TO TL-LABEL.
059700     MOVE WS-FLAGGED-COUNT TO TL-COUNT.
059800     MOVE TOTAL-LINE TO OUTPUT-LINE.
059900     WRITE OUTPUT-RECORD.
      ******************************************************************
060000 WRITE-HEADER.
060100     MOVE ZERO TO LINES-WRITTEN.
060200     ACCEPT HDR-PRT-DATE FROM DATE.
060300     ACCEPT HDR-PRT-TIME FROM TIME.
060400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
060500     ADD 1 TO PAGE-COUNT
060600     MOVE '   ACH RETURN HANDLING         '   TO REPORT-TITLE.
060700     MOVE PAGE-COUNT TO PAGE-NUMBER.
060800     MOVE HEADER-RECORD TO OUTPUT-LINE.
060900     WRITE OUTPUT-RECORD.
061000     MOVE 1 TO LINE-SPACING.
061100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
061200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
061300     WRITE OUTPUT-RECORD.
061400     ADD 1 TO LINES-WRITTEN.
