000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINNSF01.
      ******************************************************************
      * FINNSF01 -- RETURNED-PAYMENT (NSF) PROCESSING. READS THE BANK'S
      *             RETURNED-PAYMENT FILE (DDNAME RTNCHK, SEE RTNCHK)
      *             -- CHECKS AND OTHER PAPER RECEIPTS SENT BACK UNPAID
      *             AFTER FINCSH01 APPLIED THEM -- AND FOR EACH ONE:
      *               - FINDS THE ORIGINAL RECEIPT ON PAIDITM BY
      *                 ACCOUNT, PAYMENT REFERENCE AND PAYMENT DATE;
      *               - PUTS THE AMOUNT BACK ON MSTR-AMOUNT-1, WITH
      *                 BEFORE- AND AFTER-IMAGES ON THE MASTER JOURNAL
      *                 (SEE MSTRJNL);
      *               - RE-OPENS THE AMOUNT AS A NEW OPEN ITEM DUE AT
      *                 ONCE (SEE OPENITM), SO IT AGES AND IS WORKED
      *                 AGAIN;
      *               - MARKS THE PAID ITEM RETURNED -- FINRSK01
      *                 COUNTS IT AGAINST THE RISK SCORE AND FINCWL01
      *                 PUTS THE ACCOUNT ON THE COLLECTOR WORKLIST;
      *               - RECORDS THE RETURN ON THE TRANSACTION HISTORY
      *                 (SEE TRNHIST) UNDER THE BANK'S REASON CODE;
      *               - EMITS THE RETURNED-ITEM FEE AS AN 80-BYTE
      *                 DETAIL IN THE STANDARD INPUT-FIELD1-6 LAYOUT
      *                 UNDER THE DEDICATED FINNSF REFERENCE CODE, ON
      *                 A SUPPLEMENTAL FEED (DDNAME NSFOUT) THE NEXT
      *                 DAY'S RUN PICKS UP THE WAY IT PICKS UP THE
      *                 FINFCA01 FINANCE CHARGES.
      *             A RETURN FOR A RECEIPT NOT ON FILE, ALREADY BACKED
      *             OUT, FOR A DIFFERENT AMOUNT OR ON AN ACCOUNT NOT ON
      *             THE MASTER IS LISTED FOR REVIEW AND THE RUN ENDS
      *             RC 4. ACH DEBITS COME BACK THROUGH FINACR01, NOT
      *             HERE. ACCOUNTS WITH NSF-REPEAT-LIMIT OR MORE
      *             RETURNS IN THE LAST YEAR ARE LISTED ON A SEPARATE
      *             PAGE AS CANDIDATES FOR CERTIFIED FUNDS ONLY -- THE
      *             MOVE ITSELF IS STILL CREDIT CONTROL'S DECISION.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-28  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE OFFENDER'S ACCOUNT STATUS IS NAMED BY
      *                  NESTED IFS.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT RETURN-FILE ASSIGN U-T-RTNCHK.
000800     SELECT FEE-FILE ASSIGN U-T-NSFOUT.
000900     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
001000     SELECT HISTORY-FILE ASSIGN U-T-TRNHIS
001100        ORGANIZATION IS INDEXED
001200        ACCESS MODE IS DYNAMIC
001300        RECORD KEY IS HIST-KEY
001400        FILE STATUS IS WS-HISTORY-STATUS.
001500     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
001600        ORGANIZATION IS INDEXED
001700        ACCESS MODE IS DYNAMIC
001800        RECORD KEY IS PI-KEY
001900        FILE STATUS IS WS-PAIDITM-STATUS.
002000     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
002100        ORGANIZATION IS INDEXED
002200        ACCESS MODE IS DYNAMIC
002300        RECORD KEY IS OI-KEY
002400        FILE STATUS IS WS-OPENITM-STATUS.
002500     SELECT MASTER-FILE ASSIGN U-T-MASTER
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS MSTR-ACCOUNT-NUMBER
002900        FILE STATUS IS WS-MASTER-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD REPORT-FILE
003300     LABEL RECORDS ARE OMITTED
003400     RECORDING MODE IS F
003500     RECORD CONTAINS 133 CHARACTERS
003600     DATA RECORD IS OUTPUT-RECORD.
003700   01 OUTPUT-RECORD.
003800     02 CARRIAGE-CONTROL PIC X.
003900     02 OUTPUT-LINE      PIC X(132).
004000 FD RETURN-FILE
004100     LABEL RECORDS ARE STANDARD
004200     RECORDING MODE IS F
004300     RECORD CONTAINS 80 CHARACTERS
004400     DATA RECORD IS RETURNED-PAYMENT-RECORD.
004500 COPY RTNCHK.
004600 FD FEE-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORDING MODE IS F
004900     RECORD CONTAINS 80 CHARACTERS
005000     DATA RECORD IS FEE-RECORD.
005100   01 FEE-RECORD.
005200     02 FEE-REC-TYPE           PIC X(01).
005300     02 FEE-FIELD1             PIC 9(08).
005400     02 FEE-FIELD2             PIC X(10).
005500     02 FEE-FIELD3             PIC X(20).
005600     02 FEE-FIELD4             PIC 9(04)V99.
005700     02 FEE-FIELD5             PIC 9(04)V99.
005800     02 FEE-FIELD6             PIC X(06).
005900     02 FILLER                 PIC X(23).
006000 FD JOURNAL-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 196 CHARACTERS
006300     DATA RECORD IS MASTER-JOURNAL-RECORD.
006400 COPY MSTRJNL.
006500 FD HISTORY-FILE
006600     LABEL RECORDS ARE STANDARD
006700     DATA RECORD IS HISTORY-RECORD.
006800 COPY TRNHIST.
006900 FD PAID-ITEMS-FILE
007000     LABEL RECORDS ARE STANDARD
007100     DATA RECORD IS PAID-ITEM-RECORD.
007200 COPY PAIDITM.
007300 FD OPEN-ITEM-FILE
007400     LABEL RECORDS ARE STANDARD
007500     DATA RECORD IS OPEN-ITEM-RECORD.
007600 COPY OPENITM.
007700 FD MASTER-FILE
007800     LABEL RECORDS ARE STANDARD
007900     DATA RECORD IS MASTER-RECORD.
008000 COPY MSTRFILE.
      ******************************************************************
008100 WORKING-STORAGE SECTION.
008200 COPY HEADER1.
008300 01  PROGRAM-WORK-FIELDS.
008400     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
008500         88  END-OF-FILE   VALUE 'EOF'.
008600     02  RECEIPT-BROWSE-SWITCH PIC X(3) VALUE SPACES.
008700         88  END-OF-RECEIPTS VALUE 'EOF'.
008800     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
008900         88  RECORD-FOUND  VALUE 'YES'.
009000         88  ENTRY-FOUND   VALUE 'YES'.
009100     02  ITEM-WRITTEN-SWITCH PIC X(3) VALUE 'NO '.
009200         88  ITEM-WRITTEN  VALUE 'YES'.
009300     02  HISTORY-WRITTEN-SWITCH PIC X(3) VALUE 'NO '.
009400         88  HISTORY-WRITTEN VALUE 'YES'.
009500     02  PAGE-KIND-SWITCH  PIC X(8)  VALUE 'RETURNS '.
009600         88  OFFENDER-PAGES VALUE 'OFFENDER'.
009700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
009800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
009900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
010000     02  WS-REPORT-TITLE   PIC X(31)
010100         VALUE '   RETURNED PAYMENTS (NSF)     '.
010200     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
010300     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
010400     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
010500     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
010600     02  WS-WINDOW-START   PIC 9(8)  VALUE ZERO.
010700     02  WS-YEAR-RETURNS   PIC 9(3)  VALUE ZERO.
010800     02  WS-RETURN-COUNT   PIC 9(5)  VALUE ZERO.
010900     02  WS-REINSTATED-COUNT PIC 9(5) VALUE ZERO.
011000     02  WS-REINSTATED-TOTAL PIC 9(10)V99 VALUE ZERO.
011100     02  WS-FEE-COUNT      PIC 9(5)  VALUE ZERO.
011200     02  WS-FEE-TOTAL      PIC 9(10)V99 VALUE ZERO.
011300     02  WS-REVIEW-COUNT   PIC 9(5)  VALUE ZERO.
011400     02  WS-OVERFLOW-COUNT PIC 9(5)  VALUE ZERO.
011500 01  WS-HISTORY-DESCRIPTION.
011600     02  FILLER            PIC X(17) VALUE 'RETURNED PAYMENT '.
011700     02  WS-HISTORY-REASON PIC X(3)  VALUE SPACES.
      *
      * THE RETURNED-ITEM FEE AND THE REPEAT-OFFENDER RULE. FINANCE
      * AND CREDIT CONTROL OWN THESE FIGURES. NO RECEIPT OVER
      * NSF-POSTING-LIMIT CAN HAVE BEEN APPLIED WHOLE TO ONE MASTER
      * AMOUNT, SO ONE THAT COMES BACK GOES TO REVIEW.
      *
011800 01  NSF-CONSTANTS.
011900     02  NSF-FEE-AMOUNT        PIC 9(4)V99 VALUE 25.00.
012000     02  NSF-REPEAT-LIMIT      PIC 9(3)  VALUE 2.
012100     02  NSF-POSTING-LIMIT     PIC 9(4)V99 VALUE 9999.99.
      *
      * ACCOUNTS THAT REACHED NSF-REPEAT-LIMIT IN THIS RUN, LISTED
      * AFTER THE RETURNS.
      *
012200 01  REPEAT-OFFENDER-TABLE.
012300     02  WS-OFFENDER-COUNT PIC 9(4)  COMP VALUE ZERO.
012400     02  WS-OFFENDER-MAX   PIC 9(4)  COMP VALUE 500.
012500     02  WS-OF-SUB         PIC 9(4)  COMP VALUE ZERO.
012600     02  OFFENDER-ENTRY OCCURS 500 TIMES.
012700         03  OF-ACCOUNT-NUMBER PIC 9(8).
012800         03  OF-NAME           PIC X(10).
012900         03  OF-YEAR-RETURNS   PIC 9(3).
013000         03  OF-STATUS-CODE    PIC X(1).
013100 COPY PAGING.
013200 COPY FINBDC01.
013300 COPY FINDTC01.
013400 01  RETURN-DETAIL-LINE.
013500     02  FILLER                PIC X(2).
013600     02  DL-ACCOUNT            PIC X(8).
013700     02  FILLER                PIC X(2).
013800     02  DL-REFERENCE          PIC X(10).
013900     02  FILLER                PIC X(2).
014000     02  DL-PAYMENT-DATE       PIC X(8).
014100     02  FILLER                PIC X(2).
014200     02  DL-REASON             PIC X(3).
014300     02  FILLER                PIC X(2).
014400     02  DL-AMOUNT             PIC ZZ,ZZZ,ZZ9.99.
014500     02  FILLER                PIC X(2).
014600     02  DL-FEE                PIC Z,ZZ9.99.
014700     02  FILLER                PIC X(2).
014800     02  DL-DISPOSITION        PIC X(40).
014900     02  FILLER                PIC X(28).
015000 01  COLUMN-HEADING-LINE.
015100     02  FILLER                PIC X(2).
015200     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
015300     02  FILLER                PIC X(2).
015400     02  FILLER                PIC X(10) VALUE 'REFERENCE'.
015500     02  FILLER                PIC X(2).
015600     02  FILLER                PIC X(8)  VALUE 'PAY DATE'.
015700     02  FILLER                PIC X(2).
015800     02  FILLER                PIC X(3)  VALUE 'RSN'.
015900     02  FILLER                PIC X(2).
016000     02  FILLER                PIC X(13) VALUE '       AMOUNT'.
016100     02  FILLER                PIC X(2).
016200     02  FILLER                PIC X(8)  VALUE '     FEE'.
016300     02  FILLER                PIC X(2).
016400     02  FILLER                PIC X(40) VALUE 'DISPOSITION'.
016500     02  FILLER                PIC X(28).
016600 01  OFFENDER-DETAIL-LINE.
016700     02  FILLER                PIC X(2).
016800     02  OL-ACCOUNT            PIC X(8).
016900     02  FILLER                PIC X(2).
017000     02  OL-NAME               PIC X(10).
017100     02  FILLER                PIC X(2).
017200     02  OL-RETURNS            PIC ZZZZZZ9.
017300     02  FILLER                PIC X(2).
017400     02  OL-STATUS             PIC X(11).
017500     02  FILLER                PIC X(88).
017600 01  OFFENDER-HEADING-LINE.
017700     02  FILLER                PIC X(2).
017800     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
017900     02  FILLER                PIC X(2).
018000     02  FILLER                PIC X(10) VALUE 'NAME'.
018100     02  FILLER                PIC X(2).
018200     02  FILLER                PIC X(7)  VALUE 'RETURNS'.
018300     02  FILLER                PIC X(2).
018400     02  FILLER                PIC X(11) VALUE 'STATUS'.
018500     02  FILLER                PIC X(88).
018600 01  OFFENDER-CAPTION-LINE.
018700     02  FILLER                PIC X(2).
018800     02  FILLER                PIC X(49) VALUE
018900         'CERTIFIED-FUNDS-ONLY CANDIDATES -- RETURNS SINCE '.
019000     02  OC-WINDOW-START       PIC 9(8).
019100     02  FILLER                PIC X(73).
019200 01  TOTAL-LINE.
019300     02  FILLER                PIC X(2).
019400     02  TL-LABEL              PIC X(30).
019500     02  TL-COUNT              PIC ZZ,ZZ9.
019600     02  FILLER                PIC X(2).
019700     02  TL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019800     02  FILLER                PIC X(75).
      ******************************************************************
019900 PROCEDURE DIVISION.
020000     DISPLAY 'FINNSF01 - RETURNED PAYMENT PROCESSING STARTING'.
020100     MOVE ZERO TO BD-REQUEST-DATE.
020200     CALL 'FINBDT01' USING FINBDC01-RECORD.
020300     MOVE 'A' TO DT-FUNCTION.
020400     MOVE BD-BUSINESS-DATE TO DT-BASE-DATE.
020500     MOVE -365 TO DT-DAY-COUNT.
020600     CALL 'FINDTE01' USING FINDTC01-RECORD.
020700     MOVE DT-RESULT-DATE TO WS-WINDOW-START.
020800     OPEN OUTPUT REPORT-FILE.
020900     PERFORM WRITE-HEADER.
021000     OPEN INPUT RETURN-FILE.
021100     OPEN OUTPUT FEE-FILE.
021200     OPEN EXTEND JOURNAL-FILE.
021300     OPEN I-O HISTORY-FILE.
021400     OPEN I-O PAID-ITEMS-FILE.
021500     OPEN I-O OPEN-ITEM-FILE.
021600     OPEN I-O MASTER-FILE.
021700     PERFORM GET-RETURN-RECORD.
021800     PERFORM PROCESS-AND-READ
021900        UNTIL END-OF-FILE.
022000     PERFORM WRITE-RUN-TOTALS.
022100     IF WS-OFFENDER-COUNT > ZERO
022200        PERFORM WRITE-OFFENDER-LIST
022300     END-IF.
022400     CLOSE RETURN-FILE FEE-FILE JOURNAL-FILE HISTORY-FILE
022500           PAID-ITEMS-FILE OPEN-ITEM-FILE MASTER-FILE REPORT-FILE.
022600     DISPLAY 'FINNSF01 - RETURNS READ:     ' WS-RETURN-COUNT.
022700     DISPLAY 'FINNSF01 - REINSTATED:       ' WS-REINSTATED-COUNT.
022800     DISPLAY 'FINNSF01 - FEES CHARGED:     ' WS-FEE-COUNT.
022900     DISPLAY 'FINNSF01 - FOR REVIEW:       ' WS-REVIEW-COUNT.
023000     DISPLAY 'FINNSF01 - REPEAT OFFENDERS: ' WS-OFFENDER-COUNT.
023100     IF WS-OVERFLOW-COUNT > ZERO
023200        DISPLAY 'FINNSF01 - OFFENDERS NOT LISTED (TABLE FULL): '
023300            WS-OVERFLOW-COUNT
023400     END-IF.
023500     IF WS-REVIEW-COUNT > ZERO
023600        AND RETURN-CODE = ZERO
023700        MOVE 4 TO RETURN-CODE
023800     END-IF.
023900     GOBACK.
      ******************************************************************
024000 GET-RETURN-RECORD.
024100     READ RETURN-FILE AT END
024200         MOVE 'EOF' TO INPUT-SWITCH
024300     END-READ.
      ******************************************************************
024400 PROCESS-AND-READ.
024500     PERFORM PROCESS-ONE-RETURN THRU PROCESS-ONE-RETURN-EXIT.
024600     PERFORM WRITE-DETAIL-LINE.
024700     IF NOT END-OF-FILE
024800        PERFORM GET-RETURN-RECORD
024900     END-IF.
      ******************************************************************
      * ONE RETURNED PAYMENT. ANY REASON NOT TO POST IS LEFT IN
      * DL-DISPOSITION AND THE RETURN IS COUNTED FOR REVIEW.
      ******************************************************************
025000 PROCESS-ONE-RETURN.
025100     ADD 1 TO WS-RETURN-COUNT.
025200     MOVE SPACES TO RETURN-DETAIL-LINE.
025300     MOVE RP-ACCOUNT-NUMBER TO DL-ACCOUNT.
025400     MOVE RP-PAYMENT-REFERENCE TO DL-REFERENCE.
025500     MOVE RP-PAYMENT-DATE TO DL-PAYMENT-DATE.
025600     MOVE RP-RETURN-REASON TO DL-REASON.
025700     IF RP-ACCOUNT-NUMBER NOT NUMERIC
025800           OR RP-PAYMENT-DATE NOT NUMERIC
025900           OR RP-AMOUNT NOT NUMERIC
026000        MOVE 'REVIEW - RETURN RECORD NOT VALID' TO DL-DISPOSITION
026100        GO TO PROCESS-ONE-RETURN-REVIEW
026200     END-IF.
026300     MOVE RP-AMOUNT TO DL-AMOUNT.
026400     PERFORM REINSTATE-RECEIPT THRU REINSTATE-RECEIPT-EXIT.
026500     IF DL-DISPOSITION NOT = SPACES
026600        GO TO PROCESS-ONE-RETURN-REVIEW
026700     END-IF.
026800     ADD 1 TO WS-REINSTATED-COUNT.
026900     ADD RP-AMOUNT TO WS-REINSTATED-TOTAL.
027000     PERFORM WRITE-HISTORY-RECORD.
027100     PERFORM WRITE-FEE-RECORD.
027200     MOVE 'REINSTATED, RE-OPENED, FEE CHARGED' TO DL-DISPOSITION.
027300     PERFORM COUNT-YEAR-RETURNS.
027400     IF WS-YEAR-RETURNS NOT < NSF-REPEAT-LIMIT
027500        PERFORM NOTE-REPEAT-OFFENDER
027600     END-IF.
027700     GO TO PROCESS-ONE-RETURN-EXIT.
027800 PROCESS-ONE-RETURN-REVIEW.
027900     IF RETURN-CODE < 12
028000        ADD 1 TO WS-REVIEW-COUNT
028100     END-IF.
028200 PROCESS-ONE-RETURN-EXIT.
028300     EXIT.
      ******************************************************************
      * PUT THE RECEIPT BACK -- THE FINACR01 BACK-OUT. A RECEIPT
      * FINCSH01 NEVER APPLIED (IT WENT TO PAYMENT SUSPENSE) HAS
      * NOTHING TO BACK OUT.
      ******************************************************************
028400 REINSTATE-RECEIPT.
028500     MOVE RP-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
028600     MOVE RP-PAYMENT-REFERENCE TO PI-REFERENCE.
028700     MOVE RP-PAYMENT-DATE TO PI-PAYMENT-DATE.
028800     READ PAID-ITEMS-FILE
028900         INVALID KEY
029000            MOVE 'NO ' TO FOUND-SWITCH
029100         NOT INVALID KEY
029200            MOVE 'YES' TO FOUND-SWITCH
029300     END-READ.
029400     IF NOT RECORD-FOUND
029500        MOVE 'REVIEW - NOT APPLIED, SEE SUSPENSE' TO
029600            DL-DISPOSITION
029700        GO TO REINSTATE-RECEIPT-EXIT
029800     END-IF.
029900     IF PI-RETURNED
030000        MOVE 'REVIEW - RECEIPT ALREADY BACKED OUT' TO
030100            DL-DISPOSITION
030200        GO TO REINSTATE-RECEIPT-EXIT
030300     END-IF.
030400     IF PI-AMOUNT NOT = RP-AMOUNT
030500        MOVE 'REVIEW - AMOUNT DIFFERS FROM RECEIPT' TO
030600            DL-DISPOSITION
030700        GO TO REINSTATE-RECEIPT-EXIT
030800     END-IF.
030900     IF RP-AMOUNT > NSF-POSTING-LIMIT
031000        MOVE 'REVIEW - OVER SINGLE POSTING LIMIT' TO
031100            DL-DISPOSITION
031200        GO TO REINSTATE-RECEIPT-EXIT
031300     END-IF.
031400     MOVE RP-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
031500     READ MASTER-FILE
031600         INVALID KEY
031700            MOVE 'NO ' TO FOUND-SWITCH
031800         NOT INVALID KEY
031900            MOVE 'YES' TO FOUND-SWITCH
032000     END-READ.
032100     IF NOT RECORD-FOUND
032200        MOVE 'REVIEW - ACCOUNT NOT ON AR MASTER' TO
032300            DL-DISPOSITION
032400        GO TO REINSTATE-RECEIPT-EXIT
032500     END-IF.
032600     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
032700     ADD RP-AMOUNT TO MSTR-AMOUNT-1
032800         ON SIZE ERROR
032900            MOVE 'REVIEW - BALANCE OVERFLOW'
033000                TO DL-DISPOSITION
033100     END-ADD.
033200     IF DL-DISPOSITION NOT = SPACES
033300        GO TO REINSTATE-RECEIPT-EXIT
033400     END-IF.
033500     MOVE 'FINNSF01' TO MSTR-SOURCE-PROGRAM.
033600     MOVE BD-BUSINESS-DATE TO MSTR-LAST-UPDATE-DATE.
033700     REWRITE MASTER-RECORD.
033800     IF WS-MASTER-STATUS NOT = '00' AND
033900           WS-MASTER-STATUS NOT = '02'
034000        DISPLAY 'FINNSF01 - MASTER FILE STATUS '
034100            WS-MASTER-STATUS ' ON ACCOUNT ' MSTR-ACCOUNT-NUMBER
034200            ' - RETURN POSTING STOPPED'
034300        MOVE 12 TO RETURN-CODE
034400        MOVE 'EOF' TO INPUT-SWITCH
034500        MOVE 'STOPPED - MASTER FILE STATUS' TO DL-DISPOSITION
034600        GO TO REINSTATE-RECEIPT-EXIT
034700     END-IF.
034800     MOVE 'C' TO JL-ACTION-CODE.
034900     MOVE 'FINNSF01' TO JL-SOURCE-PROGRAM.
035000     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
035100     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
035200     ACCEPT JL-JOURNAL-TIME FROM TIME.
035300     WRITE MASTER-JOURNAL-RECORD.
035400     PERFORM REOPEN-RETURNED-AMOUNT.
035500     MOVE 'R' TO PI-ITEM-STATUS.
035600     MOVE BD-BUSINESS-DATE TO PI-RETURN-DATE.
035700     REWRITE PAID-ITEM-RECORD.
035800 REINSTATE-RECEIPT-EXIT.
035900     EXIT.
      ******************************************************************
      * THE RETURNED AMOUNT COMES BACK AS A NEW INVOICE, DATED AND DUE
      * ON THE BUSINESS DATE, SO IT AGES AND IS COLLECTED AGAIN.
      ******************************************************************
036000 REOPEN-RETURNED-AMOUNT.
036100     MOVE SPACES TO OPEN-ITEM-RECORD.
036200     MOVE RP-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
036300     MOVE BD-BUSINESS-DATE TO OI-INVOICE-POST-DATE.
036400     MOVE 1 TO OI-INVOICE-SEQUENCE.
036500     MOVE BD-BUSINESS-DATE TO OI-INVOICE-DATE.
036600     MOVE BD-BUSINESS-DATE TO OI-DUE-DATE.
036700     MOVE RP-AMOUNT TO OI-ORIGINAL-AMOUNT.
036800     MOVE RP-AMOUNT TO OI-OPEN-AMOUNT.
036900     MOVE MSTR-REFERENCE-CODE TO OI-REFERENCE-CODE.
037000     MOVE BD-BUSINESS-DATE TO OI-LAST-ACTIVITY-DATE.
037100     SET OI-ITEM-OPEN TO TRUE.
037200     MOVE 'NO ' TO ITEM-WRITTEN-SWITCH.
037300     PERFORM WRITE-OPEN-ITEM-TRY
037400        UNTIL ITEM-WRITTEN.
      ******************************************************************
037500 WRITE-OPEN-ITEM-TRY.
037600     WRITE OPEN-ITEM-RECORD
037700        INVALID KEY
037800           IF OI-INVOICE-SEQUENCE < 99
037900              ADD 1 TO OI-INVOICE-SEQUENCE
038000           ELSE
038100              MOVE '99' TO WS-OPENITM-STATUS
038200           END-IF
038300        NOT INVALID KEY
038400           SET ITEM-WRITTEN TO TRUE
038500     END-WRITE.
038600     IF WS-OPENITM-STATUS NOT = '00' AND
038700        WS-OPENITM-STATUS NOT = '02' AND
038800        WS-OPENITM-STATUS NOT = '22'
038900        DISPLAY 'FINNSF01 - OPEN-ITEM FILE STATUS '
039000            WS-OPENITM-STATUS ' ON ACCOUNT ' OI-ACCOUNT-NUMBER
039100            ' - RETURN POSTING STOPPED'
039200        MOVE 12 TO RETURN-CODE
039300        MOVE 'EOF' TO INPUT-SWITCH
039400        SET ITEM-WRITTEN TO TRUE
039500     END-IF.
      ******************************************************************
      * THE RETURN GOES ON THE TRANSACTION HISTORY AS 'RETURNED
      * PAYMENT' PLUS THE BANK'S REASON CODE, SO THE ACCOUNT'S
      * HISTORY SHOWS WHY ITS BALANCE WENT BACK UP.
      ******************************************************************
039600 WRITE-HISTORY-RECORD.
039700     MOVE SPACES TO HISTORY-RECORD.
039800     MOVE RP-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER.
039900     MOVE BD-BUSINESS-DATE TO HIST-PROCESS-DATE.
040000     MOVE 1 TO HIST-SEQUENCE.
040100     MOVE MSTR-NAME TO HIST-NAME.
040200     MOVE RP-RETURN-REASON TO WS-HISTORY-REASON.
040300     MOVE WS-HISTORY-DESCRIPTION TO HIST-DESCRIPTION.
040400     MOVE RP-AMOUNT TO HIST-AMOUNT-1.
040500     MOVE ZERO TO HIST-AMOUNT-2.
040600     MOVE MSTR-REFERENCE-CODE TO HIST-REFERENCE-CODE.
040700     MOVE 'FINNSF01' TO HIST-SOURCE-PROGRAM.
040800     MOVE 'NO ' TO HISTORY-WRITTEN-SWITCH.
040900     PERFORM WRITE-HISTORY-TRY
041000        UNTIL HISTORY-WRITTEN OR HIST-SEQUENCE > 99998.
      ******************************************************************
041100 WRITE-HISTORY-TRY.
041200     WRITE HISTORY-RECORD
041300        INVALID KEY
041400           ADD 1 TO HIST-SEQUENCE
041500        NOT INVALID KEY
041600           SET HISTORY-WRITTEN TO TRUE
041700     END-WRITE.
041800     IF WS-HISTORY-STATUS NOT = '00' AND
041900        WS-HISTORY-STATUS NOT = '02' AND
042000        WS-HISTORY-STATUS NOT = '22'
042100        DISPLAY 'FINNSF01 - HISTORY FILE STATUS '
042200            WS-HISTORY-STATUS ' ON ACCOUNT ' HIST-ACCOUNT-NUMBER
042300            ' - RETURN POSTING STOPPED'
042400        MOVE 12 TO RETURN-CODE
042500        MOVE 'EOF' TO INPUT-SWITCH
042600        SET HISTORY-WRITTEN TO TRUE
042700     END-IF.
      ******************************************************************
      * THE FEE GOES OUT IN THE STANDARD FEED LAYOUT -- THE FEE IN
      * FIELD4, FIELD5 ZERO, THE DEDICATED FINNSF REFERENCE CODE IN
      * FIELD6 -- EXACTLY AS FINFCA01 EMITS A FINANCE CHARGE.
      ******************************************************************
042800 WRITE-FEE-RECORD.
042900     MOVE SPACES TO FEE-RECORD.
043000     MOVE 'D' TO FEE-REC-TYPE.
043100     MOVE MSTR-ACCOUNT-NUMBER TO FEE-FIELD1.
043200     MOVE MSTR-NAME TO FEE-FIELD2.
043300     MOVE 'RETURNED ITEM FEE' TO FEE-FIELD3.
043400     MOVE NSF-FEE-AMOUNT TO FEE-FIELD4.
043500     MOVE ZERO TO FEE-FIELD5.
043600     MOVE 'FINNSF' TO FEE-FIELD6.
043700     WRITE FEE-RECORD.
043800     MOVE NSF-FEE-AMOUNT TO DL-FEE.
043900     ADD 1 TO WS-FEE-COUNT.
044000     ADD NSF-FEE-AMOUNT TO WS-FEE-TOTAL.
      ******************************************************************
      * EVERY RECEIPT ON PAIDITM FOR THE ACCOUNT RETURNED INSIDE THE
      * YEAR -- THE FINRSK01 COUNT, THIS RETURN INCLUDED.
      ******************************************************************
044100 COUNT-YEAR-RETURNS.
044200     MOVE ZERO TO WS-YEAR-RETURNS.
044300     MOVE SPACES TO RECEIPT-BROWSE-SWITCH.
044400     MOVE MSTR-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
044500     MOVE LOW-VALUES TO PI-REFERENCE.
044600     MOVE ZERO TO PI-PAYMENT-DATE.
044700     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
044800         INVALID KEY
044900            MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
045000     END-START.
045100     PERFORM COUNT-ONE-RECEIPT
045200         THRU COUNT-ONE-RECEIPT-EXIT
045300        UNTIL END-OF-RECEIPTS.
      ******************************************************************
045400 COUNT-ONE-RECEIPT.
045500     READ PAID-ITEMS-FILE NEXT RECORD AT END
045600         MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
045700     END-READ.
045800     IF END-OF-RECEIPTS
045900        GO TO COUNT-ONE-RECEIPT-EXIT
046000     END-IF.
046100     IF PI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
046200        MOVE 'EOF' TO RECEIPT-BROWSE-SWITCH
046300        GO TO COUNT-ONE-RECEIPT-EXIT
046400     END-IF.
046500     IF PI-RETURNED
046600           AND PI-RETURN-DATE NOT < WS-WINDOW-START
046700           AND WS-YEAR-RETURNS < 999
046800        ADD 1 TO WS-YEAR-RETURNS
046900     END-IF.
047000 COUNT-ONE-RECEIPT-EXIT.
047100     EXIT.
      ******************************************************************
      * AN ACCOUNT RETURNED TWICE IN THE SAME RUN IS LISTED ONCE, WITH
      * ITS LATEST COUNT.
      ******************************************************************
047200 NOTE-REPEAT-OFFENDER.
047300     MOVE 'NO ' TO FOUND-SWITCH.
047400     PERFORM FIND-OFFENDER-ENTRY
047500        VARYING WS-OF-SUB FROM 1 BY 1
047600        UNTIL WS-OF-SUB > WS-OFFENDER-COUNT OR ENTRY-FOUND.
047700     IF ENTRY-FOUND
047800        SUBTRACT 1 FROM WS-OF-SUB
047900     ELSE
048000        IF WS-OFFENDER-COUNT NOT < WS-OFFENDER-MAX
048100           ADD 1 TO WS-OVERFLOW-COUNT
048200           GO TO NOTE-REPEAT-OFFENDER-EXIT
048300        END-IF
048400        ADD 1 TO WS-OFFENDER-COUNT
048500        MOVE WS-OFFENDER-COUNT TO WS-OF-SUB
048600        MOVE MSTR-ACCOUNT-NUMBER TO OF-ACCOUNT-NUMBER (WS-OF-SUB)
048700     END-IF.
048800     MOVE MSTR-NAME TO OF-NAME (WS-OF-SUB).
048900     MOVE WS-YEAR-RETURNS TO OF-YEAR-RETURNS (WS-OF-SUB).
049000     MOVE MSTR-STATUS-CODE TO OF-STATUS-CODE (WS-OF-SUB).
049100 NOTE-REPEAT-OFFENDER-EXIT.
049200     EXIT.
      ******************************************************************
049300 FIND-OFFENDER-ENTRY.
049400     IF OF-ACCOUNT-NUMBER (WS-OF-SUB) = MSTR-ACCOUNT-NUMBER
049500        MOVE 'YES' TO FOUND-SWITCH
049600     END-IF.
      ******************************************************************
049700 WRITE-DETAIL-LINE.
049800     IF LINES-WRITTEN >= WS-PAGE-SIZE
049900        PERFORM WRITE-HEADER
050000        MOVE 2 TO LINE-SPACING
050100     END-IF.
050200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
050300     MOVE RETURN-DETAIL-LINE TO OUTPUT-LINE.
050400     WRITE OUTPUT-RECORD.
050500     ADD 1 TO LINES-WRITTEN.
050600     MOVE 1 TO LINE-SPACING.
      ******************************************************************
050700 WRITE-RUN-TOTALS.
050800     MOVE SPACES TO TOTAL-LINE.
050900     MOVE '0' TO CARRIAGE-CONTROL.
051000     MOVE 'RETURNS READ' TO TL-LABEL.
051100     MOVE WS-RETURN-COUNT TO TL-COUNT.
051200     MOVE TOTAL-LINE TO OUTPUT-LINE.
051300     WRITE OUTPUT-RECORD.
051400     MOVE ' ' TO CARRIAGE-CONTROL.
051500     MOVE 'RECEIPTS REINSTATED' TO TL-LABEL.
051600     MOVE WS-REINSTATED-COUNT TO TL-COUNT.
051700     MOVE WS-REINSTATED-TOTAL TO TL-AMOUNT.
051800     MOVE TOTAL-LINE TO OUTPUT-LINE.
051900     WRITE OUTPUT-RECORD.
052000     MOVE 'RETURNED-ITEM FEES CHARGED' TO TL-LABEL.
052100     MOVE WS-FEE-COUNT TO TL-COUNT.
052200     MOVE WS-FEE-TOTAL TO TL-AMOUNT.
052300     MOVE TOTAL-LINE TO OUTPUT-LINE.
052400     WRITE OUTPUT-RECORD.
052500     MOVE SPACES TO TOTAL-LINE.
052600     MOVE 'ITEMS FOR REVIEW' TO TL-LABEL.
052700     MOVE WS-REVIEW-COUNT TO TL-COUNT.
052800     MOVE TOTAL-LINE TO OUTPUT-LINE.
052900     WRITE OUTPUT-RECORD.
053000     MOVE 'REPEAT OFFENDERS LISTED' TO TL-LABEL.
053100     MOVE WS-OFFENDER-COUNT TO TL-COUNT.
053200     MOVE TOTAL-LINE TO OUTPUT-LINE.
053300     WRITE OUTPUT-RECORD.
      ******************************************************************
      * THE CANDIDATE LIST STARTS ON ITS OWN PAGE SO CREDIT CONTROL
      * CAN BE HANDED IT SEPARATELY.
      ******************************************************************
053400 WRITE-OFFENDER-LIST.
053500     MOVE '   CERTIFIED FUNDS CANDIDATES  ' TO WS-REPORT-TITLE.
053600     MOVE 'OFFENDER' TO PAGE-KIND-SWITCH.
053700     PERFORM WRITE-HEADER.
053800     MOVE 2 TO LINE-SPACING.
053900     PERFORM WRITE-OFFENDER-LINE
054000        VARYING WS-OF-SUB FROM 1 BY 1
054100        UNTIL WS-OF-SUB > WS-OFFENDER-COUNT.
      ******************************************************************
054200 WRITE-OFFENDER-LINE.
054300     IF LINES-WRITTEN >= WS-PAGE-SIZE
054400        PERFORM WRITE-HEADER
054500        MOVE 2 TO LINE-SPACING
054600     END-IF.
054700     MOVE SPACES TO OFFENDER-DETAIL-LINE.
054800     MOVE OF-ACCOUNT-NUMBER (WS-OF-SUB) TO OL-ACCOUNT.
054900     MOVE OF-NAME (WS-OF-SUB) TO OL-NAME.
055000     MOVE OF-YEAR-RETURNS (WS-OF-SUB) TO OL-RETURNS.
055100     IF OF-STATUS-CODE (WS-OF-SUB) = 'H'
055188        MOVE 'CREDIT HOLD' TO OL-STATUS
055276     ELSE
055364        IF OF-STATUS-CODE (WS-OF-SUB) = 'C'
055452           MOVE 'CLOSED' TO OL-STATUS
055540        ELSE
055628           MOVE 'OPEN' TO OL-STATUS
055716        END-IF
055804     END-IF.
055900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
056000     MOVE OFFENDER-DETAIL-LINE TO OUTPUT-LINE.
056100     WRITE OUTPUT-RECORD.
056200     ADD 1 TO LINES-WRITTEN.
056300     MOVE 1 TO LINE-SPACING.
      ******************************************************************
056400 WRITE-HEADER.
056500     MOVE ZERO TO LINES-WRITTEN.
056600     ACCEPT HDR-PRT-DATE FROM DATE.
056700     ACCEPT HDR-PRT-TIME FROM TIME.
056800     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
056900     ADD 1 TO PAGE-COUNT
057000     MOVE WS-REPORT-TITLE TO REPORT-TITLE.
057100     MOVE PAGE-COUNT TO PAGE-NUMBER.
057200     MOVE HEADER-RECORD TO OUTPUT-LINE.
057300     WRITE OUTPUT-RECORD.
057400     MOVE 1 TO LINE-SPACING.
057500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057600     IF OFFENDER-PAGES
057700        MOVE WS-WINDOW-START TO OC-WINDOW-START
057800        MOVE OFFENDER-CAPTION-LINE TO OUTPUT-LINE
057900        WRITE OUTPUT-RECORD
058000        ADD 1 TO LINES-WRITTEN
058100        MOVE 2 TO LINE-SPACING
058200        MOVE LINE-SPACING TO CARRIAGE-CONTROL
058300        MOVE OFFENDER-HEADING-LINE TO OUTPUT-LINE
058400     ELSE
058500        MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE
058600     END-IF.
058700     WRITE OUTPUT-RECORD.
058800     ADD 1 TO LINES-WRITTEN.
