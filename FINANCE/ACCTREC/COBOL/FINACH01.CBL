000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINACH01.
      ******************************************************************
      * FINACH01 -- NIGHTLY DIRECT-DEBIT (ACH) ORIGINATION. BROWSES THE
      *             MANDATE FILE (SEE ACHMAND) AND, FOR EACH ACTIVE
      *             MANDATE WHOSE DEBIT-DAY RULE FALLS DUE ON THE
      *             BUSINESS DATE (FINBDT01), DEBITS THE CUSTOMER'S
      *             BANK FOR THE BALANCE THEN DUE:
      *               RULE 'D' - THE OPEN INVOICES (SEE OPENITM) DUE
      *                  MD-DEBIT-DAY OR MORE DAYS AGO;
      *               RULE 'M' - ONCE A MONTH, ON THE FIRST BUSINESS
      *                  DAY ON OR AFTER MD-DEBIT-DAY, EVERY OPEN
      *                  INVOICE ALREADY DUE.
      *             THE AMOUNT IS CAPPED AT THE MASTER BALANCE AND
      *             LEAVES OUT ANY OPEN DISPUTE (FINDSQ01). A DEBIT
      *             OVER THE MANDATE MAXIMUM IS NOT SENT -- IT IS
      *             LISTED FOR THE COLLECTOR AND THE RUN ENDS RC 4.
      *             OUTPUTS:
      *               ACHORG - NACHA ORIGINATION FILE (SEE NACHAREC),
      *                  ONE CCD DEBIT BATCH EFFECTIVE THE NEXT
      *                  BUSINESS DAY;
      *               ACHPMT - THE EXPECTED RECEIPTS AS AN H/D/T
      *                  PAYMENT FILE (SEE PAYMENT) FOR A FINCSH01
      *                  STEP. PMT-REFERENCE IS 'ACH' + THE TRACE
      *                  SEQUENCE SO FINACR01 CAN FIND THE RECEIPT
      *                  AGAIN IF THE DEBIT COMES BACK;
      *               ACHHIS - ONE HISTORY RECORD PER ENTRY, KEYED ON
      *                  THE TRACE NUMBER (SEE ACHHIST).
      *             A MANDATE IS DEBITED AT MOST ONCE A BUSINESS DAY
      *             (MD-LAST-DEBIT-DATE), SO A RERUN SENDS NOTHING
      *             TWICE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-17  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT NACHA-FILE ASSIGN U-T-ACHORG.
000800     SELECT PAYMENT-FILE ASSIGN U-T-ACHPMT.
000900     SELECT MANDATE-FILE ASSIGN U-T-ACHMND
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MD-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MANDATE-STATUS.
001400     SELECT ACH-HISTORY-FILE ASSIGN U-T-ACHHIS
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS AH-TRACE-NUMBER
001800        FILE STATUS IS WS-HISTORY-STATUS.
001900     SELECT MASTER-FILE ASSIGN U-T-MASTER
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
002300        FILE STATUS IS WS-MASTER-STATUS.
002400     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS OI-KEY
002800        FILE STATUS IS WS-OPENITM-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD REPORT-FILE
003200     LABEL RECORDS ARE OMITTED
003300     RECORDING MODE IS F
003400     RECORD CONTAINS 133 CHARACTERS
003500     DATA RECORD IS OUTPUT-RECORD.
003600   01 OUTPUT-RECORD.
003700     02 CARRIAGE-CONTROL PIC X.
003800     02 OUTPUT-LINE      PIC X(132).
003900 FD NACHA-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 94 CHARACTERS
004300     DATA RECORD IS NACHA-RECORD.
004400 COPY NACHAREC.
004500 FD PAYMENT-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS
004800     DATA RECORD IS PAYMENT-RECORD.
004900 COPY PAYMENT.
005000 FD MANDATE-FILE
005100     LABEL RECORDS ARE STANDARD
005200     DATA RECORD IS ACH-MANDATE-RECORD.
005300 COPY ACHMAND.
005400 FD ACH-HISTORY-FILE
005500     LABEL RECORDS ARE STANDARD
005600     DATA RECORD IS ACH-HISTORY-RECORD.
005700 COPY ACHHIST.
005800 FD MASTER-FILE
005900     LABEL RECORDS ARE STANDARD
006000     DATA RECORD IS MASTER-RECORD.
006100 COPY MSTRFILE.
006200 FD OPEN-ITEM-FILE
006300     LABEL RECORDS ARE STANDARD
006400     DATA RECORD IS OPEN-ITEM-RECORD.
006500 COPY OPENITM.
      ******************************************************************
006600 WORKING-STORAGE SECTION.
006700 COPY HEADER1.
006800 01  PROGRAM-WORK-FIELDS.
006900     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
007000         88  END-OF-FILE   VALUE 'EOF'.
007100     02  ITEM-BROWSE-SWITCH PIC X(3) VALUE SPACES.
007200         88  END-OF-ITEMS  VALUE 'EOF'.
007300     02  BATCH-SWITCH      PIC X(3)  VALUE 'NO '.
007400         88  BATCH-OPEN    VALUE 'YES'.
007500     02  MASTER-SWITCH     PIC X(3)  VALUE 'NO '.
007600         88  MASTER-FOUND  VALUE 'YES'.
007700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
007800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
008000     02  WS-MANDATE-STATUS PIC X(2)  VALUE ZERO.
008100     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
008200     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
008300     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
008400     02  WS-CUTOFF-DATE    PIC 9(8)  VALUE ZERO.
008500     02  WS-EFFECTIVE-DATE PIC 9(8)  VALUE ZERO.
008600     02  WS-DUE-AMOUNT     PIC S9(9)V99 VALUE ZERO.
008700     02  WS-OPEN-BALANCE   PIC S9(9)V99 VALUE ZERO.
008800     02  WS-MANDATES-READ  PIC 9(5)  VALUE ZERO.
008900     02  WS-DEBIT-COUNT    PIC 9(5)  VALUE ZERO.
009000     02  WS-DEBIT-TOTAL    PIC 9(10)V99 VALUE ZERO.
009100     02  WS-HELD-COUNT     PIC 9(5)  VALUE ZERO.
009200     02  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
009300     02  WS-FLAGGED-COUNT  PIC 9(5)  VALUE ZERO.
009400     02  WS-RECORD-COUNT   PIC 9(8)  VALUE ZERO.
009500     02  WS-BLOCK-COUNT    PIC 9(6)  VALUE ZERO.
009600     02  WS-PAD-COUNT      PIC 9(2)  VALUE ZERO.
009700     02  WS-ENTRY-HASH     PIC 9(12) VALUE ZERO.
      *
      * THE TRACE NUMBER IS THE ORIGINATING BANK'S ROUTING (8) AND
      * A SEQUENCE KEPT ON THE HISTORY FILE'S CONTROL RECORD.
      *
009800 01  WS-TRACE-NUMBER.
009900     02  WS-TRACE-ODFI     PIC 9(8)  VALUE ZERO.
010000     02  WS-TRACE-SEQUENCE PIC 9(7)  VALUE ZERO.
010100 01  WS-TRACE-NUMERIC REDEFINES WS-TRACE-NUMBER PIC 9(15).
010200 01  WS-ACH-REFERENCE.
010300     02  FILLER            PIC X(3)  VALUE 'ACH'.
010400     02  WS-REF-SEQUENCE   PIC 9(7)  VALUE ZERO.
010500 01  DATE-WORK-FIELDS.
010600     02  WS-CREATE-DATE    PIC 9(6)  VALUE ZERO.
010700     02  WS-CREATE-TIME    PIC 9(8)  VALUE ZERO.
010800     02  FILLER REDEFINES WS-CREATE-TIME.
010900         03  WS-CREATE-HHMM PIC 9(4).
011000         03  FILLER        PIC 9(4).
011100     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
011200     02  FILLER REDEFINES WS-BUSINESS-DATE.
011300         03  WS-BUSINESS-CCYYMM PIC 9(6).
011400         03  WS-BUSINESS-DD PIC 9(2).
011500     02  WS-LAST-DEBIT-DATE PIC 9(8) VALUE ZERO.
011600     02  FILLER REDEFINES WS-LAST-DEBIT-DATE.
011700         03  WS-LAST-DEBIT-CCYYMM PIC 9(6).
011800         03  FILLER        PIC 9(2).
011900     02  WS-EFFECTIVE-WORK PIC 9(8)  VALUE ZERO.
012000     02  FILLER REDEFINES WS-EFFECTIVE-WORK.
012100         03  FILLER        PIC 9(2).
012200         03  WS-EFFECTIVE-YYMMDD PIC 9(6).
      *
      * ORIGINATOR DETAILS AGREED WITH THE BANK. THE COMPANY ID IS
      * THE ONE ON THE ACH ORIGINATION AGREEMENT.
      *
012300 01  ACH-ORIGINATOR-CONSTANTS.
012400     02  ACH-IMMEDIATE-DEST    PIC X(10) VALUE ' 091000019'.
012500     02  ACH-ODFI-ID           PIC X(08) VALUE '09100001'.
012600     02  ACH-ODFI-NUMERIC REDEFINES ACH-ODFI-ID PIC 9(08).
012700     02  ACH-DESTINATION-NAME  PIC X(23)
012800                               VALUE 'FIRST NATIONAL BANK'.
012900     02  ACH-COMPANY-ID        PIC X(10) VALUE '1410000000'.
013000     02  ACH-COMPANY-NAME      PIC X(16)
013100                               VALUE 'ACCTS RECEIVABLE'.
013200     02  ACH-ORIGIN-NAME       PIC X(23)
013300                               VALUE 'ACCOUNTS RECEIVABLE'.
013400     02  ACH-ENTRY-DESCRIPTION PIC X(10) VALUE 'AR DEBIT'.
013500     02  ACH-SERVICE-CLASS     PIC X(03) VALUE '225'.
013600     02  ACH-SEC-CODE          PIC X(03) VALUE 'CCD'.
013700     02  ACH-BATCH-NUMBER      PIC 9(07) VALUE 1.
013800 COPY PAGING.
013900 COPY FINBDC01.
014000 COPY FINDTC01.
014100 COPY FINDSC01.
014200 01  DEBIT-DETAIL-LINE.
014300     02  FILLER                PIC X(2).
014400     02  DL-ACCOUNT            PIC 9(8).
014500     02  FILLER                PIC X(2).
014600     02  DL-NAME               PIC X(10).
014700     02  FILLER                PIC X(2).
014800     02  DL-ROUTING            PIC 9(9).
014900     02  FILLER                PIC X(2).
015000     02  DL-RULE               PIC X(1).
015100     02  FILLER                PIC X(1).
015200     02  DL-DAY                PIC 9(2).
015300     02  FILLER                PIC X(2).
015400     02  DL-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.
015500     02  FILLER                PIC X(2).
015600     02  DL-MAXIMUM            PIC Z,ZZZ,ZZ9.99.
015700     02  FILLER                PIC X(2).
015800     02  DL-TRACE              PIC X(15).
015900     02  FILLER                PIC X(2).
016000     02  DL-DISPOSITION        PIC X(30).
016100     02  FILLER                PIC X(14).
016200 01  COLUMN-HEADING-LINE.
016300     02  FILLER                PIC X(2).
016400     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
016500     02  FILLER                PIC X(2).
016600     02  FILLER                PIC X(10) VALUE 'NAME'.
016700     02  FILLER                PIC X(2).
016800     02  FILLER                PIC X(9)  VALUE 'ROUTING'.
016900     02  FILLER                PIC X(2).
017000     02  FILLER                PIC X(4)  VALUE 'RULE'.
017100     02  FILLER                PIC X(2).
017200     02  FILLER                PIC X(14) VALUE '    AMOUNT DUE'.
017300     02  FILLER                PIC X(2).
017400     02  FILLER                PIC X(12) VALUE '     MAXIMUM'.
017500     02  FILLER                PIC X(2).
017600     02  FILLER                PIC X(15) VALUE 'TRACE NUMBER'.
017700     02  FILLER                PIC X(2).
017800     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
017900     02  FILLER                PIC X(14).
018000 01  TOTAL-LINE.
018100     02  FILLER                PIC X(2).
018200     02  TL-LABEL              PIC X(30).
018300     02  TL-COUNT              PIC ZZ,ZZ9.
018400     02  FILLER                PIC X(2).
018500     02  TL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018600     02  FILLER                PIC X(75).
018700******************************************************************
018800 PROCEDURE DIVISION.
018900     DISPLAY 'FINACH01 - ACH DEBIT ORIGINATION STARTING'.
019000     ACCEPT WS-CREATE-DATE FROM DATE.
019100     ACCEPT WS-CREATE-TIME FROM TIME.
019200     MOVE ZERO TO BD-REQUEST-DATE.
019300     CALL 'FINBDT01' USING FINBDC01-RECORD.
019400     MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
019500     PERFORM SET-EFFECTIVE-DATE.
019600     OPEN INPUT  MASTER-FILE
019700                 OPEN-ITEM-FILE
019800          OUTPUT NACHA-FILE
019900                 PAYMENT-FILE
020000                 REPORT-FILE.
020100     OPEN I-O MANDATE-FILE.
020200     OPEN I-O ACH-HISTORY-FILE.
020300     PERFORM GET-TRACE-CONTROL.
020400     PERFORM WRITE-HEADER.
020500     PERFORM WRITE-FILE-HEADER.
020600     PERFORM WRITE-PAYMENT-HEADER.
020700     MOVE LOW-VALUES TO MD-ACCOUNT-NUMBER.
020800     START MANDATE-FILE
020900         KEY IS NOT LESS THAN MD-ACCOUNT-NUMBER
021000         INVALID KEY
021100            MOVE 'EOF' TO INPUT-SWITCH
021200     END-START.
021300     IF NOT END-OF-FILE
021400        PERFORM GET-MANDATE
021500     END-IF.
021600     PERFORM SELECT-AND-READ
021700        UNTIL END-OF-FILE.
021800     IF BATCH-OPEN
021900        PERFORM WRITE-BATCH-CONTROL
022000     END-IF.
022100     PERFORM WRITE-FILE-CONTROL.
022200     PERFORM WRITE-PAYMENT-TRAILER.
022300     PERFORM SAVE-TRACE-CONTROL.
022400     PERFORM WRITE-RUN-TOTALS.
022500     CLOSE MANDATE-FILE ACH-HISTORY-FILE MASTER-FILE
022600           OPEN-ITEM-FILE NACHA-FILE PAYMENT-FILE REPORT-FILE.
022700     DISPLAY 'FINACH01 - MANDATES READ:    ' WS-MANDATES-READ.
022800     DISPLAY 'FINACH01 - DEBITS ORIGINATED:' WS-DEBIT-COUNT.
022900     DISPLAY 'FINACH01 - EXCEPTIONS:       ' WS-EXCEPTION-COUNT.
023000     IF WS-EXCEPTION-COUNT > ZERO
023100        AND RETURN-CODE = ZERO
023200        MOVE 4 TO RETURN-CODE
023300     END-IF.
023400     GOBACK.
      ******************************************************************
      * ENTRIES SETTLE ON THE NEXT BUSINESS DAY. SHOULD THE CALENDAR
      * NOT GIVE ONE, THE DAY AFTER THE BUSINESS DATE IS USED.
      ******************************************************************
023500 SET-EFFECTIVE-DATE.
023600     IF BD-NEXT-BUSINESS-DATE > BD-BUSINESS-DATE
023700        MOVE BD-NEXT-BUSINESS-DATE TO WS-EFFECTIVE-DATE
023800     ELSE
023900        MOVE 'A' TO DT-FUNCTION
024000        MOVE BD-BUSINESS-DATE TO DT-BASE-DATE
024100        MOVE 1 TO DT-DAY-COUNT
024200        CALL 'FINDTE01' USING FINDTC01-RECORD
024300        MOVE DT-RESULT-DATE TO WS-EFFECTIVE-DATE
024400     END-IF.
024500     MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-WORK.
      ******************************************************************
      * THE HISTORY FILE'S ZERO-TRACE RECORD HOLDS THE LAST TRACE
      * SEQUENCE USED. THE FIRST RUN CREATES IT.
      ******************************************************************
024600 GET-TRACE-CONTROL.
024700     MOVE ACH-ODFI-NUMERIC TO WS-TRACE-ODFI.
024800     MOVE ZERO TO AH-TRACE-NUMBER.
024900     READ ACH-HISTORY-FILE
025000         INVALID KEY
025100            MOVE SPACES TO ACH-HISTORY-RECORD
025200            MOVE ZERO TO AH-TRACE-NUMBER
025300            MOVE ZERO TO AH-LAST-SEQUENCE
025400            WRITE ACH-HISTORY-RECORD
025500     END-READ.
025600     MOVE AH-LAST-SEQUENCE TO WS-TRACE-SEQUENCE.
      ******************************************************************
025700 SAVE-TRACE-CONTROL.
025800     MOVE ZERO TO AH-TRACE-NUMBER.
025900     READ ACH-HISTORY-FILE
026000         INVALID KEY
026100            DISPLAY 'FINACH01 - ACH HISTORY CONTROL RECORD LOST'
026200            MOVE 12 TO RETURN-CODE
026300         NOT INVALID KEY
026400            MOVE WS-TRACE-SEQUENCE TO AH-LAST-SEQUENCE
026500            REWRITE ACH-HISTORY-RECORD
026600     END-READ.
      ******************************************************************
026700 GET-MANDATE.
026800     READ MANDATE-FILE NEXT RECORD AT END
026900         MOVE 'EOF' TO INPUT-SWITCH
027000     END-READ.
      ******************************************************************
027100 SELECT-AND-READ.
027200     PERFORM SELECT-ONE-MANDATE THRU SELECT-ONE-MANDATE-EXIT.
027300     PERFORM GET-MANDATE.
      ******************************************************************
      * DECIDE WHETHER THE MANDATE IS DUE TODAY AND FOR HOW MUCH. A
      * MANDATE THAT IS NOT DUE, OR HAS NOTHING DUE, IS PASSED OVER
      * WITHOUT A LINE.
      ******************************************************************
027400 SELECT-ONE-MANDATE.
027500     ADD 1 TO WS-MANDATES-READ.
027600     MOVE SPACES TO DEBIT-DETAIL-LINE.
027700     MOVE ZERO TO WS-DUE-AMOUNT.
027800     IF MD-FLAGGED
027900        ADD 1 TO WS-FLAGGED-COUNT
028000        GO TO SELECT-ONE-MANDATE-EXIT
028100     END-IF.
028200     IF MD-LAST-DEBIT-DATE = BD-BUSINESS-DATE
028300        GO TO SELECT-ONE-MANDATE-EXIT
028400     END-IF.
028500     IF MD-DEBIT-MONTHLY
028600        IF WS-BUSINESS-DD < MD-DEBIT-DAY
028700           GO TO SELECT-ONE-MANDATE-EXIT
028800        END-IF
028900        MOVE MD-LAST-DEBIT-DATE TO WS-LAST-DEBIT-DATE
029000        IF WS-LAST-DEBIT-CCYYMM = WS-BUSINESS-CCYYMM
029100           GO TO SELECT-ONE-MANDATE-EXIT
029200        END-IF
029300        MOVE BD-BUSINESS-DATE TO WS-CUTOFF-DATE
029400     ELSE
029500        MOVE 'A' TO DT-FUNCTION
029600        MOVE BD-BUSINESS-DATE TO DT-BASE-DATE
029700        COMPUTE DT-DAY-COUNT = ZERO - MD-DEBIT-DAY
029800        CALL 'FINDTE01' USING FINDTC01-RECORD
029900        IF DT-RESULT-OK
030000           MOVE DT-RESULT-DATE TO WS-CUTOFF-DATE
030100        ELSE
030200           MOVE BD-BUSINESS-DATE TO WS-CUTOFF-DATE
030300        END-IF
030400     END-IF.
030500     PERFORM FIND-MASTER.
030600     IF NOT MASTER-FOUND
030700        MOVE 'EXCEPTION - NOT ON AR MASTER' TO DL-DISPOSITION
030800        ADD 1 TO WS-EXCEPTION-COUNT
030900        PERFORM WRITE-DETAIL-LINE
031000        GO TO SELECT-ONE-MANDATE-EXIT
031100     END-IF.
031200     IF MSTR-CLOSED
031300        MOVE 'EXCEPTION - ACCOUNT CLOSED' TO DL-DISPOSITION
031400        ADD 1 TO WS-EXCEPTION-COUNT
031500        PERFORM WRITE-DETAIL-LINE
031600        GO TO SELECT-ONE-MANDATE-EXIT
031700     END-IF.
031800     PERFORM SUM-DUE-ITEMS.
031900     IF WS-DUE-AMOUNT NOT > ZERO
032000        GO TO SELECT-ONE-MANDATE-EXIT
032100     END-IF.
032200     COMPUTE WS-OPEN-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
032300     IF WS-DUE-AMOUNT > WS-OPEN-BALANCE
032400        MOVE WS-OPEN-BALANCE TO WS-DUE-AMOUNT
032500     END-IF.
032600     IF WS-DUE-AMOUNT NOT > ZERO
032700        GO TO SELECT-ONE-MANDATE-EXIT
032800     END-IF.
032900     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
033000     CALL 'FINDSQ01' USING FINDSC01-RECORD.
033100     IF DQ-OPEN-COUNT > ZERO
033200        SUBTRACT DQ-OPEN-AMOUNT FROM WS-DUE-AMOUNT
033300        IF WS-DUE-AMOUNT NOT > ZERO
033400           MOVE ZERO TO WS-DUE-AMOUNT
033500           MOVE 'HELD - IN DISPUTE' TO DL-DISPOSITION
033600           ADD 1 TO WS-HELD-COUNT
033700           PERFORM WRITE-DETAIL-LINE
033800           GO TO SELECT-ONE-MANDATE-EXIT
033900        END-IF
034000     END-IF.
034100     IF WS-DUE-AMOUNT > MD-MAXIMUM-AMOUNT
034200        MOVE 'NOT SENT - OVER MANDATE MAXIMUM' TO DL-DISPOSITION
034300        ADD 1 TO WS-EXCEPTION-COUNT
034400        PERFORM WRITE-DETAIL-LINE
034500        GO TO SELECT-ONE-MANDATE-EXIT
034600     END-IF.
034700     PERFORM ORIGINATE-DEBIT.
034800 SELECT-ONE-MANDATE-EXIT.
034900     EXIT.
      ******************************************************************
035000 FIND-MASTER.
035100     MOVE MD-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
035200     READ MASTER-FILE
035300         INVALID KEY
035400            MOVE 'NO ' TO MASTER-SWITCH
035500         NOT INVALID KEY
035600            MOVE 'YES' TO MASTER-SWITCH
035700     END-READ.
      ******************************************************************
      * OPEN INVOICES DUE ON OR BEFORE THE CUTOFF DATE.
      ******************************************************************
035800 SUM-DUE-ITEMS.
035900     MOVE SPACES TO ITEM-BROWSE-SWITCH.
036000     MOVE MD-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
036100     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
036200     START OPEN-ITEM-FILE
036300         KEY IS NOT LESS THAN OI-KEY
036400         INVALID KEY
036500            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
036600     END-START.
036700     PERFORM ADD-ONE-DUE-ITEM
036800        UNTIL END-OF-ITEMS.
      ******************************************************************
036900 ADD-ONE-DUE-ITEM.
037000     READ OPEN-ITEM-FILE NEXT RECORD AT END
037100         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
037200     END-READ.
037300     IF NOT END-OF-ITEMS
037400        IF OI-ACCOUNT-NUMBER NOT = MD-ACCOUNT-NUMBER
037500           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
037600        ELSE
037700           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
037800                 AND OI-DUE-DATE NOT > WS-CUTOFF-DATE
037900              ADD OI-OPEN-AMOUNT TO WS-DUE-AMOUNT
038000           END-IF
038100        END-IF
038200     END-IF.
      ******************************************************************
      * ONE DEBIT ENTRY, ITS HISTORY RECORD AND THE EXPECTED RECEIPT.
      ******************************************************************
038300 ORIGINATE-DEBIT.
038400     IF NOT BATCH-OPEN
038500        PERFORM WRITE-BATCH-HEADER
038600     END-IF.
038700     IF WS-TRACE-SEQUENCE = 9999999
038800        MOVE ZERO TO WS-TRACE-SEQUENCE
038900     END-IF.
039000     ADD 1 TO WS-TRACE-SEQUENCE.
039100     MOVE WS-TRACE-SEQUENCE TO WS-REF-SEQUENCE.
039200     MOVE SPACES TO NACHA-RECORD.
039300     MOVE '6' TO NA-RECORD-TYPE.
039400     IF MD-SAVINGS
039500        MOVE '37' TO NED-TRANSACTION-CODE
039600     ELSE
039700        MOVE '27' TO NED-TRANSACTION-CODE
039800     END-IF.
039900     MOVE MD-ROUTING-DFI TO NED-RDFI-ID.
040000     MOVE MD-ROUTING-CHECK TO NED-CHECK-DIGIT.
040100     MOVE MD-BANK-ACCOUNT TO NED-DFI-ACCOUNT.
040200     MOVE WS-DUE-AMOUNT TO NED-AMOUNT.
040300     MOVE MD-ACCOUNT-NUMBER TO NED-IDENTIFICATION.
040400     MOVE MSTR-NAME TO NED-RECEIVER-NAME.
040500     MOVE '0' TO NED-ADDENDA-INDICATOR.
040600     MOVE WS-TRACE-NUMERIC TO NED-TRACE-NUMBER.
040700     WRITE NACHA-RECORD.
040800     ADD 1 TO WS-RECORD-COUNT.
040900     ADD 1 TO WS-DEBIT-COUNT.
041000     ADD WS-DUE-AMOUNT TO WS-DEBIT-TOTAL.
041100     ADD MD-ROUTING-DFI TO WS-ENTRY-HASH.
041200     MOVE SPACES TO ACH-HISTORY-RECORD.
041300     MOVE WS-TRACE-NUMERIC TO AH-TRACE-NUMBER.
041400     MOVE MD-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER.
041500     MOVE WS-DUE-AMOUNT TO AH-AMOUNT.
041600     MOVE WS-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE.
041700     MOVE WS-ACH-REFERENCE TO AH-PAYMENT-REFERENCE.
041800     MOVE BD-BUSINESS-DATE TO AH-ORIGINATION-DATE.
041900     MOVE 'O' TO AH-ENTRY-STATUS.
042000     MOVE ZERO TO AH-RETURN-DATE.
042100     WRITE ACH-HISTORY-RECORD
042200         INVALID KEY
042300            DISPLAY 'FINACH01 - DUPLICATE TRACE NUMBER '
042400                WS-TRACE-NUMERIC
042500            MOVE 12 TO RETURN-CODE
042600     END-WRITE.
042700     MOVE SPACES TO PAYMENT-RECORD.
042800     MOVE 'D' TO PMT-REC-TYPE.
042900     MOVE MD-ACCOUNT-NUMBER TO PMT-ACCOUNT-NUMBER.
043000     MOVE WS-DUE-AMOUNT TO PMT-AMOUNT.
043100     MOVE WS-EFFECTIVE-DATE TO PMT-DATE.
043200     MOVE WS-ACH-REFERENCE TO PMT-REFERENCE.
043300     WRITE PAYMENT-RECORD.
043400     MOVE BD-BUSINESS-DATE TO MD-LAST-DEBIT-DATE.
043500     REWRITE ACH-MANDATE-RECORD.
043600     MOVE WS-TRACE-NUMERIC TO DL-TRACE.
043700     MOVE 'ORIGINATED' TO DL-DISPOSITION.
043800     PERFORM WRITE-DETAIL-LINE.
      ******************************************************************
043900 WRITE-FILE-HEADER.
044000     MOVE SPACES TO NACHA-RECORD.
044100     MOVE '1' TO NA-RECORD-TYPE.
044200     MOVE '01' TO NFH-PRIORITY-CODE.
044300     MOVE ACH-IMMEDIATE-DEST TO NFH-IMMEDIATE-DEST.
044400     MOVE ACH-COMPANY-ID TO NFH-IMMEDIATE-ORIGIN.
044500     MOVE WS-CREATE-DATE TO NFH-CREATION-DATE.
044600     MOVE WS-CREATE-HHMM TO NFH-CREATION-TIME.
044700     MOVE 'A' TO NFH-FILE-ID-MODIFIER.
044800     MOVE '094' TO NFH-RECORD-SIZE.
044900     MOVE '10' TO NFH-BLOCKING-FACTOR.
045000     MOVE '1' TO NFH-FORMAT-CODE.
045100     MOVE ACH-DESTINATION-NAME TO NFH-DESTINATION-NAME.
045200     MOVE ACH-ORIGIN-NAME TO NFH-ORIGIN-NAME.
045300     WRITE NACHA-RECORD.
045400     ADD 1 TO WS-RECORD-COUNT.
      ******************************************************************
045500 WRITE-BATCH-HEADER.
045600     MOVE SPACES TO NACHA-RECORD.
045700     MOVE '5' TO NA-RECORD-TYPE.
045800     MOVE ACH-SERVICE-CLASS TO NBH-SERVICE-CLASS.
045900     MOVE ACH-COMPANY-NAME TO NBH-COMPANY-NAME.
046000     MOVE ACH-COMPANY-ID TO NBH-COMPANY-ID.
046100     MOVE ACH-SEC-CODE TO NBH-SEC-CODE.
046200     MOVE ACH-ENTRY-DESCRIPTION TO NBH-ENTRY-DESCRIPTION.
046300     MOVE WS-EFFECTIVE-YYMMDD TO NBH-EFFECTIVE-DATE.
046400     MOVE '1' TO NBH-ORIGINATOR-STATUS.
046500     MOVE ACH-ODFI-ID TO NBH-ODFI-ID.
046600     MOVE ACH-BATCH-NUMBER TO NBH-BATCH-NUMBER.
046700     WRITE NACHA-RECORD.
046800     ADD 1 TO WS-RECORD-COUNT.
046900     MOVE 'YES' TO BATCH-SWITCH.
      ******************************************************************
      * THE ENTRY HASH IS THE SUM OF THE RECEIVING BANKS' ROUTING
      * NUMBERS (8 DIGITS), KEEPING THE LOW-ORDER TEN DIGITS.
      ******************************************************************
047000 WRITE-BATCH-CONTROL.
047100     MOVE SPACES TO NACHA-RECORD.
047200     MOVE '8' TO NA-RECORD-TYPE.
047300     MOVE ACH-SERVICE-CLASS TO NBC-SERVICE-CLASS.
047400     MOVE WS-DEBIT-COUNT TO NBC-ENTRY-COUNT.
047500     MOVE WS-ENTRY-HASH TO NBC-ENTRY-HASH.
047600     MOVE WS-DEBIT-TOTAL TO NBC-TOTAL-DEBIT.
047700     MOVE ZERO TO NBC-TOTAL-CREDIT.
047800     MOVE ACH-COMPANY-ID TO NBC-COMPANY-ID.
047900     MOVE ACH-ODFI-ID TO NBC-ODFI-ID.
048000     MOVE ACH-BATCH-NUMBER TO NBC-BATCH-NUMBER.
048100     WRITE NACHA-RECORD.
048200     ADD 1 TO WS-RECORD-COUNT.
      ******************************************************************
      * THE FILE IS BLOCKED TEN RECORDS TO THE BLOCK; THE LAST BLOCK
      * IS FILLED OUT WITH ALL-NINES RECORDS.
      ******************************************************************
048300 WRITE-FILE-CONTROL.
048400     ADD 1 TO WS-RECORD-COUNT.
048500     COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
048600     COMPUTE WS-PAD-COUNT =
048700         (WS-BLOCK-COUNT * 10) - WS-RECORD-COUNT.
048800     MOVE SPACES TO NACHA-RECORD.
048900     MOVE '9' TO NA-RECORD-TYPE.
049000     IF BATCH-OPEN
049100        MOVE 1 TO NFC-BATCH-COUNT
049200     ELSE
049300        MOVE ZERO TO NFC-BATCH-COUNT
049400     END-IF.
049500     MOVE WS-BLOCK-COUNT TO NFC-BLOCK-COUNT.
049600     MOVE WS-DEBIT-COUNT TO NFC-ENTRY-COUNT.
049700     MOVE WS-ENTRY-HASH TO NFC-ENTRY-HASH.
049800     MOVE WS-DEBIT-TOTAL TO NFC-TOTAL-DEBIT.
049900     MOVE ZERO TO NFC-TOTAL-CREDIT.
050000     WRITE NACHA-RECORD.
050100     PERFORM WRITE-PAD-RECORD
050200        WS-PAD-COUNT TIMES.
      ******************************************************************
050300 WRITE-PAD-RECORD.
050400     MOVE ALL '9' TO NACHA-RECORD.
050500     WRITE NACHA-RECORD.
      ******************************************************************
050600 WRITE-PAYMENT-HEADER.
050700     MOVE SPACES TO PAYMENT-RECORD.
050800     MOVE 'H' TO PMT-REC-TYPE.
050900     MOVE BD-BUSINESS-DATE TO PMT-HDR-RUN-DATE.
051000     WRITE PAYMENT-RECORD.
      ******************************************************************
051100 WRITE-PAYMENT-TRAILER.
051200     MOVE SPACES TO PAYMENT-RECORD.
051300     MOVE 'T' TO PMT-REC-TYPE.
051400     MOVE WS-DEBIT-COUNT TO PMT-TRL-COUNT.
051500     MOVE WS-DEBIT-TOTAL TO PMT-TRL-TOTAL.
051600     WRITE PAYMENT-RECORD.
      ******************************************************************
051700 WRITE-DETAIL-LINE.
051800     IF LINES-WRITTEN >= WS-PAGE-SIZE
051900        PERFORM WRITE-HEADER
052000        MOVE 2 TO LINE-SPACING
052100     END-IF.
052200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
052300     MOVE MD-ACCOUNT-NUMBER TO DL-ACCOUNT.
052400     IF MASTER-FOUND
052500        MOVE MSTR-NAME TO DL-NAME
052600     END-IF.
052700     MOVE MD-ROUTING-NUMBER TO DL-ROUTING.
052800     MOVE MD-DEBIT-RULE TO DL-RULE.
052900     MOVE MD-DEBIT-DAY TO DL-DAY.
053000     MOVE WS-DUE-AMOUNT TO DL-AMOUNT.
053100     MOVE MD-MAXIMUM-AMOUNT TO DL-MAXIMUM.
053200     MOVE DEBIT-DETAIL-LINE TO OUTPUT-LINE.
053300     WRITE OUTPUT-RECORD.
053400     ADD 1 TO LINES-WRITTEN.
053500     MOVE 1 TO LINE-SPACING.
      ******************************************************************
053600 WRITE-RUN-TOTALS.
053700     MOVE SPACES TO TOTAL-LINE.
053800     MOVE '0' TO CARRIAGE-CONTROL.
053900     MOVE 'MANDATES READ' TO TL-LABEL.
054000     MOVE WS-MANDATES-READ TO TL-COUNT.
054100     MOVE TOTAL-LINE TO OUTPUT-LINE.
054200     WRITE OUTPUT-RECORD.
054300     MOVE ' ' TO CARRIAGE-CONTROL.
054400     MOVE 'DEBITS ORIGINATED' TO TL-LABEL.
054500     MOVE WS-DEBIT-COUNT TO TL-COUNT.
054600     MOVE WS-DEBIT-TOTAL TO TL-AMOUNT.
054700     MOVE TOTAL-LINE TO OUTPUT-LINE.
054800     WRITE OUTPUT-RECORD.
054900     MOVE SPACES TO TOTAL-LINE.
055000     MOVE 'HELD - IN DISPUTE' TO TL-LABEL.
055100     MOVE WS-HELD-COUNT TO TL-COUNT.
055200     MOVE TOTAL-LINE TO OUTPUT-LINE.
055300     WRITE OUTPUT-RECORD.
055400     MOVE 'EXCEPTIONS' TO TL-LABEL.
055500     MOVE WS-EXCEPTION-COUNT TO TL-COUNT.
055600     MOVE TOTAL-LINE TO OUTPUT-LINE.
055700     WRITE OUTPUT-RECORD.
055800     MOVE 'FLAGGED MANDATES PASSED OVER' TO TL-LABEL.
055900     MOVE WS-FLAGGED-COUNT TO TL-COUNT.
056000     MOVE TOTAL-LINE TO OUTPUT-LINE.
056100     WRITE OUTPUT-RECORD.
      ******************************************************************
056200 WRITE-HEADER.
056300     MOVE ZERO TO LINES-WRITTEN.
056400     ACCEPT HDR-PRT-DATE FROM DATE.
056500     ACCEPT HDR-PRT-TIME FROM TIME.
056600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
056700     ADD 1 TO PAGE-COUNT
056800     MOVE '   ACH DEBIT ORIGINATION       '   TO REPORT-TITLE.
056900     MOVE PAGE-COUNT TO PAGE-NUMBER.
057000     MOVE HEADER-RECORD TO OUTPUT-LINE.
057100     WRITE OUTPUT-RECORD.
057200     MOVE 1 TO LINE-SPACING.
057300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
057500     WRITE OUTPUT-RECORD.
057600     ADD 1 TO LINES-WRITTEN.
