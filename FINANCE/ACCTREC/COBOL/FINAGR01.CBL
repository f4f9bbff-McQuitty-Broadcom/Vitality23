000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINAGR01.
      ******************************************************************
      * FINAGR01 -- COLLECTION-AGENCY RETURNS. READS THE REMITTANCE
      *             FILE THE OUTSIDE AGENCY SENDS BACK (SEE AGYREM)
      *             AGAINST THE PLACEMENT FILE FINAGP01 KEEPS (SEE
      *             AGYPLC). THE FILE IS PROVED FIRST -- ONE HEADER,
      *             ONE TRAILER, DETAILS OF A KNOWN TYPE WITH NUMERIC
      *             AMOUNTS, AND A TRAILER THAT AGREES WITH THE DETAIL
      *             COUNT AND THE COLLECTED AND COMMISSION TOTALS. A
      *             FILE THAT FAILS RELEASES NOTHING: THE PAYMENT FILE
      *             (AGYPMT) GETS AN EMPTY HEADER AND TRAILER, NO
      *             PLACEMENT IS TOUCHED, AND THE RUN ENDS
      *             RETURN-CODE 8.
      *             ON A GOOD FILE EACH COLLECTION IS WRITTEN AS A
      *             PAYMENT DETAIL (SEE PAYMENT) FOR THE GROSS AMOUNT
      *             THE CUSTOMER PAID, SO ITS OWN FINCSH01 STEP POSTS IT
      *             LIKE ANY OTHER RECEIPT, AND IS ADDED TO THE
      *             PLACEMENT'S COLLECTED AND COMMISSION TOTALS; A
      *             PLACEMENT COLLECTED IN FULL IS CLOSED PAID. THE
      *             COMMISSION THE AGENCY WITHHELD IS BOOKED AS AN
      *             EXPENSE ON ONE BALANCED VOUCHER IN THE FINJVG01
      *             HEADER / DETAIL / TRAILER FORMAT -- DEBIT COLLECTION
      *             COMMISSION, CREDIT THE AR CLEARING ACCOUNT THE GROSS
      *             RECEIPT WAS OFFSET TO. AN ACCOUNT THE AGENCY RETURNS
      *             UNCOLLECTABLE OR WE RECALL IS CLOSED ON THE
      *             PLACEMENT FILE AND LISTED ON THE WRITE-OFF REVIEW
      *             REPORT WITH WHAT WAS PLACED, WHAT WAS COLLECTED AND
      *             WHAT IS STILL ON THE MASTER.
      *             A COLLECTION ON AN ACCOUNT WITH NO OPEN PLACEMENT
      *             GOES TO THE EXCEPTION FILE (SEE SUSPREC, REASON
      *             AGYN) FOR THE CASH DESK; A RETURN FOR SUCH AN
      *             ACCOUNT IS LISTED AND IGNORED. EITHER ENDS THE RUN
      *             RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-12  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE PAYMENT FILE IS NOW ITS OWN DD (AGYPMT),
      *                  POSTED BY A FINCSH01 STEP OF ITS OWN AS ACHPMT
      *                  IS, SO AGENCY COLLECTIONS NO LONGER OVERWRITE
      *                  OR ARE OVERWRITTEN BY THE LOCKBOX PAYMENT FILE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT REVIEW-FILE ASSIGN U-T-AGYWRV.
000800     SELECT REMITTANCE-FILE ASSIGN U-T-AGYREM.
000900     SELECT PAYMENT-FILE ASSIGN U-T-AGYPMT.
001000     SELECT VOUCHER-FILE ASSIGN U-T-AGYJV.
001100     SELECT EXCEPTION-FILE ASSIGN U-T-AGYSUS.
001200     SELECT PLACEMENT-FILE ASSIGN U-T-AGYPLC
001300        ORGANIZATION IS INDEXED
001400        ACCESS MODE IS DYNAMIC
001500        RECORD KEY IS AY-ACCOUNT-NUMBER
001600        FILE STATUS IS WS-AGYPLC-STATUS.
001700     SELECT MASTER-FILE ASSIGN U-T-MASTER
001800        ORGANIZATION IS INDEXED
001900        ACCESS MODE IS DYNAMIC
002000        RECORD KEY IS MSTR-ACCOUNT-NUMBER
002100        FILE STATUS IS WS-MASTER-STATUS.
002200     SELECT NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
002300        ORGANIZATION IS INDEXED
002400        ACCESS MODE IS DYNAMIC
002500        RECORD KEY IS NA-ACCOUNT-NUMBER
002600        FILE STATUS IS WS-NAMADR-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD REPORT-FILE
003000     LABEL RECORDS ARE OMITTED
003100     RECORDING MODE IS F
003200     RECORD CONTAINS 133 CHARACTERS
003300     DATA RECORD IS OUTPUT-RECORD.
003400   01 OUTPUT-RECORD.
003500     02 CARRIAGE-CONTROL PIC X.
003600     02 OUTPUT-LINE      PIC X(132).
003700 FD REVIEW-FILE
003800     LABEL RECORDS ARE OMITTED
003900     RECORDING MODE IS F
004000     RECORD CONTAINS 133 CHARACTERS
004100     DATA RECORD IS REVIEW-RECORD.
004200   01 REVIEW-RECORD.
004300     02 RVW-CARRIAGE-CONTROL PIC X.
004400     02 RVW-LINE             PIC X(132).
004500 FD REMITTANCE-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 80 CHARACTERS
004800     DATA RECORD IS AGENCY-REMITTANCE-RECORD.
004900 COPY AGYREM.
005000 FD PAYMENT-FILE
005100     LABEL RECORDS ARE STANDARD
005200     RECORD CONTAINS 80 CHARACTERS
005300     DATA RECORD IS PAYMENT-RECORD.
005400 COPY PAYMENT.
005500 FD VOUCHER-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS
005800     DATA RECORD IS VOUCHER-RECORD.
005900   01 VOUCHER-RECORD.
006000     02 JV-REC-TYPE            PIC X(01).
006100        88  JV-IS-HEADER       VALUE 'H'.
006200        88  JV-IS-DETAIL       VALUE 'D'.
006300        88  JV-IS-TRAILER      VALUE 'T'.
006400     02 JV-BATCH-NUMBER        PIC 9(05).
006500     02 JV-DETAIL-FIELDS.
006600        03 JV-ACCOUNT-NUMBER   PIC 9(08).
006700        03 JV-REFERENCE-CODE   PIC X(06).
006800        03 JV-DRCR-CODE        PIC X(01).
006900        03 JV-AMOUNT           PIC S9(11)V99.
007000        03 JV-POSTING-DATE     PIC 9(08).
007100     02 FILLER                 PIC X(38).
007200   01 VOUCHER-TRAILER-RECORD REDEFINES VOUCHER-RECORD.
007300     02 FILLER                 PIC X(01).
007400     02 FILLER                 PIC 9(05).
007500     02 JV-TRL-LINE-COUNT      PIC 9(05).
007600     02 JV-TRL-DEBIT-TOTAL     PIC S9(11)V99.
007700     02 JV-TRL-CREDIT-TOTAL    PIC S9(11)V99.
007800     02 FILLER                 PIC X(43).
007900 FD EXCEPTION-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 100 CHARACTERS
008200     DATA RECORD IS SUSPENSE-RECORD.
008300 COPY SUSPREC.
008400 FD PLACEMENT-FILE
008500     LABEL RECORDS ARE STANDARD
008600     DATA RECORD IS AGENCY-PLACEMENT-RECORD.
008700 COPY AGYPLC.
008800 FD MASTER-FILE
008900     LABEL RECORDS ARE STANDARD
009000     DATA RECORD IS MASTER-RECORD.
009100 COPY MSTRFILE.
009200 FD NAME-ADDRESS-FILE
009300     LABEL RECORDS ARE STANDARD
009400     DATA RECORD IS NAME-ADDRESS-RECORD.
009500 COPY NAMADDR.
      ******************************************************************
009600 WORKING-STORAGE SECTION.
009700 COPY HEADER1.
009800 01  PROGRAM-WORK-FIELDS.
009900     02  INPUT-SWITCH      PIC X(3).
010000         88  END-OF-FILE   VALUE 'EOF'.
010100     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
010200     02  REVIEW-LINES      PIC 9(3)  VALUE ZERO.
010300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
010400     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
010500     02  REVIEW-PAGE-COUNT PIC 9(3)  VALUE ZERO.
010600     02  WS-AGYPLC-STATUS  PIC X(2)  VALUE ZERO.
010700     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
010800     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
010900     02  PASS-SWITCH       PIC X(8)  VALUE SPACES.
011000         88  VALIDATE-PASS VALUE 'VALIDATE'.
011100         88  PROCESS-PASS  VALUE 'PROCESS '.
011200     02  FILE-SWITCH       PIC X(3)  VALUE 'OK '.
011300         88  REMIT-FILE-BAD VALUE 'BAD'.
011400     02  HEADER-SWITCH     PIC X(3)  VALUE 'NO '.
011500         88  FILE-HEADER-SEEN VALUE 'YES'.
011600     02  TRAILER-SWITCH    PIC X(3)  VALUE 'NO '.
011700         88  FILE-TRAILER-SEEN VALUE 'YES'.
011800     02  PLACEMENT-SWITCH  PIC X(3)  VALUE 'NO '.
011900         88  PLACEMENT-FOUND VALUE 'YES'.
012000     02  WS-REMIT-DATE     PIC 9(8)  VALUE ZERO.
012100     02  WS-ITEM-DATE      PIC 9(8)  VALUE ZERO.
012200     02  WS-RECORD-COUNT   PIC 9(7)  VALUE ZERO.
012300     02  WS-DETAIL-COUNT   PIC 9(7)  VALUE ZERO.
012400     02  WS-DETAIL-COLLECTED PIC 9(13)V99 VALUE ZERO.
012500     02  WS-DETAIL-COMMISSION PIC 9(13)V99 VALUE ZERO.
012600     02  WS-CONTROL-ERRORS PIC 9(5)  VALUE ZERO.
012700     02  WS-POSTED-COUNT   PIC 9(7)  VALUE ZERO.
012800     02  WS-POSTED-TOTAL   PIC 9(13)V99 VALUE ZERO.
012900     02  WS-COMMISSION-TOTAL PIC S9(11)V99 VALUE ZERO.
013000     02  WS-PAID-FULL-COUNT PIC 9(7) VALUE ZERO.
013100     02  WS-RETURNED-COUNT PIC 9(7)  VALUE ZERO.
013200     02  WS-RECALLED-COUNT PIC 9(7)  VALUE ZERO.
013300     02  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
013400     02  WS-EXCEPTION-TOTAL PIC 9(13)V99 VALUE ZERO.
013500     02  WS-REVIEW-BALANCE PIC S9(5)V99 VALUE ZERO.
013600     02  WS-LINE-COUNT     PIC 9(5)  VALUE ZERO.
013700     02  WS-AR-CONTROL-ACCOUNT PIC 9(8) VALUE 99990120.
013800     02  WS-COMMISSION-ACCOUNT PIC 9(8) VALUE 99990760.
013900     02  WS-AGENCY-REF-CODE PIC X(6) VALUE 'AGYCOM'.
014000 COPY PAGING.
014100 COPY FINBDC01.
014200 01  DATA-LINE.
014300     02  FILLER                PIC X(2).
014400     02  DL-ACCOUNT            PIC ZZ,ZZZ,ZZ9.
014500     02  FILLER                PIC X(2).
014600     02  DL-ITEM-TYPE          PIC X(1).
014700     02  FILLER                PIC X(2).
014800     02  DL-AGENCY-REFERENCE   PIC X(10).
014900     02  FILLER                PIC X(2).
015000     02  DL-ITEM-DATE          PIC 9(8).
015100     02  FILLER                PIC X(2).
015200     02  DL-COLLECTED          PIC ZZ,ZZZ,ZZ9.99.
015300     02  FILLER                PIC X(2).
015400     02  DL-COMMISSION         PIC ZZ,ZZZ,ZZ9.99.
015500     02  FILLER                PIC X(2).
015600     02  DL-DISPOSITION        PIC X(30).
015700     02  FILLER                PIC X(33).
015800 01  CONTROL-ERROR-LINE.
015900     02  FILLER                PIC X(2).
016000     02  CTL-RECORD-NUMBER     PIC ZZZ,ZZ9.
016100     02  FILLER                PIC X(2).
016200     02  CTL-RECORD-TYPE       PIC X(1).
016300     02  FILLER                PIC X(2).
016400     02  CTL-TEXT              PIC X(40).
016500     02  FILLER                PIC X(78).
016600 01  REGISTER-TOTAL-LINE.
016700     02  FILLER                PIC X(2).
016800     02  RGT-TAG               PIC X(28).
016900     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
017000     02  FILLER                PIC X(4).
017100     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
017200     02  FILLER                PIC X(74).
017300 01  COLUMN-HEADING-LINE.
017400     02  FILLER                PIC X(2).
017500     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
017600     02  FILLER                PIC X(2).
017700     02  FILLER                PIC X(1)  VALUE 'T'.
017800     02  FILLER                PIC X(2).
017900     02  FILLER                PIC X(10) VALUE 'AGENCY REF'.
018000     02  FILLER                PIC X(2).
018100     02  FILLER                PIC X(8)  VALUE 'ITEM ON'.
018200     02  FILLER                PIC X(2).
018300     02  FILLER                PIC X(13) VALUE '    COLLECTED'.
018400     02  FILLER                PIC X(2).
018500     02  FILLER                PIC X(13) VALUE '   COMMISSION'.
018600     02  FILLER                PIC X(2).
018700     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
018800     02  FILLER                PIC X(33).
018900 01  REVIEW-DETAIL-LINE.
019000     02  FILLER                PIC X(2).
019100     02  RVL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
019200     02  FILLER                PIC X(2).
019300     02  RVL-NAME              PIC X(30).
019400     02  FILLER                PIC X(2).
019500     02  RVL-RETURN-TYPE       PIC X(13).
019600     02  FILLER                PIC X(2).
019700     02  RVL-PLACED-DATE       PIC 9(8).
019800     02  FILLER                PIC X(2).
019900     02  RVL-PLACED            PIC ZZ,ZZZ,ZZ9.99.
020000     02  FILLER                PIC X(2).
020100     02  RVL-COLLECTED         PIC ZZ,ZZZ,ZZ9.99.
020200     02  FILLER                PIC X(2).
020300     02  RVL-BALANCE           PIC ZZ,ZZ9.99-.
020400     02  FILLER                PIC X(2).
020500     02  RVL-REASON            PIC X(20).
020600     02  FILLER                PIC X(9).
020700 01  REVIEW-HEADING-LINE.
020800     02  FILLER                PIC X(2).
020900     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
021000     02  FILLER                PIC X(2).
021100     02  FILLER                PIC X(30) VALUE 'NAME'.
021200     02  FILLER                PIC X(2).
021300     02  FILLER                PIC X(13) VALUE 'RETURNED AS'.
021400     02  FILLER                PIC X(2).
021500     02  FILLER                PIC X(8)  VALUE 'PLACED'.
021600     02  FILLER                PIC X(2).
021700     02  FILLER                PIC X(13) VALUE '  AMT PLACED'.
021800     02  FILLER                PIC X(2).
021900     02  FILLER                PIC X(13) VALUE '    COLLECTED'.
022000     02  FILLER                PIC X(2).
022100     02  FILLER                PIC X(10) VALUE '   BALANCE'.
022200     02  FILLER                PIC X(2).
022300     02  FILLER                PIC X(20) VALUE 'AGENCY REASON'.
022400     02  FILLER                PIC X(9).
022500******************************************************************
022600 PROCEDURE DIVISION.
022700     DISPLAY 'FINAGR01 - COLLECTION-AGENCY RETURNS STARTING'.
022800     MOVE ZERO TO BD-REQUEST-DATE.
022900     CALL 'FINBDT01' USING FINBDC01-RECORD.
023000     MOVE BD-BUSINESS-DATE TO WS-REMIT-DATE.
023100     OPEN OUTPUT REPORT-FILE
023200                 REVIEW-FILE
023300                 PAYMENT-FILE
023400                 VOUCHER-FILE
023500                 EXCEPTION-FILE.
023600     PERFORM WRITE-HEADER.
023700     PERFORM WRITE-REVIEW-HEADER.
023800     MOVE 'VALIDATE' TO PASS-SWITCH.
023900     PERFORM READ-REMITTANCE-FILE.
024000     PERFORM WRITE-PAYMENT-HEADER.
024100     IF REMIT-FILE-BAD
024200        DISPLAY 'FINAGR01 - REMITTANCE FILE FAILED ITS CONTROLS'
024300            ' - NOTHING RELEASED'
024400     ELSE
024500        OPEN I-O PLACEMENT-FILE
024600        OPEN INPUT MASTER-FILE NAME-ADDRESS-FILE
024700        MOVE 'PROCESS ' TO PASS-SWITCH
024800        PERFORM READ-REMITTANCE-FILE
024900        CLOSE PLACEMENT-FILE MASTER-FILE NAME-ADDRESS-FILE
025000        PERFORM WRITE-COMMISSION-VOUCHER
025100           THRU WRITE-COMMISSION-VOUCHER-EXIT
025200     END-IF.
025300     PERFORM WRITE-PAYMENT-TRAILER.
025400     PERFORM WRITE-REGISTER-TOTALS.
025500     CLOSE PAYMENT-FILE VOUCHER-FILE EXCEPTION-FILE
025600         REVIEW-FILE REPORT-FILE.
025700     DISPLAY 'FINAGR01 - COLLECTIONS POSTED: ' WS-POSTED-COUNT.
025800     DISPLAY 'FINAGR01 - RETURNED/RECALLED:  '
025900         WS-RETURNED-COUNT ' / ' WS-RECALLED-COUNT.
026000     DISPLAY 'FINAGR01 - ITEMS EXCEPTED:     ' WS-EXCEPTION-COUNT.
026100     DISPLAY 'FINAGR01 - CONTROL ERRORS:     ' WS-CONTROL-ERRORS.
026200     IF REMIT-FILE-BAD
026300        MOVE 8 TO RETURN-CODE
026400     ELSE
026500        IF WS-EXCEPTION-COUNT > ZERO
026600           MOVE 4 TO RETURN-CODE
026700        END-IF
026800     END-IF.
026900     GOBACK.
027000******************************************************************
      * READ THE WHOLE REMITTANCE FILE -- ON THE VALIDATE PASS ONLY
      * PROVING IT, ON THE PROCESS PASS ACTING ON THE DETAILS.
      ******************************************************************
027100 READ-REMITTANCE-FILE.
027200     MOVE SPACES TO INPUT-SWITCH.
027300     MOVE 'NO ' TO HEADER-SWITCH TRAILER-SWITCH.
027400     MOVE ZERO TO WS-RECORD-COUNT WS-DETAIL-COUNT
027500                  WS-DETAIL-COLLECTED WS-DETAIL-COMMISSION.
027600     OPEN INPUT REMITTANCE-FILE.
027700     PERFORM GET-REMITTANCE-RECORD.
027800     IF END-OF-FILE
027900        MOVE ZERO TO CTL-RECORD-NUMBER
028000        MOVE SPACE TO CTL-RECORD-TYPE
028100        MOVE 'REMITTANCE FILE IS EMPTY' TO CTL-TEXT
028200        PERFORM REPORT-CONTROL-ERROR
028300     END-IF.
028400     PERFORM REMITTANCE-RECORD-AND-READ
028500        UNTIL END-OF-FILE.
028600     IF FILE-HEADER-SEEN
028700           AND NOT FILE-TRAILER-SEEN
028800        MOVE ZERO TO CTL-RECORD-NUMBER
028900        MOVE SPACE TO CTL-RECORD-TYPE
029000        MOVE 'NO TRAILER RECORD' TO CTL-TEXT
029100        PERFORM REPORT-CONTROL-ERROR
029200     END-IF.
029300     CLOSE REMITTANCE-FILE.
029400******************************************************************
029500 GET-REMITTANCE-RECORD.
029600     READ REMITTANCE-FILE AT END
029700         MOVE 'EOF' TO INPUT-SWITCH.
029800******************************************************************
029900 REMITTANCE-RECORD-AND-READ.
030000     PERFORM PROCESS-REMITTANCE-RECORD
030100        THRU PROCESS-REMITTANCE-RECORD-EXIT.
030200     PERFORM GET-REMITTANCE-RECORD.
030300******************************************************************
030400 PROCESS-REMITTANCE-RECORD.
030500     ADD 1 TO WS-RECORD-COUNT.
030600     MOVE WS-RECORD-COUNT TO CTL-RECORD-NUMBER.
030700     MOVE AM-REC-TYPE TO CTL-RECORD-TYPE.
030800     IF FILE-TRAILER-SEEN
030900        MOVE 'RECORD AFTER THE TRAILER' TO CTL-TEXT
031000        PERFORM REPORT-CONTROL-ERROR
031100        GO TO PROCESS-REMITTANCE-RECORD-EXIT
031200     END-IF.
031300     IF NOT FILE-HEADER-SEEN
031400           AND NOT AM-IS-HEADER
031500        MOVE 'FIRST RECORD IS NOT A HEADER' TO CTL-TEXT
031600        PERFORM REPORT-CONTROL-ERROR
031700        MOVE 'YES' TO HEADER-SWITCH
031800     END-IF.
031900     IF AM-IS-HEADER
031980        PERFORM PROCESS-REMIT-HEADER
032060     ELSE
032140        IF AM-IS-DETAIL
032220           PERFORM PROCESS-REMIT-DETAIL
032300              THRU PROCESS-REMIT-DETAIL-EXIT
032380        ELSE
032460           IF AM-IS-TRAILER
032540              PERFORM PROCESS-REMIT-TRAILER
032620           ELSE
032700              MOVE 'UNKNOWN RECORD TYPE' TO CTL-TEXT
032780              PERFORM REPORT-CONTROL-ERROR
032860           END-IF
032940        END-IF
033020     END-IF.
033100 PROCESS-REMITTANCE-RECORD-EXIT.
033200     EXIT.
033300******************************************************************
033400 PROCESS-REMIT-HEADER.
033500     IF FILE-HEADER-SEEN
033600        MOVE 'SECOND HEADER RECORD' TO CTL-TEXT
033700        PERFORM REPORT-CONTROL-ERROR
033800     END-IF.
033900     MOVE 'YES' TO HEADER-SWITCH.
034000     IF AM-HDR-REMIT-DATE NUMERIC AND AM-HDR-REMIT-DATE > ZERO
034100        MOVE AM-HDR-REMIT-DATE TO WS-REMIT-DATE
034200     END-IF.
034300******************************************************************
034400 PROCESS-REMIT-DETAIL.
034500     ADD 1 TO WS-DETAIL-COUNT.
034600     IF AM-ACCOUNT-NUMBER NOT NUMERIC
034700           OR AM-COLLECTED-AMOUNT NOT NUMERIC
034800           OR AM-COMMISSION-AMOUNT NOT NUMERIC
034900        MOVE 'NON-NUMERIC ACCOUNT OR AMOUNT' TO CTL-TEXT
035000        PERFORM REPORT-CONTROL-ERROR
035100        GO TO PROCESS-REMIT-DETAIL-EXIT
035200     END-IF.
035300     IF NOT AM-COLLECTION
035400           AND NOT AM-UNCOLLECTABLE
035500           AND NOT AM-RECALLED
035600        MOVE 'UNKNOWN ITEM TYPE' TO CTL-TEXT
035700        PERFORM REPORT-CONTROL-ERROR
035800        GO TO PROCESS-REMIT-DETAIL-EXIT
035900     END-IF.
036000     IF AM-COLLECTION
036100           AND AM-COMMISSION-AMOUNT > AM-COLLECTED-AMOUNT
036200        MOVE 'COMMISSION EXCEEDS COLLECTION' TO CTL-TEXT
036300        PERFORM REPORT-CONTROL-ERROR
036400        GO TO PROCESS-REMIT-DETAIL-EXIT
036500     END-IF.
036600     ADD AM-COLLECTED-AMOUNT TO WS-DETAIL-COLLECTED.
036700     ADD AM-COMMISSION-AMOUNT TO WS-DETAIL-COMMISSION.
036800     IF PROCESS-PASS
036900        PERFORM APPLY-REMIT-DETAIL
037000     END-IF.
037100 PROCESS-REMIT-DETAIL-EXIT.
037200     EXIT.
037300******************************************************************
037400 PROCESS-REMIT-TRAILER.
037500     MOVE 'YES' TO TRAILER-SWITCH.
037600     IF AM-TRL-COUNT NOT NUMERIC
037700           OR AM-TRL-COUNT NOT = WS-DETAIL-COUNT
037800        MOVE 'TRAILER COUNT DOES NOT AGREE' TO CTL-TEXT
037900        PERFORM REPORT-CONTROL-ERROR
038000     END-IF.
038100     IF AM-TRL-COLLECTED NOT NUMERIC
038200           OR AM-TRL-COLLECTED NOT = WS-DETAIL-COLLECTED
038300        MOVE 'TRAILER COLLECTED DOES NOT AGREE' TO CTL-TEXT
038400        PERFORM REPORT-CONTROL-ERROR
038500     END-IF.
038600     IF AM-TRL-COMMISSION NOT NUMERIC
038700           OR AM-TRL-COMMISSION NOT = WS-DETAIL-COMMISSION
038800        MOVE 'TRAILER COMMISSION DOES NOT AGREE' TO CTL-TEXT
038900        PERFORM REPORT-CONTROL-ERROR
039000     END-IF.
039100******************************************************************
      * THE VALIDATE PASS PRINTS THE ERRORS AND MARKS THE FILE BAD;
      * A GOOD FILE CANNOT RAISE THEM ON THE PROCESS PASS.
      ******************************************************************
039200 REPORT-CONTROL-ERROR.
039300     IF VALIDATE-PASS
039400        ADD 1 TO WS-CONTROL-ERRORS
039500        MOVE 'BAD' TO FILE-SWITCH
039600        IF LINES-WRITTEN >= WS-PAGE-SIZE
039700           PERFORM WRITE-HEADER
039800           MOVE 2 TO LINE-SPACING
039900        END-IF
040000        MOVE LINE-SPACING TO CARRIAGE-CONTROL
040100        MOVE CONTROL-ERROR-LINE TO OUTPUT-LINE
040200        WRITE OUTPUT-RECORD
040300        ADD 1 TO LINES-WRITTEN
040400        MOVE 1 TO LINE-SPACING
040500     END-IF.
040600******************************************************************
040700 APPLY-REMIT-DETAIL.
040800     MOVE SPACES TO DATA-LINE.
040900     MOVE AM-ACCOUNT-NUMBER TO DL-ACCOUNT.
041000     MOVE AM-ITEM-TYPE TO DL-ITEM-TYPE.
041100     MOVE AM-AGENCY-REFERENCE TO DL-AGENCY-REFERENCE.
041200     MOVE WS-REMIT-DATE TO WS-ITEM-DATE.
041300     IF AM-ITEM-DATE NUMERIC AND AM-ITEM-DATE > ZERO
041400        MOVE AM-ITEM-DATE TO WS-ITEM-DATE
041500     END-IF.
041600     MOVE WS-ITEM-DATE TO DL-ITEM-DATE.
041700     MOVE AM-COLLECTED-AMOUNT TO DL-COLLECTED.
041800     MOVE AM-COMMISSION-AMOUNT TO DL-COMMISSION.
041900     MOVE 'NO ' TO PLACEMENT-SWITCH.
042000     MOVE AM-ACCOUNT-NUMBER TO AY-ACCOUNT-NUMBER.
042100     READ PLACEMENT-FILE
042200         INVALID KEY
042300            CONTINUE
042400         NOT INVALID KEY
042500            MOVE 'YES' TO PLACEMENT-SWITCH
042600     END-READ.
042700     IF AM-COLLECTION
042800        IF PLACEMENT-FOUND
042900              AND (AY-PLACED OR AY-PAID-IN-FULL)
043000           PERFORM POST-COLLECTION
043100        ELSE
043200           PERFORM EXCEPT-COLLECTION
043300        END-IF
043400     ELSE
043500        IF PLACEMENT-FOUND AND AY-PLACED
043600           PERFORM CLOSE-RETURNED-PLACEMENT
043700        ELSE
043800           ADD 1 TO WS-EXCEPTION-COUNT
043900           MOVE 'RETURN - ACCOUNT NOT PLACED' TO DL-DISPOSITION
044000           PERFORM WRITE-REGISTER-LINE
044100        END-IF
044200     END-IF.
044300******************************************************************
      * THE PAYMENT CARRIES THE GROSS AMOUNT THE CUSTOMER PAID -- THE
      * WHOLE OF IT COMES OFF THE ACCOUNT. THE COMMISSION IS THE
      * AGENCY'S COST OF GETTING IT, NOT A REDUCTION OF THE DEBT.
      ******************************************************************
044400 POST-COLLECTION.
044500     MOVE SPACES TO PAYMENT-RECORD.
044600     MOVE 'D' TO PMT-REC-TYPE.
044700     MOVE AM-ACCOUNT-NUMBER TO PMT-ACCOUNT-NUMBER.
044800     MOVE AM-COLLECTED-AMOUNT TO PMT-AMOUNT.
044900     MOVE WS-ITEM-DATE TO PMT-DATE.
045000     MOVE AM-AGENCY-REFERENCE TO PMT-REFERENCE.
045100     WRITE PAYMENT-RECORD.
045200     ADD 1 TO WS-POSTED-COUNT.
045300     ADD AM-COLLECTED-AMOUNT TO WS-POSTED-TOTAL.
045400     ADD AM-COMMISSION-AMOUNT TO WS-COMMISSION-TOTAL.
045500     ADD AM-COLLECTED-AMOUNT TO AY-COLLECTED-TOTAL.
045600     ADD AM-COMMISSION-AMOUNT TO AY-COMMISSION-TOTAL.
045700     MOVE WS-REMIT-DATE TO AY-LAST-REMIT-DATE.
045800     MOVE 'COLLECTED - PAYMENT RELEASED' TO DL-DISPOSITION.
045900     IF AY-PLACED
046000           AND AY-COLLECTED-TOTAL NOT < AY-PLACED-BALANCE
046100        MOVE 'F' TO AY-PLACEMENT-STATUS
046200        MOVE WS-REMIT-DATE TO AY-CLOSED-DATE
046300        ADD 1 TO WS-PAID-FULL-COUNT
046400        MOVE 'COLLECTED - PAID IN FULL' TO DL-DISPOSITION
046500     END-IF.
046600     REWRITE AGENCY-PLACEMENT-RECORD.
046700     PERFORM WRITE-REGISTER-LINE.
046800******************************************************************
046900 EXCEPT-COLLECTION.
047000     ADD 1 TO WS-EXCEPTION-COUNT.
047100     ADD AM-COLLECTED-AMOUNT TO WS-EXCEPTION-TOTAL.
047200     MOVE SPACES TO SUSPENSE-RECORD.
047300     MOVE 'FINAGR01' TO SUSP-SOURCE-PROGRAM.
047400     MOVE 'AGYN' TO SUSP-REASON-CODE.
047500     MOVE BD-BUSINESS-DATE TO SUSP-DATE.
047600     MOVE AGENCY-REMITTANCE-RECORD TO SUSP-INPUT-RECORD.
047700     WRITE SUSPENSE-RECORD.
047800     MOVE 'NOT PLACED - TO EXCEPTIONS' TO DL-DISPOSITION.
047900     PERFORM WRITE-REGISTER-LINE.
048000******************************************************************
      * A RETURNED OR RECALLED PLACEMENT IS CLOSED AND THE ACCOUNT IS
      * LISTED FOR WRITE-OFF REVIEW. NOTHING IS WRITTEN OFF HERE --
      * THAT STAYS WITH FINWOF01 AND ITS APPROVAL STEP.
      ******************************************************************
048100 CLOSE-RETURNED-PLACEMENT.
048200     MOVE AM-ITEM-TYPE TO AY-PLACEMENT-STATUS.
048300     MOVE WS-ITEM-DATE TO AY-CLOSED-DATE.
048400     MOVE WS-REMIT-DATE TO AY-LAST-REMIT-DATE.
048500     MOVE AM-RETURN-REASON TO AY-RETURN-REASON.
048600     REWRITE AGENCY-PLACEMENT-RECORD.
048700     MOVE SPACES TO REVIEW-DETAIL-LINE.
048800     IF AM-UNCOLLECTABLE
048900        ADD 1 TO WS-RETURNED-COUNT
049000        MOVE 'UNCOLLECTABLE' TO RVL-RETURN-TYPE
049100        MOVE 'RETURNED UNCOLLECTABLE' TO DL-DISPOSITION
049200     ELSE
049300        ADD 1 TO WS-RECALLED-COUNT
049400        MOVE 'RECALLED' TO RVL-RETURN-TYPE
049500        MOVE 'RECALLED FROM AGENCY' TO DL-DISPOSITION
049600     END-IF.
049700     PERFORM WRITE-REGISTER-LINE.
049800     MOVE AY-ACCOUNT-NUMBER TO RVL-ACCOUNT.
049900     MOVE AY-PLACED-DATE TO RVL-PLACED-DATE.
050000     MOVE AY-PLACED-BALANCE TO RVL-PLACED.
050100     MOVE AY-COLLECTED-TOTAL TO RVL-COLLECTED.
050200     MOVE AY-RETURN-REASON TO RVL-REASON.
050300     MOVE ZERO TO WS-REVIEW-BALANCE.
050400     MOVE AY-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
050500     READ MASTER-FILE
050600         INVALID KEY
050700            MOVE SPACES TO RVL-NAME
050800         NOT INVALID KEY
050900            MOVE MSTR-NAME TO RVL-NAME
051000            COMPUTE WS-REVIEW-BALANCE =
051100                MSTR-AMOUNT-1 + MSTR-AMOUNT-2
051200     END-READ.
051300     MOVE WS-REVIEW-BALANCE TO RVL-BALANCE.
051400     MOVE AY-ACCOUNT-NUMBER TO NA-ACCOUNT-NUMBER.
051500     READ NAME-ADDRESS-FILE
051600         INVALID KEY
051700            CONTINUE
051800         NOT INVALID KEY
051900            MOVE NA-NAME TO RVL-NAME
052000     END-READ.
052100     PERFORM WRITE-REVIEW-LINE.
052200******************************************************************
      * ONE VOUCHER, BATCH 1: THE HEADER, A DEBIT TO COLLECTION
      * COMMISSION AND A CREDIT TO AR CLEARING FOR THE COMMISSION
      * WITHHELD, AND THE TRAILER. NO COMMISSION MEANS NO VOUCHER.
      ******************************************************************
052300 WRITE-COMMISSION-VOUCHER.
052400     IF WS-COMMISSION-TOTAL = ZERO
052500        GO TO WRITE-COMMISSION-VOUCHER-EXIT
052600     END-IF.
052700     MOVE SPACES TO VOUCHER-RECORD.
052800     MOVE 'H' TO JV-REC-TYPE.
052900     MOVE 1 TO JV-BATCH-NUMBER.
053000     MOVE ZERO TO JV-ACCOUNT-NUMBER.
053100     MOVE WS-AGENCY-REF-CODE TO JV-REFERENCE-CODE.
053200     MOVE SPACE TO JV-DRCR-CODE.
053300     MOVE ZERO TO JV-AMOUNT.
053400     MOVE WS-REMIT-DATE TO JV-POSTING-DATE.
053500     WRITE VOUCHER-RECORD.
053600     MOVE 'D' TO JV-REC-TYPE.
053700     MOVE 'D' TO JV-DRCR-CODE.
053800     MOVE WS-COMMISSION-ACCOUNT TO JV-ACCOUNT-NUMBER.
053900     MOVE WS-COMMISSION-TOTAL TO JV-AMOUNT.
054000     WRITE VOUCHER-RECORD.
054100     MOVE 'C' TO JV-DRCR-CODE.
054200     MOVE WS-AR-CONTROL-ACCOUNT TO JV-ACCOUNT-NUMBER.
054300     WRITE VOUCHER-RECORD.
054400     MOVE 2 TO WS-LINE-COUNT.
054500     MOVE SPACES TO VOUCHER-RECORD.
054600     MOVE 'T' TO JV-REC-TYPE.
054700     MOVE 1 TO JV-BATCH-NUMBER.
054800     MOVE WS-LINE-COUNT TO JV-TRL-LINE-COUNT.
054900     MOVE WS-COMMISSION-TOTAL TO JV-TRL-DEBIT-TOTAL.
055000     MOVE WS-COMMISSION-TOTAL TO JV-TRL-CREDIT-TOTAL.
055100     WRITE VOUCHER-RECORD.
055200 WRITE-COMMISSION-VOUCHER-EXIT.
055300     EXIT.
055400******************************************************************
055500 WRITE-PAYMENT-HEADER.
055600     MOVE SPACES TO PAYMENT-RECORD.
055700     MOVE 'H' TO PMT-REC-TYPE.
055800     MOVE BD-BUSINESS-DATE TO PMT-HDR-RUN-DATE.
055900     WRITE PAYMENT-RECORD.
056000******************************************************************
056100 WRITE-PAYMENT-TRAILER.
056200     MOVE SPACES TO PAYMENT-RECORD.
056300     MOVE 'T' TO PMT-REC-TYPE.
056400     MOVE WS-POSTED-COUNT TO PMT-TRL-COUNT.
056500     MOVE WS-POSTED-TOTAL TO PMT-TRL-TOTAL.
056600     WRITE PAYMENT-RECORD.
056700******************************************************************
056800 WRITE-REGISTER-LINE.
056900     IF LINES-WRITTEN >= WS-PAGE-SIZE
057000        PERFORM WRITE-HEADER
057100        MOVE 2 TO LINE-SPACING
057200     END-IF.
057300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057400     MOVE DATA-LINE TO OUTPUT-LINE.
057500     WRITE OUTPUT-RECORD.
057600     ADD 1 TO LINES-WRITTEN.
057700     MOVE 1 TO LINE-SPACING.
057800******************************************************************
057900 WRITE-REGISTER-TOTALS.
058000     MOVE 3 TO LINE-SPACING.
058100     MOVE 'REMITTANCE DETAILS        - ' TO RGT-TAG.
058200     MOVE WS-DETAIL-COUNT TO RGT-COUNT.
058300     MOVE WS-DETAIL-COLLECTED TO RGT-AMOUNT.
058400     PERFORM WRITE-ONE-TOTAL-LINE.
058500     MOVE 'COLLECTIONS RELEASED      - ' TO RGT-TAG.
058600     MOVE WS-POSTED-COUNT TO RGT-COUNT.
058700     MOVE WS-POSTED-TOTAL TO RGT-AMOUNT.
058800     PERFORM WRITE-ONE-TOTAL-LINE.
058900     MOVE 'COMMISSION VOUCHERED      - ' TO RGT-TAG.
059000     MOVE WS-POSTED-COUNT TO RGT-COUNT.
059100     MOVE WS-COMMISSION-TOTAL TO RGT-AMOUNT.
059200     PERFORM WRITE-ONE-TOTAL-LINE.
059300     MOVE 'COLLECTIONS EXCEPTED      - ' TO RGT-TAG.
059400     MOVE WS-EXCEPTION-COUNT TO RGT-COUNT.
059500     MOVE WS-EXCEPTION-TOTAL TO RGT-AMOUNT.
059600     PERFORM WRITE-ONE-TOTAL-LINE.
059700     MOVE ZERO TO RGT-AMOUNT.
059800     MOVE 'PLACEMENTS PAID IN FULL   - ' TO RGT-TAG.
059900     MOVE WS-PAID-FULL-COUNT TO RGT-COUNT.
060000     PERFORM WRITE-ONE-TOTAL-LINE.
060100     MOVE 'RETURNED UNCOLLECTABLE    - ' TO RGT-TAG.
060200     MOVE WS-RETURNED-COUNT TO RGT-COUNT.
060300     PERFORM WRITE-ONE-TOTAL-LINE.
060400     MOVE 'RECALLED FROM AGENCY      - ' TO RGT-TAG.
060500     MOVE WS-RECALLED-COUNT TO RGT-COUNT.
060600     PERFORM WRITE-ONE-TOTAL-LINE.
060700     MOVE 'CONTROL ERRORS            - ' TO RGT-TAG.
060800     MOVE WS-CONTROL-ERRORS TO RGT-COUNT.
060900     PERFORM WRITE-ONE-TOTAL-LINE.
061000******************************************************************
061100 WRITE-ONE-TOTAL-LINE.
061200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
061300     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
061400     WRITE OUTPUT-RECORD.
061500     ADD 1 TO LINES-WRITTEN.
061600     MOVE 1 TO LINE-SPACING.
061700******************************************************************
061800 WRITE-HEADER.
061900     MOVE ZERO TO LINES-WRITTEN.
062000     ACCEPT HDR-PRT-DATE FROM DATE.
062100     ACCEPT HDR-PRT-TIME FROM TIME.
062200     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
062300     ADD 1 TO PAGE-COUNT
062400     MOVE '   COLLECTION AGENCY RETURNS   '   TO REPORT-TITLE.
062500     MOVE PAGE-COUNT TO PAGE-NUMBER.
062600     MOVE HEADER-RECORD TO OUTPUT-LINE.
062700     WRITE OUTPUT-RECORD.
062800     MOVE 1 TO LINE-SPACING.
062900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063000     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
063100     WRITE OUTPUT-RECORD.
063200     ADD 1 TO LINES-WRITTEN.
063300******************************************************************
063400 WRITE-REVIEW-LINE.
063500     IF REVIEW-LINES >= WS-PAGE-SIZE
063600        PERFORM WRITE-REVIEW-HEADER
063700        MOVE 2 TO LINE-SPACING
063800     END-IF.
063900     MOVE LINE-SPACING TO RVW-CARRIAGE-CONTROL.
064000     MOVE REVIEW-DETAIL-LINE TO RVW-LINE.
064100     WRITE REVIEW-RECORD.
064200     ADD 1 TO REVIEW-LINES.
064300     MOVE 1 TO LINE-SPACING.
064400******************************************************************
064500 WRITE-REVIEW-HEADER.
064600     MOVE ZERO TO REVIEW-LINES.
064700     ACCEPT HDR-PRT-DATE FROM DATE.
064800     ACCEPT HDR-PRT-TIME FROM TIME.
064900     MOVE PAGE-SPACING TO RVW-CARRIAGE-CONTROL.
065000     ADD 1 TO REVIEW-PAGE-COUNT
065100     MOVE '   AGENCY RETURNS - WRITE-OFF  '   TO REPORT-TITLE.
065200     MOVE REVIEW-PAGE-COUNT TO PAGE-NUMBER.
065300     MOVE HEADER-RECORD TO RVW-LINE.
065400     WRITE REVIEW-RECORD.
065500     MOVE 1 TO LINE-SPACING.
065600     MOVE LINE-SPACING TO RVW-CARRIAGE-CONTROL.
065700     MOVE REVIEW-HEADING-LINE TO RVW-LINE.
065800     WRITE REVIEW-RECORD.
065900     ADD 1 TO REVIEW-LINES.
