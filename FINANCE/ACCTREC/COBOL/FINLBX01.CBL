000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINLBX01.
      ******************************************************************
      * FINLBX01 -- LOCKBOX FRONT END FOR CASH APPLICATION. READS THE
      *             BANK'S LOCKBOX RECEIPTS FILE IN BAI2 FORMAT (COMMA-
      *             DELIMITED RECORDS ENDED BY '/', 88 CONTINUATIONS)
      *             AND BUILDS THE H/D/T PAYMENTS FILE FINCSH01 READS
      *             (SEE PAYMENT), SO THE RECEIPTS ARE NO LONGER
      *             RE-KEYED.
      *             THE FILE IS READ TWICE. THE FIRST PASS PROVES EVERY
      *             ACCOUNT (49), GROUP (98) AND FILE (99) TRAILER --
      *             CONTROL TOTAL, ACCOUNT/GROUP COUNT AND RECORD
      *             COUNT -- AND THE RECORD NESTING. AN OUT-OF-BALANCE
      *             OR BROKEN FILE RELEASES NO PAYMENTS: AN EMPTY
      *             ENVELOPE IS WRITTEN AND THE RUN ENDS RETURN-CODE 8,
      *             THE SAME WAY FINCSH01 FAILS A BAD PAYMENT TRAILER.
      *             THE SECOND PASS CONVERTS EACH CREDIT (TYPE CODE
      *             100-399) 16 DETAIL ON A LOCKBOX ACCOUNT:
      *               CUSTOMER REFERENCE -> PMT-ACCOUNT-NUMBER
      *               TEXT (BANK REFERENCE WHEN NO TEXT)
      *                                  -> PMT-REFERENCE
      *               GROUP AS-OF DATE   -> PMT-DATE
      *             AN ITEM WITH NO USABLE ACCOUNT NUMBER (BLANK, NOT
      *             NUMERIC, TOO LONG OR ZERO -- REASON LBXA), ONE THAT
      *             FAILS THE FINCKD01 CHECK DIGIT (CHKD), A NON-NUMERIC
      *             AMOUNT (NNUM) OR A NON-CREDIT OR OUT-OF-RANGE ITEM
      *             (EDIT) GOES TO THE LOCKBOX EXCEPTION FILE IN THE
      *             COMMON SUSPREC FORMAT, CARRYING THE ORIGINAL 16
      *             RECORD, FOR THE CASH DESK TO KEY BY HAND. ANY
      *             EXCEPTION ENDS RETURN-CODE 4.
      *             THE REGISTER LISTS EVERY ITEM'S DISPOSITION AND
      *             PROVES LOCKBOX ITEMS = CONVERTED + EXCEPTIONS.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-16  TS   INITIAL VERSION.
      * 2026-10-15  TS   RECORD-CODE DISPATCH AND THE FUNDS-TYPE SKIP
      *                  ARE DONE BY NESTED IFS.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT LOCKBOX-FILE ASSIGN U-T-LOCKBX.
000800     SELECT PAYMENT-FILE ASSIGN U-T-PAYMNT.
000900     SELECT EXCEPTION-FILE ASSIGN U-T-LBXSUS.
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
002000 FD LOCKBOX-FILE
002100     LABEL RECORDS ARE STANDARD
002200     RECORD CONTAINS 80 CHARACTERS
002300     DATA RECORD IS LOCKBOX-RECORD.
002400   01 LOCKBOX-RECORD.
002500     02 LBX-RECORD-CODE        PIC X(02).
002600        88  LBX-CONTINUATION   VALUE '88'.
002700     02 FILLER                 PIC X(78).
002800 FD PAYMENT-FILE
002900     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 80 CHARACTERS
003100     DATA RECORD IS PAYMENT-RECORD.
003200 COPY PAYMENT.
003300 FD EXCEPTION-FILE
003400     LABEL RECORDS ARE STANDARD
003500     RECORD CONTAINS 100 CHARACTERS
003600     DATA RECORD IS SUSPENSE-RECORD.
003700 COPY SUSPREC.
      ******************************************************************
003800 WORKING-STORAGE SECTION.
003900 COPY HEADER1.
004000 01  PROGRAM-WORK-FIELDS.
004100     02  INPUT-SWITCH      PIC X(3).
004200         88  END-OF-FILE   VALUE 'EOF'.
004300     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
004400     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
004500     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004600     02  PASS-SWITCH       PIC X(8)  VALUE SPACES.
004700         88  VALIDATE-PASS VALUE 'VALIDATE'.
004800         88  CONVERT-PASS  VALUE 'CONVERT '.
004900     02  FILE-SWITCH       PIC X(3)  VALUE 'OK '.
005000         88  BAI-FILE-BAD  VALUE 'BAD'.
005100     02  HEADER-SWITCH     PIC X(3)  VALUE 'NO '.
005200         88  FILE-HEADER-SEEN VALUE 'YES'.
005300     02  TRAILER-SWITCH    PIC X(3)  VALUE 'NO '.
005400         88  FILE-TRAILER-SEEN VALUE 'YES'.
005500     02  GROUP-SWITCH      PIC X(3)  VALUE 'NO '.
005600         88  GROUP-OPEN    VALUE 'YES'.
005700     02  ACCOUNT-SWITCH    PIC X(3)  VALUE 'NO '.
005800         88  ACCOUNT-OPEN  VALUE 'YES'.
005900     02  ITEM-AMOUNT-SWITCH PIC X(3) VALUE 'NO '.
006000         88  ITEM-AMOUNT-OK VALUE 'YES'.
006100     02  WS-PHYSICAL-COUNT PIC 9(3)  VALUE ZERO.
006200     02  WS-FIELD-COUNT    PIC 9(3)  VALUE ZERO.
006300     02  WS-FIELD-SUB      PIC 9(3)  VALUE ZERO.
006400     02  WS-SCAN-POINTER   PIC 9(3)  VALUE ZERO.
006500     02  WS-DELIMITER      PIC X(1)  VALUE SPACE.
006600     02  WS-FILE-RECORDS   PIC 9(7)  VALUE ZERO.
006700     02  WS-GROUP-RECORDS  PIC 9(7)  VALUE ZERO.
006800     02  WS-ACCOUNT-RECORDS PIC 9(7) VALUE ZERO.
006900     02  WS-FILE-GROUPS    PIC 9(7)  VALUE ZERO.
007000     02  WS-GROUP-ACCOUNTS PIC 9(7)  VALUE ZERO.
007100     02  WS-FILE-AMOUNT    PIC S9(15)V99 VALUE ZERO.
007200     02  WS-GROUP-AMOUNT   PIC S9(15)V99 VALUE ZERO.
007300     02  WS-ACCOUNT-AMOUNT PIC S9(15)V99 VALUE ZERO.
007400     02  WS-COMPUTED-AMOUNT PIC S9(15)V99 VALUE ZERO.
007500     02  WS-COMPUTED-COUNT PIC 9(7)  VALUE ZERO.
007600     02  WS-COUNT-LABEL    PIC X(24) VALUE SPACES.
007700     02  WS-LOCKBOX-ACCOUNT PIC X(20) VALUE SPACES.
007800     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
008000     02  WS-ITEM-AMOUNT    PIC S9(15)V99 VALUE ZERO.
008100     02  WS-BANK-REFERENCE PIC X(20) VALUE SPACES.
008200     02  WS-CUSTOMER-REFERENCE PIC X(20) VALUE SPACES.
008300     02  WS-ITEM-TEXT      PIC X(20) VALUE SPACES.
008400     02  WS-ITEM-TYPE-TEXT PIC X(20) VALUE SPACES.
008500     02  WS-ITEM-COUNT     PIC 9(7)  VALUE ZERO.
008600     02  WS-ITEM-TOTAL     PIC S9(13)V99 VALUE ZERO.
008700     02  WS-CONVERTED-COUNT PIC 9(7) VALUE ZERO.
008800     02  WS-CONVERTED-TOTAL PIC 9(13)V99 VALUE ZERO.
008900     02  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
009000     02  WS-EXCEPTION-TOTAL PIC S9(13)V99 VALUE ZERO.
009100     02  WS-CONTROL-ERRORS PIC 9(5)  VALUE ZERO.
009200     02  WS-EXCEPTION-REASON PIC X(4) VALUE SPACES.
009300     02  WS-EDIT-AMOUNT    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
009400     02  WS-EDIT-COUNT     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      *
      * A BAI2 FIELD IS TURNED INTO A NUMBER HERE -- OPTIONAL LEADING
      * SIGN, DIGITS ONLY, THE LAST TWO DIGITS BEING CENTS WHEN THE
      * FIELD IS AN AMOUNT.
      *
009500 01  CONVERT-WORK-FIELDS.
009600     02  WS-CONVERT-FIELD  PIC X(20) VALUE SPACES.
009700     02  WS-CONVERT-DIGITS PIC X(20) VALUE SPACES.
009800     02  WS-CONVERT-SIGN   PIC X(1)  VALUE SPACE.
009900     02  WS-CONVERT-LENGTH PIC 9(3)  VALUE ZERO.
010000     02  WS-CONVERT-INTEGER PIC 9(17) VALUE ZERO.
010100     02  WS-CONVERT-VALUE  PIC S9(15)V99 VALUE ZERO.
010200     02  CONVERT-SWITCH    PIC X(3)  VALUE 'NO '.
010300         88  CONVERT-OK    VALUE 'YES'.
      *
      * ONE LOGICAL BAI2 RECORD (THE RECORD PLUS ANY 88 CONTINUATIONS)
      * SPLIT INTO ITS FIELDS. THE FIRST PHYSICAL RECORD IS KEPT WHOLE
      * FOR THE EXCEPTION FILE.
      *
010400 01  BAI-FIELD-TABLE.
010500     02  BAI-FIELD         PIC X(20) OCCURS 64 TIMES.
010600 01  BAI-FIRST-PHYSICAL    PIC X(80) VALUE SPACES.
010700 COPY PAGING.
010800 COPY FINBDC01.
010900 COPY FINCKC01.
011000 01  DATA-LINE.
011100     02  FILLER                PIC X(2).
011200     02  DL-LOCKBOX-ACCOUNT    PIC X(12).
011300     02  FILLER                PIC X(2).
011400     02  DL-BANK-REFERENCE     PIC X(12).
011500     02  FILLER                PIC X(2).
011600     02  DL-CUSTOMER-REFERENCE PIC X(12).
011700     02  FILLER                PIC X(2).
011800     02  DL-ACCOUNT            PIC X(8).
011900     02  FILLER                PIC X(2).
012000     02  DL-REFERENCE          PIC X(10).
012100     02  FILLER                PIC X(2).
012200     02  DL-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.
012300     02  FILLER                PIC X(2).
012400     02  DL-DISPOSITION        PIC X(30).
012500     02  FILLER                PIC X(20).
012600 01  CONTROL-ERROR-LINE.
012700     02  FILLER                PIC X(2).
012800     02  CTL-LEVEL             PIC X(8).
012900     02  FILLER                PIC X(2).
013000     02  CTL-KEY               PIC X(20).
013100     02  FILLER                PIC X(2).
013200     02  CTL-TEXT              PIC X(24).
013300     02  FILLER                PIC X(2).
013400     02  CTL-TRAILER-VALUE     PIC X(19).
013500     02  FILLER                PIC X(2).
013600     02  CTL-COMPUTED-VALUE    PIC X(19).
013700     02  FILLER                PIC X(32).
013800 01  REGISTER-TOTAL-LINE.
013900     02  FILLER                PIC X(2).
014000     02  RGT-TAG               PIC X(22).
014100     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
014200     02  FILLER                PIC X(4).
014300     02  RGT-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
014400     02  FILLER                PIC X(76).
014500 01  COLUMN-HEADING-LINE.
014600     02  FILLER                PIC X(2).
014700     02  FILLER                PIC X(12) VALUE 'LOCKBOX ACCT'.
014800     02  FILLER                PIC X(2).
014900     02  FILLER                PIC X(12) VALUE 'BANK REF'.
015000     02  FILLER                PIC X(2).
015100     02  FILLER                PIC X(12) VALUE 'CUSTOMER REF'.
015200     02  FILLER                PIC X(2).
015300     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
015400     02  FILLER                PIC X(2).
015500     02  FILLER                PIC X(10) VALUE 'REFERENCE'.
015600     02  FILLER                PIC X(2).
015700     02  FILLER                PIC X(14) VALUE '        AMOUNT'.
015800     02  FILLER                PIC X(2).
015900     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
016000     02  FILLER                PIC X(20).
016100******************************************************************
016200 PROCEDURE DIVISION.
016300     DISPLAY 'FINLBX01 - LOCKBOX CONVERSION STARTING'.
016400     MOVE ZERO TO BD-REQUEST-DATE.
016500     CALL 'FINBDT01' USING FINBDC01-RECORD.
016600     OPEN OUTPUT REPORT-FILE
016700                 PAYMENT-FILE
016800                 EXCEPTION-FILE.
016900     PERFORM WRITE-HEADER.
017000     MOVE 'VALIDATE' TO PASS-SWITCH.
017100     PERFORM READ-LOCKBOX-FILE.
017200     PERFORM WRITE-PAYMENT-HEADER.
017300     IF BAI-FILE-BAD
017400        DISPLAY 'FINLBX01 - LOCKBOX FILE FAILED ITS CONTROLS - '
017500            'NO PAYMENTS RELEASED'
017600     ELSE
017700        MOVE 'CONVERT ' TO PASS-SWITCH
017800        PERFORM READ-LOCKBOX-FILE
017900     END-IF.
018000     PERFORM WRITE-PAYMENT-TRAILER.
018100     PERFORM WRITE-REGISTER-TOTALS.
018200     CLOSE PAYMENT-FILE EXCEPTION-FILE REPORT-FILE.
018300     DISPLAY 'FINLBX01 - LOCKBOX ITEMS:     ' WS-ITEM-COUNT.
018400     DISPLAY 'FINLBX01 - ITEMS CONVERTED:   ' WS-CONVERTED-COUNT.
018500     DISPLAY 'FINLBX01 - ITEMS EXCEPTED:    ' WS-EXCEPTION-COUNT.
018600     DISPLAY 'FINLBX01 - CONTROL ERRORS:    ' WS-CONTROL-ERRORS.
018700     IF BAI-FILE-BAD
018800        MOVE 8 TO RETURN-CODE
018900     ELSE
019000        IF WS-EXCEPTION-COUNT > ZERO
019100           MOVE 4 TO RETURN-CODE
019200        END-IF
019300     END-IF.
019400     GOBACK.
      ******************************************************************
      * ONE PASS OF THE LOCKBOX FILE. THE NESTING AND TRAILER TOTALS
      * ARE RE-ACCUMULATED ON BOTH PASSES; ONLY THE VALIDATE PASS
      * REPORTS THEM AND ONLY THE CONVERT PASS WRITES PAYMENTS.
      ******************************************************************
019500 READ-LOCKBOX-FILE.
019600     MOVE SPACES TO INPUT-SWITCH.
019700     MOVE 'NO ' TO HEADER-SWITCH TRAILER-SWITCH
019800                   GROUP-SWITCH ACCOUNT-SWITCH.
019900     MOVE ZERO TO WS-FILE-RECORDS WS-FILE-GROUPS WS-FILE-AMOUNT.
020000     OPEN INPUT LOCKBOX-FILE.
020100     PERFORM GET-PHYSICAL-RECORD.
020200     IF END-OF-FILE
020300        MOVE 'FILE' TO CTL-LEVEL
020400        MOVE SPACES TO CTL-KEY
020500        MOVE 'LOCKBOX FILE IS EMPTY' TO CTL-TEXT
020600        PERFORM REPORT-STRUCTURE-ERROR
020700     END-IF.
020800     PERFORM LOGICAL-RECORD-AND-READ
020900        UNTIL END-OF-FILE.
021000     IF FILE-HEADER-SEEN
021100           AND NOT FILE-TRAILER-SEEN
021200        MOVE 'FILE' TO CTL-LEVEL
021300        MOVE SPACES TO CTL-KEY
021400        MOVE 'NO 99 FILE TRAILER' TO CTL-TEXT
021500        PERFORM REPORT-STRUCTURE-ERROR
021600     END-IF.
021700     CLOSE LOCKBOX-FILE.
      ******************************************************************
021800 GET-PHYSICAL-RECORD.
021900     READ LOCKBOX-FILE AT END
022000         MOVE 'EOF' TO INPUT-SWITCH.
      ******************************************************************
      * GATHER ONE LOGICAL RECORD -- SPLIT THE RECORD IN HAND, THEN
      * READ AHEAD, FOLDING IN EACH 88 CONTINUATION, SO THE NEXT
      * RECORD IS ALREADY IN THE BUFFER WHEN THIS ONE IS PROCESSED.
      ******************************************************************
022100 LOGICAL-RECORD-AND-READ.
022200     MOVE SPACES TO BAI-FIELD-TABLE.
022300     MOVE LOCKBOX-RECORD TO BAI-FIRST-PHYSICAL.
022400     MOVE ZERO TO WS-FIELD-COUNT.
022500     MOVE 1 TO WS-PHYSICAL-COUNT.
022600     MOVE 1 TO WS-SCAN-POINTER.
022700     PERFORM SPLIT-PHYSICAL-RECORD.
022800     PERFORM GET-PHYSICAL-RECORD.
022900     PERFORM APPEND-CONTINUATION
023000        UNTIL END-OF-FILE
023100           OR NOT LBX-CONTINUATION.
023200     PERFORM PROCESS-LOGICAL-RECORD
023300        THRU PROCESS-LOGICAL-RECORD-EXIT.
      ******************************************************************
023400 APPEND-CONTINUATION.
023500     ADD 1 TO WS-PHYSICAL-COUNT.
023600     MOVE 4 TO WS-SCAN-POINTER.
023700     PERFORM SPLIT-PHYSICAL-RECORD.
023800     PERFORM GET-PHYSICAL-RECORD.
      ******************************************************************
023900 SPLIT-PHYSICAL-RECORD.
024000     MOVE SPACE TO WS-DELIMITER.
024100     PERFORM SPLIT-ONE-FIELD
024200        UNTIL WS-DELIMITER = '/'
024300           OR WS-SCAN-POINTER > 80
024400           OR WS-FIELD-COUNT = 60.
      ******************************************************************
024500 SPLIT-ONE-FIELD.
024600     ADD 1 TO WS-FIELD-COUNT.
024700     MOVE SPACE TO WS-DELIMITER.
024800     UNSTRING LOCKBOX-RECORD
024900         DELIMITED BY ',' OR '/'
025000         INTO BAI-FIELD (WS-FIELD-COUNT)
025100              DELIMITER IN WS-DELIMITER
025200         WITH POINTER WS-SCAN-POINTER
025300     END-UNSTRING.
      ******************************************************************
025400 PROCESS-LOGICAL-RECORD.
025500     ADD WS-PHYSICAL-COUNT TO WS-FILE-RECORDS.
025600     IF GROUP-OPEN
025700        ADD WS-PHYSICAL-COUNT TO WS-GROUP-RECORDS
025800     END-IF.
025900     IF ACCOUNT-OPEN
026000        ADD WS-PHYSICAL-COUNT TO WS-ACCOUNT-RECORDS
026100     END-IF.
026200     MOVE 'FILE' TO CTL-LEVEL.
026300     MOVE BAI-FIRST-PHYSICAL TO CTL-KEY.
026400     IF FILE-TRAILER-SEEN
026500        MOVE 'RECORD AFTER 99 TRAILER' TO CTL-TEXT
026600        PERFORM REPORT-STRUCTURE-ERROR
026700        GO TO PROCESS-LOGICAL-RECORD-EXIT
026800     END-IF.
026900     IF NOT FILE-HEADER-SEEN
027000           AND BAI-FIELD (1) NOT = '01'
027100        MOVE 'FIRST RECORD IS NOT 01' TO CTL-TEXT
027200        PERFORM REPORT-STRUCTURE-ERROR
027300        MOVE 'YES' TO HEADER-SWITCH
027400     END-IF.
027500     IF BAI-FIELD (1) = '01'
027564        PERFORM PROCESS-FILE-HEADER
027628     ELSE
027692        IF BAI-FIELD (1) = '02'
027756           PERFORM PROCESS-GROUP-HEADER
027820        ELSE
027884           IF BAI-FIELD (1) = '03'
027948              PERFORM PROCESS-ACCOUNT-HEADER
028012           ELSE
028076              IF BAI-FIELD (1) = '16'
028140                 PERFORM PROCESS-TRANSACTION-DETAIL
028204                    THRU PROCESS-TRANSACTION-DETAIL-EXIT
028268              ELSE
028332                 IF BAI-FIELD (1) = '49'
028396                    PERFORM PROCESS-ACCOUNT-TRAILER
028460                       THRU PROCESS-ACCOUNT-TRAILER-EXIT
028524                 ELSE
028588                    IF BAI-FIELD (1) = '98'
028652                       PERFORM PROCESS-GROUP-TRAILER
028716                          THRU PROCESS-GROUP-TRAILER-EXIT
028780                    ELSE
028844                       IF BAI-FIELD (1) = '99'
028908                          PERFORM PROCESS-FILE-TRAILER
028972                       ELSE
029036                          MOVE 'UNKNOWN RECORD CODE'
029100                              TO CTL-TEXT
029164                          PERFORM REPORT-STRUCTURE-ERROR
029228                       END-IF
029292                    END-IF
029356                 END-IF
029420              END-IF
029484           END-IF
029548        END-IF
029612     END-IF.
029700 PROCESS-LOGICAL-RECORD-EXIT.
029800     EXIT.
      ******************************************************************
029900 PROCESS-FILE-HEADER.
030000     IF FILE-HEADER-SEEN
030100        MOVE 'SECOND 01 FILE HEADER' TO CTL-TEXT
030200        PERFORM REPORT-STRUCTURE-ERROR
030300     END-IF.
030400     MOVE 'YES' TO HEADER-SWITCH.
      ******************************************************************
      * 02 -- ULTIMATE RECEIVER, ORIGINATOR, GROUP STATUS, AS-OF DATE
      * (YYMMDD). THE AS-OF DATE BECOMES THE PAYMENT DATE OF EVERY
      * ITEM IN THE GROUP; THE BUSINESS DATE STANDS IN IF IT IS BAD.
      ******************************************************************
030500 PROCESS-GROUP-HEADER.
030600     IF GROUP-OPEN
030700        MOVE 'GROUP' TO CTL-LEVEL
030800        MOVE '02 BEFORE 98 TRAILER' TO CTL-TEXT
030900        PERFORM REPORT-STRUCTURE-ERROR
031000     END-IF.
031100     MOVE 'YES' TO GROUP-SWITCH.
031200     MOVE 'NO ' TO ACCOUNT-SWITCH.
031300     MOVE WS-PHYSICAL-COUNT TO WS-GROUP-RECORDS.
031400     MOVE ZERO TO WS-GROUP-ACCOUNTS WS-GROUP-AMOUNT.
031500     MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE.
031600     MOVE BAI-FIELD (5) TO WS-CONVERT-FIELD.
031700     PERFORM CONVERT-NUMBER-FIELD
031800        THRU CONVERT-NUMBER-FIELD-EXIT.
031900     IF CONVERT-OK
032000           AND WS-CONVERT-LENGTH = 6
032100           AND WS-CONVERT-SIGN = SPACE
032200        COMPUTE WS-AS-OF-DATE = 20000000 + WS-CONVERT-INTEGER
032300     END-IF.
      ******************************************************************
      * 03 -- LOCKBOX ACCOUNT, CURRENCY, THEN REPEATING SUMMARY SETS
      * (TYPE CODE, AMOUNT, ITEM COUNT, FUNDS TYPE). SUMMARY AMOUNTS
      * ARE PART OF THE ACCOUNT CONTROL TOTAL.
      ******************************************************************
032400 PROCESS-ACCOUNT-HEADER.
032500     MOVE 'ACCOUNT' TO CTL-LEVEL.
032600     IF NOT GROUP-OPEN
032700        MOVE '03 OUTSIDE A GROUP' TO CTL-TEXT
032800        PERFORM REPORT-STRUCTURE-ERROR
032900     END-IF.
033000     IF ACCOUNT-OPEN
033100        MOVE '03 BEFORE 49 TRAILER' TO CTL-TEXT
033200        PERFORM REPORT-STRUCTURE-ERROR
033300     END-IF.
033400     MOVE 'YES' TO ACCOUNT-SWITCH.
033500     MOVE WS-PHYSICAL-COUNT TO WS-ACCOUNT-RECORDS.
033600     MOVE ZERO TO WS-ACCOUNT-AMOUNT.
033700     MOVE BAI-FIELD (2) TO WS-LOCKBOX-ACCOUNT.
033800     MOVE 4 TO WS-FIELD-SUB.
033900     PERFORM ADD-ACCOUNT-SUMMARY
034000        UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
034100           OR BAI-FIELD (WS-FIELD-SUB) = SPACES.
      ******************************************************************
034200 ADD-ACCOUNT-SUMMARY.
034300     MOVE BAI-FIELD (WS-FIELD-SUB + 1) TO WS-CONVERT-FIELD.
034400     PERFORM CONVERT-NUMBER-FIELD
034500        THRU CONVERT-NUMBER-FIELD-EXIT.
034600     IF CONVERT-OK
034700        ADD WS-CONVERT-VALUE TO WS-ACCOUNT-AMOUNT
034800     END-IF.
034900     ADD 3 TO WS-FIELD-SUB.
035000     PERFORM SKIP-FUNDS-TYPE.
      ******************************************************************
      * STEP WS-FIELD-SUB PAST A FUNDS TYPE AND ANY AVAILABILITY
      * FIELDS THAT GO WITH IT -- S CARRIES THREE AMOUNTS, V A DATE
      * AND TIME, D A COUNT AND THAT MANY DAYS/AMOUNT PAIRS.
      ******************************************************************
035100 SKIP-FUNDS-TYPE.
035200     IF BAI-FIELD (WS-FIELD-SUB) = 'S'
035282        ADD 4 TO WS-FIELD-SUB
035364     ELSE
035446        IF BAI-FIELD (WS-FIELD-SUB) = 'V'
035528           ADD 3 TO WS-FIELD-SUB
035610        ELSE
035692           IF BAI-FIELD (WS-FIELD-SUB) = 'D'
035774              MOVE BAI-FIELD (WS-FIELD-SUB + 1)
035856                  TO WS-CONVERT-FIELD
035938              PERFORM CONVERT-NUMBER-FIELD
036020                 THRU CONVERT-NUMBER-FIELD-EXIT
036102              IF CONVERT-OK
036184                    AND WS-CONVERT-INTEGER < 30
036266                 COMPUTE WS-FIELD-SUB =
036348                     WS-FIELD-SUB + 2 + (2 * WS-CONVERT-INTEGER)
036430              ELSE
036512                 ADD 2 TO WS-FIELD-SUB
036594              END-IF
036676           ELSE
036758              ADD 1 TO WS-FIELD-SUB
036840           END-IF
036922        END-IF
037004     END-IF.
037100     IF WS-FIELD-SUB > 61
037200        MOVE 61 TO WS-FIELD-SUB
037300     END-IF.
      ******************************************************************
      * 16 -- TYPE CODE, AMOUNT, FUNDS TYPE, BANK REFERENCE, CUSTOMER
      * REFERENCE, TEXT. EVERY DETAIL COUNTS TOWARD THE ACCOUNT
      * CONTROL TOTAL; ON THE CONVERT PASS EACH ONE IS A LOCKBOX ITEM.
      ******************************************************************
037400 PROCESS-TRANSACTION-DETAIL.
037500     IF NOT ACCOUNT-OPEN
037600        MOVE 'ACCOUNT' TO CTL-LEVEL
037700        MOVE '16 OUTSIDE AN ACCOUNT' TO CTL-TEXT
037800        PERFORM REPORT-STRUCTURE-ERROR
037900        GO TO PROCESS-TRANSACTION-DETAIL-EXIT
038000     END-IF.
038100     MOVE BAI-FIELD (2) TO WS-ITEM-TYPE-TEXT.
038200     MOVE BAI-FIELD (3) TO WS-CONVERT-FIELD.
038300     PERFORM CONVERT-NUMBER-FIELD
038400        THRU CONVERT-NUMBER-FIELD-EXIT.
038500     MOVE CONVERT-SWITCH TO ITEM-AMOUNT-SWITCH.
038600     MOVE ZERO TO WS-ITEM-AMOUNT.
038700     IF ITEM-AMOUNT-OK
038800        MOVE WS-CONVERT-VALUE TO WS-ITEM-AMOUNT
038900        ADD WS-ITEM-AMOUNT TO WS-ACCOUNT-AMOUNT
039000     END-IF.
039100     MOVE 4 TO WS-FIELD-SUB.
039200     PERFORM SKIP-FUNDS-TYPE.
039300     MOVE BAI-FIELD (WS-FIELD-SUB) TO WS-BANK-REFERENCE.
039400     MOVE BAI-FIELD (WS-FIELD-SUB + 1) TO WS-CUSTOMER-REFERENCE.
039500     MOVE BAI-FIELD (WS-FIELD-SUB + 2) TO WS-ITEM-TEXT.
039600     IF CONVERT-PASS
039700        PERFORM CONVERT-LOCKBOX-ITEM
039800           THRU CONVERT-LOCKBOX-ITEM-EXIT
039900     END-IF.
040000 PROCESS-TRANSACTION-DETAIL-EXIT.
040100     EXIT.
      ******************************************************************
      * 49 -- ACCOUNT CONTROL TOTAL AND RECORD COUNT (03 THROUGH 49).
      ******************************************************************
040200 PROCESS-ACCOUNT-TRAILER.
040300     MOVE 'ACCOUNT' TO CTL-LEVEL.
040400     IF NOT ACCOUNT-OPEN
040500        MOVE '49 WITHOUT AN 03' TO CTL-TEXT
040600        PERFORM REPORT-STRUCTURE-ERROR
040700        GO TO PROCESS-ACCOUNT-TRAILER-EXIT
040800     END-IF.
040900     MOVE WS-LOCKBOX-ACCOUNT TO CTL-KEY.
041000     MOVE 2 TO WS-FIELD-SUB.
041100     MOVE WS-ACCOUNT-AMOUNT TO WS-COMPUTED-AMOUNT.
041200     PERFORM CHECK-TRAILER-AMOUNT.
041300     MOVE 3 TO WS-FIELD-SUB.
041400     MOVE WS-ACCOUNT-RECORDS TO WS-COMPUTED-COUNT.
041500     MOVE 'RECORD COUNT MISMATCH' TO WS-COUNT-LABEL.
041600     PERFORM CHECK-TRAILER-COUNT.
041700     ADD WS-ACCOUNT-AMOUNT TO WS-GROUP-AMOUNT.
041800     ADD 1 TO WS-GROUP-ACCOUNTS.
041900     MOVE 'NO ' TO ACCOUNT-SWITCH.
042000 PROCESS-ACCOUNT-TRAILER-EXIT.
042100     EXIT.
      ******************************************************************
      * 98 -- GROUP CONTROL TOTAL, ACCOUNT COUNT, RECORD COUNT (02
      * THROUGH 98).
      ******************************************************************
042200 PROCESS-GROUP-TRAILER.
042300     MOVE 'GROUP' TO CTL-LEVEL.
042400     IF NOT GROUP-OPEN
042500        MOVE '98 WITHOUT AN 02' TO CTL-TEXT
042600        PERFORM REPORT-STRUCTURE-ERROR
042700        GO TO PROCESS-GROUP-TRAILER-EXIT
042800     END-IF.
042900     IF ACCOUNT-OPEN
043000        MOVE WS-LOCKBOX-ACCOUNT TO CTL-KEY
043100        MOVE '98 BEFORE 49 TRAILER' TO CTL-TEXT
043200        PERFORM REPORT-STRUCTURE-ERROR
043300        MOVE 'NO ' TO ACCOUNT-SWITCH
043400     END-IF.
043500     MOVE SPACES TO CTL-KEY.
043600     MOVE 2 TO WS-FIELD-SUB.
043700     MOVE WS-GROUP-AMOUNT TO WS-COMPUTED-AMOUNT.
043800     PERFORM CHECK-TRAILER-AMOUNT.
043900     MOVE 3 TO WS-FIELD-SUB.
044000     MOVE WS-GROUP-ACCOUNTS TO WS-COMPUTED-COUNT.
044100     MOVE 'ACCOUNT COUNT MISMATCH' TO WS-COUNT-LABEL.
044200     PERFORM CHECK-TRAILER-COUNT.
044300     MOVE 4 TO WS-FIELD-SUB.
044400     MOVE WS-GROUP-RECORDS TO WS-COMPUTED-COUNT.
044500     MOVE 'RECORD COUNT MISMATCH' TO WS-COUNT-LABEL.
044600     PERFORM CHECK-TRAILER-COUNT.
044700     ADD WS-GROUP-AMOUNT TO WS-FILE-AMOUNT.
044800     ADD 1 TO WS-FILE-GROUPS.
044900     MOVE 'NO ' TO GROUP-SWITCH.
045000 PROCESS-GROUP-TRAILER-EXIT.
045100     EXIT.
      ******************************************************************
      * 99 -- FILE CONTROL TOTAL, GROUP COUNT, RECORD COUNT (01
      * THROUGH 99).
      ******************************************************************
045200 PROCESS-FILE-TRAILER.
045300     IF GROUP-OPEN
045400        MOVE '99 BEFORE 98 TRAILER' TO CTL-TEXT
045500        PERFORM REPORT-STRUCTURE-ERROR
045600        MOVE 'NO ' TO GROUP-SWITCH ACCOUNT-SWITCH
045700     END-IF.
045800     MOVE SPACES TO CTL-KEY.
045900     MOVE 2 TO WS-FIELD-SUB.
046000     MOVE WS-FILE-AMOUNT TO WS-COMPUTED-AMOUNT.
046100     PERFORM CHECK-TRAILER-AMOUNT.
046200     MOVE 3 TO WS-FIELD-SUB.
046300     MOVE WS-FILE-GROUPS TO WS-COMPUTED-COUNT.
046400     MOVE 'GROUP COUNT MISMATCH' TO WS-COUNT-LABEL.
046500     PERFORM CHECK-TRAILER-COUNT.
046600     MOVE 4 TO WS-FIELD-SUB.
046700     MOVE WS-FILE-RECORDS TO WS-COMPUTED-COUNT.
046800     MOVE 'RECORD COUNT MISMATCH' TO WS-COUNT-LABEL.
046900     PERFORM CHECK-TRAILER-COUNT.
047000     MOVE 'YES' TO TRAILER-SWITCH.
      ******************************************************************
047100 CHECK-TRAILER-AMOUNT.
047200     MOVE BAI-FIELD (WS-FIELD-SUB) TO WS-CONVERT-FIELD.
047300     PERFORM CONVERT-NUMBER-FIELD
047400        THRU CONVERT-NUMBER-FIELD-EXIT.
047500     IF NOT CONVERT-OK
047600           OR WS-CONVERT-VALUE NOT = WS-COMPUTED-AMOUNT
047700        MOVE 'CONTROL TOTAL MISMATCH' TO CTL-TEXT
047800        MOVE BAI-FIELD (WS-FIELD-SUB) TO CTL-TRAILER-VALUE
047900        IF CONVERT-OK
048000           MOVE WS-CONVERT-VALUE TO WS-EDIT-AMOUNT
048100           MOVE WS-EDIT-AMOUNT TO CTL-TRAILER-VALUE
048200        END-IF
048300        MOVE WS-COMPUTED-AMOUNT TO WS-EDIT-AMOUNT
048400        MOVE WS-EDIT-AMOUNT TO CTL-COMPUTED-VALUE
048500        PERFORM REPORT-CONTROL-ERROR
048600     END-IF.
      ******************************************************************
048700 CHECK-TRAILER-COUNT.
048800     MOVE BAI-FIELD (WS-FIELD-SUB) TO WS-CONVERT-FIELD.
048900     PERFORM CONVERT-NUMBER-FIELD
049000        THRU CONVERT-NUMBER-FIELD-EXIT.
049100     IF NOT CONVERT-OK
049200           OR WS-CONVERT-INTEGER NOT = WS-COMPUTED-COUNT
049300        MOVE WS-COUNT-LABEL TO CTL-TEXT
049400        MOVE BAI-FIELD (WS-FIELD-SUB) TO CTL-TRAILER-VALUE
049500        IF CONVERT-OK
049600           MOVE WS-CONVERT-INTEGER TO WS-EDIT-COUNT
049700           MOVE WS-EDIT-COUNT TO CTL-TRAILER-VALUE
049800        END-IF
049900        MOVE WS-COMPUTED-COUNT TO WS-EDIT-COUNT
050000        MOVE WS-EDIT-COUNT TO CTL-COMPUTED-VALUE
050100        PERFORM REPORT-CONTROL-ERROR
050200     END-IF.
      ******************************************************************
050300 REPORT-STRUCTURE-ERROR.
050400     MOVE SPACES TO CTL-TRAILER-VALUE CTL-COMPUTED-VALUE.
050500     PERFORM REPORT-CONTROL-ERROR.
      ******************************************************************
050600 REPORT-CONTROL-ERROR.
050700     MOVE 'BAD' TO FILE-SWITCH.
050800     IF VALIDATE-PASS
050900        ADD 1 TO WS-CONTROL-ERRORS
051000        DISPLAY 'FINLBX01 - ' CTL-LEVEL ' ' CTL-TEXT
051100        IF LINES-WRITTEN >= WS-PAGE-SIZE
051200           PERFORM WRITE-HEADER
051300           MOVE 2 TO LINE-SPACING
051400        END-IF
051500        MOVE LINE-SPACING TO CARRIAGE-CONTROL
051600        MOVE CONTROL-ERROR-LINE TO OUTPUT-LINE
051700        WRITE OUTPUT-RECORD
051800        ADD 1 TO LINES-WRITTEN
051900        MOVE 1 TO LINE-SPACING
052000     END-IF.
      ******************************************************************
      * ONE LOCKBOX ITEM. THE CUSTOMER REFERENCE MUST BE AN AR ACCOUNT
      * NUMBER THAT PASSES THE CHECK DIGIT; WHETHER THE ACCOUNT IS ON
      * THE MASTER IS LEFT TO FINCSH01 (REASON NOAC) AS FOR ANY OTHER
      * RECEIPT.
      ******************************************************************
052100 CONVERT-LOCKBOX-ITEM.
052200     ADD 1 TO WS-ITEM-COUNT.
052300     MOVE SPACES TO DATA-LINE.
052400     MOVE WS-LOCKBOX-ACCOUNT TO DL-LOCKBOX-ACCOUNT.
052500     MOVE WS-BANK-REFERENCE TO DL-BANK-REFERENCE.
052600     MOVE WS-CUSTOMER-REFERENCE TO DL-CUSTOMER-REFERENCE.
052700     MOVE WS-ITEM-AMOUNT TO DL-AMOUNT.
052800     IF NOT ITEM-AMOUNT-OK
052900        MOVE 'NNUM' TO WS-EXCEPTION-REASON
053000        MOVE 'EXCEPTION - AMOUNT NOT NUMERIC' TO DL-DISPOSITION
053100        GO TO CONVERT-LOCKBOX-ITEM-EXCEPT
053200     END-IF.
053300     ADD WS-ITEM-AMOUNT TO WS-ITEM-TOTAL.
053400     MOVE WS-ITEM-TYPE-TEXT TO WS-CONVERT-FIELD.
053500     PERFORM CONVERT-NUMBER-FIELD
053600        THRU CONVERT-NUMBER-FIELD-EXIT.
053700     IF NOT CONVERT-OK
053800           OR WS-CONVERT-INTEGER < 100
053900           OR WS-CONVERT-INTEGER > 399
054000        MOVE 'EDIT' TO WS-EXCEPTION-REASON
054100        MOVE 'EXCEPTION - NOT A CREDIT ITEM' TO DL-DISPOSITION
054200        GO TO CONVERT-LOCKBOX-ITEM-EXCEPT
054300     END-IF.
054400     IF WS-ITEM-AMOUNT NOT > ZERO
054500           OR WS-ITEM-AMOUNT > 9999999.99
054600        MOVE 'EDIT' TO WS-EXCEPTION-REASON
054700        MOVE 'EXCEPTION - AMOUNT OUT OF RANGE' TO DL-DISPOSITION
054800        GO TO CONVERT-LOCKBOX-ITEM-EXCEPT
054900     END-IF.
055000     MOVE WS-CUSTOMER-REFERENCE TO WS-CONVERT-FIELD.
055100     PERFORM CONVERT-NUMBER-FIELD
055200        THRU CONVERT-NUMBER-FIELD-EXIT.
055300     IF NOT CONVERT-OK
055400           OR WS-CONVERT-SIGN NOT = SPACE
055500           OR WS-CONVERT-LENGTH > 8
055600           OR WS-CONVERT-INTEGER = ZERO
055700        MOVE 'LBXA' TO WS-EXCEPTION-REASON
055800        MOVE 'EXCEPTION - NO USABLE ACCOUNT' TO DL-DISPOSITION
055900        GO TO CONVERT-LOCKBOX-ITEM-EXCEPT
056000     END-IF.
056100     MOVE WS-CONVERT-INTEGER TO CK-ACCOUNT-NUMBER.
056200     MOVE CK-ACCOUNT-NUMBER TO DL-ACCOUNT.
056300     CALL 'FINCKD01' USING FINCKC01-RECORD.
056400     IF NOT CK-VALID
056500        MOVE 'CHKD' TO WS-EXCEPTION-REASON
056600        MOVE 'EXCEPTION - FAILS CHECK DIGIT' TO DL-DISPOSITION
056700        GO TO CONVERT-LOCKBOX-ITEM-EXCEPT
056800     END-IF.
056900     MOVE SPACES TO PAYMENT-RECORD.
057000     MOVE 'D' TO PMT-REC-TYPE.
057100     MOVE CK-ACCOUNT-NUMBER TO PMT-ACCOUNT-NUMBER.
057200     MOVE WS-ITEM-AMOUNT TO PMT-AMOUNT.
057300     MOVE WS-AS-OF-DATE TO PMT-DATE.
057400     IF WS-ITEM-TEXT NOT = SPACES
057500        MOVE WS-ITEM-TEXT TO PMT-REFERENCE
057600     ELSE
057700        MOVE WS-BANK-REFERENCE TO PMT-REFERENCE
057800     END-IF.
057900     WRITE PAYMENT-RECORD.
058000     ADD 1 TO WS-CONVERTED-COUNT.
058100     ADD PMT-AMOUNT TO WS-CONVERTED-TOTAL.
058200     MOVE PMT-REFERENCE TO DL-REFERENCE.
058300     MOVE 'CONVERTED' TO DL-DISPOSITION.
058400     PERFORM WRITE-REGISTER-LINE.
058500     GO TO CONVERT-LOCKBOX-ITEM-EXIT.
058600 CONVERT-LOCKBOX-ITEM-EXCEPT.
058700     ADD 1 TO WS-EXCEPTION-COUNT.
058800     ADD WS-ITEM-AMOUNT TO WS-EXCEPTION-TOTAL.
058900     MOVE SPACES TO SUSPENSE-RECORD.
059000     MOVE 'FINLBX01' TO SUSP-SOURCE-PROGRAM.
059100     MOVE WS-EXCEPTION-REASON TO SUSP-REASON-CODE.
059200     MOVE BD-BUSINESS-DATE TO SUSP-DATE.
059300     MOVE BAI-FIRST-PHYSICAL TO SUSP-INPUT-RECORD.
059400     WRITE SUSPENSE-RECORD.
059500     PERFORM WRITE-REGISTER-LINE.
059600 CONVERT-LOCKBOX-ITEM-EXIT.
059700     EXIT.
      ******************************************************************
      * TURN WS-CONVERT-FIELD INTO WS-CONVERT-INTEGER (AS WRITTEN) AND
      * WS-CONVERT-VALUE (AS AN AMOUNT, LAST TWO DIGITS CENTS). A BLANK
      * OR NON-DIGIT FIELD LEAVES CONVERT-SWITCH 'NO '.
      ******************************************************************
059800 CONVERT-NUMBER-FIELD.
059900     MOVE 'NO ' TO CONVERT-SWITCH.
060000     MOVE SPACE TO WS-CONVERT-SIGN.
060100     MOVE ZERO TO WS-CONVERT-LENGTH WS-CONVERT-INTEGER
060200                  WS-CONVERT-VALUE.
060300     IF WS-CONVERT-FIELD = SPACES
060400        GO TO CONVERT-NUMBER-FIELD-EXIT
060500     END-IF.
060600     IF WS-CONVERT-FIELD (1:1) = '-' OR '+'
060700        MOVE WS-CONVERT-FIELD (1:1) TO WS-CONVERT-SIGN
060800        MOVE WS-CONVERT-FIELD (2:19) TO WS-CONVERT-DIGITS
060900     ELSE
061000        MOVE WS-CONVERT-FIELD TO WS-CONVERT-DIGITS
061100     END-IF.
061200     INSPECT WS-CONVERT-DIGITS TALLYING WS-CONVERT-LENGTH
061300         FOR CHARACTERS BEFORE INITIAL SPACE.
061400     IF WS-CONVERT-LENGTH = ZERO
061500           OR WS-CONVERT-LENGTH > 17
061600        GO TO CONVERT-NUMBER-FIELD-EXIT
061700     END-IF.
061800     IF WS-CONVERT-DIGITS (1:WS-CONVERT-LENGTH) NOT NUMERIC
061900        GO TO CONVERT-NUMBER-FIELD-EXIT
062000     END-IF.
062100     MOVE WS-CONVERT-DIGITS (1:WS-CONVERT-LENGTH)
062200         TO WS-CONVERT-INTEGER.
062300     COMPUTE WS-CONVERT-VALUE = WS-CONVERT-INTEGER / 100.
062400     IF WS-CONVERT-SIGN = '-'
062500        COMPUTE WS-CONVERT-VALUE = 0 - WS-CONVERT-VALUE
062600     END-IF.
062700     MOVE 'YES' TO CONVERT-SWITCH.
062800 CONVERT-NUMBER-FIELD-EXIT.
062900     EXIT.
      ******************************************************************
063000 WRITE-PAYMENT-HEADER.
063100     MOVE SPACES TO PAYMENT-RECORD.
063200     MOVE 'H' TO PMT-REC-TYPE.
063300     MOVE BD-BUSINESS-DATE TO PMT-HDR-RUN-DATE.
063400     WRITE PAYMENT-RECORD.
      ******************************************************************
063500 WRITE-PAYMENT-TRAILER.
063600     MOVE SPACES TO PAYMENT-RECORD.
063700     MOVE 'T' TO PMT-REC-TYPE.
063800     MOVE WS-CONVERTED-COUNT TO PMT-TRL-COUNT.
063900     MOVE WS-CONVERTED-TOTAL TO PMT-TRL-TOTAL.
064000     WRITE PAYMENT-RECORD.
      ******************************************************************
064100 WRITE-REGISTER-LINE.
064200     IF LINES-WRITTEN >= WS-PAGE-SIZE
064300        PERFORM WRITE-HEADER
064400        MOVE 2 TO LINE-SPACING
064500     END-IF.
064600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
064700     MOVE DATA-LINE TO OUTPUT-LINE.
064800     WRITE OUTPUT-RECORD.
064900     ADD 1 TO LINES-WRITTEN.
065000     MOVE 1 TO LINE-SPACING.
      ******************************************************************
065100 WRITE-REGISTER-TOTALS.
065200     MOVE 2 TO LINE-SPACING.
065300     MOVE 'LOCKBOX ITEMS        -' TO RGT-TAG.
065400     MOVE WS-ITEM-COUNT TO RGT-COUNT.
065500     MOVE WS-ITEM-TOTAL TO RGT-AMOUNT.
065600     PERFORM WRITE-ONE-TOTAL-LINE.
065700     MOVE 'CONVERTED TO PAYMENTS-' TO RGT-TAG.
065800     MOVE WS-CONVERTED-COUNT TO RGT-COUNT.
065900     MOVE WS-CONVERTED-TOTAL TO RGT-AMOUNT.
066000     PERFORM WRITE-ONE-TOTAL-LINE.
066100     MOVE 'LOCKBOX EXCEPTIONS   -' TO RGT-TAG.
066200     MOVE WS-EXCEPTION-COUNT TO RGT-COUNT.
066300     MOVE WS-EXCEPTION-TOTAL TO RGT-AMOUNT.
066400     PERFORM WRITE-ONE-TOTAL-LINE.
066500     MOVE 'FILE TOTAL / GROUPS  -' TO RGT-TAG.
066600     MOVE WS-FILE-GROUPS TO RGT-COUNT.
066700     MOVE WS-FILE-AMOUNT TO RGT-AMOUNT.
066800     PERFORM WRITE-ONE-TOTAL-LINE.
066900     MOVE 'CONTROL ERRORS       -' TO RGT-TAG.
067000     MOVE WS-CONTROL-ERRORS TO RGT-COUNT.
067100     MOVE ZERO TO RGT-AMOUNT.
067200     PERFORM WRITE-ONE-TOTAL-LINE.
      ******************************************************************
067300 WRITE-ONE-TOTAL-LINE.
067400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
067500     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
067600     WRITE OUTPUT-RECORD.
067700     ADD 1 TO LINES-WRITTEN.
067800     MOVE 1 TO LINE-SPACING.
      ******************************************************************
067900 WRITE-HEADER.
068000     MOVE ZERO TO LINES-WRITTEN.
068100     ACCEPT HDR-PRT-DATE FROM DATE.
068200     ACCEPT HDR-PRT-TIME FROM TIME.
068300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
068400     ADD 1 TO PAGE-COUNT
068500     MOVE '  LOCKBOX CONVERSION REGISTER  '   TO REPORT-TITLE.
068600     MOVE PAGE-COUNT TO PAGE-NUMBER.
068700     MOVE HEADER-RECORD TO OUTPUT-LINE.
068800     WRITE OUTPUT-RECORD.
068900     MOVE 1 TO LINE-SPACING.
069000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
069100     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
069200     WRITE OUTPUT-RECORD.
069300     ADD 1 TO LINES-WRITTEN.
