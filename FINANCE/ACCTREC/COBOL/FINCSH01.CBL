      *                  FIRST. A RE-TRANSMITTED RECEIPT GOES TO
      *                  PAYMENT SUSPENSE UNDER THE NEW DUPR REASON
      *                  CODE INSTEAD OF POSTING TWICE.
      * 2026-09-08  TS   AN APPLIED RECEIPT NOW ALSO KNOCKS DOWN THE
      *                  ACCOUNT'S INVOICES ON THE OPEN-ITEM FILE
      *                  (SEE OPENITM) -- THE INVOICE NAMED IN
      *                  PMT-REFERENCE FIRST, THEN THE OLDEST OPEN
      *                  INVOICES IN TURN. ANY CASH LEFT WHEN THE
      *                  INVOICES RUN OUT STAYS ON ACCOUNT AND IS
      *                  TOTALLED ON THE REGISTER.
      * 2026-10-03  TS   A PAYMENT FOR AN ACCOUNT RETIRED BY FINMRG01
      *                  IS NOW REDIRECTED TO ITS SURVIVING ACCOUNT
      *                  THROUGH THE ACCOUNT-FORWARDING FILE (SEE
      *                  ACCTFWD) BEFORE THE DUPLICATE AND MASTER
      *                  CHECKS, INSTEAD OF SUSPENDING AGAINST THE
      *                  CLOSED NUMBER. REDIRECTED RECEIPTS ARE
      *                  TOTALLED ON THE REGISTER.
      * 2026-10-10  TS   EARLY-PAYMENT DISCOUNT. WHEN THE ACCOUNT'S
      *                  PAYMENT TERMS (SEE PAYTERM, FINTRM01) CARRY A
      *                  DISCOUNT, A SHORT PAYMENT MADE WITHIN THE
      *                  DISCOUNT WINDOW (PLUS THE TERMS' GRACE DAYS)
      *                  THAT FALLS SHORT BY NO MORE THAN THE DISCOUNT
      *                  IS ACCEPTED AS FULL SETTLEMENT OF THE NAMED
      *                  INVOICE -- OR OF THE ACCOUNT, WINDOW COUNTED
      *                  FROM ITS OLDEST OPEN INVOICE, WHEN NONE IS
      *                  NAMED. THE SHORTFALL IS POSTED AS ITS OWN
      *                  JOURNALED MASTER CHANGE AND RECORDED ON THE
      *                  DISCOUNTS-TAKEN FILE (SEE DISCTKN) UNDER
      *                  REFERENCE CODE DISCNT. A DISCOUNT TAKEN IN
      *                  THE GRACE DAYS IS MARKED LATE.
      * 2026-10-11  TS   BAD-DEBT RECOVERIES. A RECEIPT FOR AN ACCOUNT
      *                  WITH NOTHING OPEN WHOSE TRANSACTION HISTORY
      *                  (SEE TRNHIST) CARRIES A WRTOFF POSTING IS
      *                  CASH AGAINST A DEBT ALREADY WRITTEN OFF, NOT
      *                  AN OVERPAYMENT. IT IS NOT APPLIED TO THE
      *                  MASTER; IT IS RECORDED ON THE RECOVERIES FILE
      *                  (SEE BDRECOV) UNDER REFERENCE CODE RECOVR AND
      *                  THE BRANCH THE ACCOUNT WAS WRITTEN OFF FROM,
      *                  AND WRITTEN TO THE RECOVERY GL EXTRACT THAT
      *                  FINJVG01 VOUCHERS AS A RECOVERY INSTEAD OF AR
      *                  CASH. A RE-TRANSMITTED RECOVERY IS CAUGHT AS
      *                  DUPR LIKE ANY OTHER RECEIPT.
      * 2026-10-15  TS   THE RECOVERY GL EXTRACT (RCVGLX) IS NOW ADDED
      *                  TO RATHER THAN REPLACED, SO A SECOND CASH RUN
      *                  IN THE CYCLE NO LONGER LOSES THE FIRST RUN'S
      *                  RECOVERIES BEFORE FINJVG01 VOUCHERS THEM.
      *                  FINJVG01 EMPTIES IT.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003100     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003200     SELECT PAYMENT-FILE ASSIGN U-T-PAYMNT.
003300     SELECT SUSPENSE-FILE ASSIGN U-T-PAYSUS.
003310     SELECT OPTIONAL RECOVERY-EXTRACT-FILE ASSIGN U-T-RCVGLX.
003320     SELECT HISTORY-FILE ASSIGN U-T-TRNHIS
003330        ORGANIZATION IS INDEXED
003340        ACCESS MODE IS DYNAMIC
003350        RECORD KEY IS HIST-KEY
003360        FILE STATUS IS WS-HISTORY-STATUS.
003370     SELECT RECOVERY-FILE ASSIGN U-T-BDRCOV
003380        ORGANIZATION IS INDEXED
003385        ACCESS MODE IS DYNAMIC
003390        RECORD KEY IS RY-KEY
003395        FILE STATUS IS WS-BDRCOV-STATUS.
003400     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
003410     SELECT PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
003420        ORGANIZATION IS INDEXED
003430        ACCESS MODE IS DYNAMIC
003440        RECORD KEY IS PI-KEY
003450        FILE STATUS IS WS-PAIDITM-STATUS.
003460     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
003470        ORGANIZATION IS INDEXED
003480        ACCESS MODE IS DYNAMIC
003490        RECORD KEY IS OI-KEY
003495        FILE STATUS IS WS-OPENITM-STATUS.
003500     SELECT MASTER-FILE ASSIGN U-T-MASTER
003600        ORGANIZATION IS INDEXED
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS MSTR-ACCOUNT-NUMBER
003900        FILE STATUS IS WS-MASTER-STATUS.
003910     SELECT OPTIONAL ACCOUNT-FORWARD-FILE ASSIGN U-T-ACCFWD
003920        ORGANIZATION IS INDEXED
003930        ACCESS MODE IS DYNAMIC
003940        RECORD KEY IS AF-OLD-ACCOUNT
003950        FILE STATUS IS WS-ACCFWD-STATUS.
003960     SELECT DISCOUNT-TAKEN-FILE ASSIGN U-T-DSCTKN
003970        ORGANIZATION IS INDEXED
003980        ACCESS MODE IS DYNAMIC
003985        RECORD KEY IS DK-KEY
003990        FILE STATUS IS WS-DSCTKN-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD REPORT-FILE
005700     RECORD CONTAINS 100 CHARACTERS
005800     DATA RECORD IS SUSPENSE-RECORD.
005900 COPY SUSPREC.
005910 FD RECOVERY-EXTRACT-FILE
005920     LABEL RECORDS ARE STANDARD
005930     RECORD CONTAINS 80 CHARACTERS
005940     DATA RECORD IS RECOVERY-EXTRACT-RECORD.
005950   01 RECOVERY-EXTRACT-RECORD.
005951     02  RX-ACCOUNT-NUMBER    PIC 9(08).
005952     02  RX-SOURCE-PROGRAM    PIC X(08).
005953     02  RX-REFERENCE-CODE    PIC X(06).
005954     02  RX-AMOUNT            PIC S9(09)V99.
005955     02  RX-POSTING-DATE      PIC 9(08).
005956     02  RX-COMPANY-CODE      PIC X(02).
005957     02  RX-ACCOUNT-COMPANY   PIC X(02).
005958     02  FILLER               PIC X(35).
006000 FD JOURNAL-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 196 CHARACTERS
006420     LABEL RECORDS ARE STANDARD
006430     DATA RECORD IS PAID-ITEM-RECORD.
006440 COPY PAIDITM.
006450 FD OPEN-ITEM-FILE
006460     LABEL RECORDS ARE STANDARD
006470     DATA RECORD IS OPEN-ITEM-RECORD.
006480 COPY OPENITM.
006500 FD MASTER-FILE
006600     LABEL RECORDS ARE STANDARD
006700     DATA RECORD IS MASTER-RECORD.
006800 COPY MSTRFILE.
006810 FD ACCOUNT-FORWARD-FILE
006820     LABEL RECORDS ARE STANDARD
006830     DATA RECORD IS ACCOUNT-FORWARD-RECORD.
006840 COPY ACCTFWD.
006850 FD DISCOUNT-TAKEN-FILE
006860     LABEL RECORDS ARE STANDARD
006870     DATA RECORD IS DISCOUNT-TAKEN-RECORD.
006880 COPY DISCTKN.
006882 FD HISTORY-FILE
006884     LABEL RECORDS ARE STANDARD
006886     DATA RECORD IS HISTORY-RECORD.
006888 COPY TRNHIST.
006890 FD RECOVERY-FILE
006892     LABEL RECORDS ARE STANDARD
006894     DATA RECORD IS BAD-DEBT-RECOVERY-RECORD.
006896 COPY BDRECOV.
      ******************************************************************
006900 WORKING-STORAGE SECTION.
007000 COPY HEADER1.
009020     02  DUPLICATE-SWITCH  PIC X(3)  VALUE 'NO '.
009030         88  DUPLICATE-RECEIPT VALUE 'YES'.
009040     02  WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
009050     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
009060     02  ITEM-BROWSE-SWITCH PIC X(3) VALUE SPACES.
009070         88  END-OF-ITEMS  VALUE 'EOF'.
009080     02  WS-ITEM-REMAINDER PIC 9(7)V99 VALUE ZERO.
009085     02  WS-NAMED-COUNT    PIC 9(7)  VALUE ZERO.
009090     02  WS-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
009095     02  WS-UNMATCHED-TOTAL PIC 9(13)V99 VALUE ZERO.
009100 COPY PAGING.
009110 01  FORWARD-WORK-FIELDS.
009120     02  WS-ACCFWD-STATUS  PIC X(2)  VALUE ZERO.
009130     02  FORWARD-END-SWITCH PIC X(3) VALUE 'NO '.
009140         88  FORWARD-END   VALUE 'YES'.
009150     02  WS-FORWARD-HOPS   PIC 9(1)  VALUE ZERO.
009160     02  WS-FORWARDED-COUNT PIC 9(7) VALUE ZERO.
009170     02  WS-FORWARDED-TOTAL PIC 9(13)V99 VALUE ZERO.
009172 01  DISCOUNT-WORK-FIELDS.
009174     02  WS-DSCTKN-STATUS  PIC X(2)  VALUE ZERO.
009176     02  DISCOUNT-SWITCH   PIC X(3)  VALUE 'NO '.
009178         88  DISCOUNT-TAKEN VALUE 'YES'.
009180     02  LATE-DISCOUNT-SWITCH PIC X(3) VALUE 'NO '.
009182         88  DISCOUNT-LATE VALUE 'YES'.
009184     02  DISCOUNT-ITEM-SWITCH PIC X(3) VALUE 'NO '.
009186         88  DISCOUNT-ITEM-FOUND VALUE 'YES'.
009188     02  WS-DISCOUNT-BASE  PIC S9(7)V99 VALUE ZERO.
009190     02  WS-DISCOUNT-ALLOWED PIC S9(7)V99 VALUE ZERO.
009191     02  WS-DISCOUNT-AMOUNT PIC 9(7)V99 VALUE ZERO.
009192     02  WS-DISCOUNT-INVOICE-DATE PIC 9(8) VALUE ZERO.
009193     02  WS-DISCOUNT-DATE  PIC 9(8)  VALUE ZERO.
009194     02  WS-DISCOUNT-COUNT PIC 9(7)  VALUE ZERO.
009195     02  WS-DISCOUNT-TOTAL PIC 9(13)V99 VALUE ZERO.
009196     02  WS-LATE-DISCOUNT-COUNT PIC 9(7) VALUE ZERO.
009197     02  WS-LATE-DISCOUNT-TOTAL PIC 9(13)V99 VALUE ZERO.
       COPY FINBDC01.
       COPY FINTMC01.
009200 01  DATA-LINE.
009300     02  FILLER                PIC X(2).
009400     02  OUTPUT-ACCOUNT        PIC ZZ,ZZZ,ZZ9.
010000     02  OUTPUT-BALANCE-LEFT   PIC ZZZ,ZZ9.99.
010100     02  FILLER                PIC X(4).
010200     02  OUTPUT-DISPOSITION    PIC X(16).
010210     02  FILLER                PIC X(4).
010220     02  OUTPUT-INVOICE-NOTE   PIC X(14).
010300     02  FILLER                PIC X(40).
010400 01  REGISTER-TOTAL-LINE.
010500     02  FILLER                PIC X(2).
010600     02  RGT-TAG               PIC X(22).
011900     02  FILLER                PIC X(10) VALUE ' BAL LEFT '.
012000     02  FILLER                PIC X(4).
012100     02  FILLER                PIC X(16) VALUE 'DISPOSITION'.
012110     02  FILLER                PIC X(4).
012120     02  FILLER                PIC X(14) VALUE 'INVOICE APPLY'.
012200     02  FILLER                PIC X(40).
012210 01  RECOVERY-WORK-FIELDS.
012220     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
012230     02  WS-BDRCOV-STATUS  PIC X(2)  VALUE ZERO.
012240     02  WRITE-OFF-SWITCH  PIC X(3)  VALUE 'NO '.
012250         88  ACCOUNT-WRITTEN-OFF VALUE 'YES'.
012260     02  HISTORY-BROWSE-SWITCH PIC X(3) VALUE SPACES.
012270         88  END-OF-HISTORY VALUE 'EOF'.
012280     02  WS-WRITE-OFF-DATE PIC 9(8)  VALUE ZERO.
012285     02  WS-PRIOR-REF-CODE PIC X(6)  VALUE SPACES.
012290     02  WS-RECOVERY-BRANCH PIC X(6) VALUE SPACES.
012292     02  WS-RECOVERY-COUNT PIC 9(7)  VALUE ZERO.
012294     02  WS-RECOVERY-TOTAL PIC 9(13)V99 VALUE ZERO.
012300******************************************************************
012400 PROCEDURE DIVISION.
012500     DISPLAY 'FINCSH01 - CASH APPLICATION STARTING'.
012700          OUTPUT REPORT-FILE
012800          OUTPUT SUSPENSE-FILE.
012900     OPEN EXTEND JOURNAL-FILE.
012950     OPEN EXTEND RECOVERY-EXTRACT-FILE.
013000     OPEN I-O MASTER-FILE.
013010     OPEN I-O PAID-ITEMS-FILE.
013020     OPEN I-O OPEN-ITEM-FILE.
013030     OPEN INPUT ACCOUNT-FORWARD-FILE.
013040     OPEN I-O DISCOUNT-TAKEN-FILE.
013050     OPEN INPUT HISTORY-FILE.
013060     OPEN I-O RECOVERY-FILE.
013100     MOVE ZERO TO BD-REQUEST-DATE.
013200     CALL 'FINBDT01' USING FINBDC01-RECORD.
013300     PERFORM WRITE-HEADER.
013700        UNTIL END-OF-FILE.
013800     PERFORM WRITE-REGISTER-TOTALS.
013900     CLOSE PAYMENT-FILE SUSPENSE-FILE JOURNAL-FILE
014000         MASTER-FILE PAID-ITEMS-FILE OPEN-ITEM-FILE
014050         ACCOUNT-FORWARD-FILE DISCOUNT-TAKEN-FILE
014060         HISTORY-FILE RECOVERY-FILE RECOVERY-EXTRACT-FILE
014070         REPORT-FILE.
014100     IF TRAILER-BAD
014150        AND RETURN-CODE = ZERO
014200        MOVE 8 TO RETURN-CODE
014500     DISPLAY 'FINCSH01 - PAYMENTS SUSPENSE: ' WS-SUSPENSE-COUNT.
014510     DISPLAY 'FINCSH01 - DUPLICATE RECEIPTS: '
014520         WS-DUPLICATE-COUNT.
014530     DISPLAY 'FINCSH01 - CASH NOT MATCHED TO INVOICES: '
014540         WS-UNMATCHED-TOTAL.
014550     DISPLAY 'FINCSH01 - REDIRECTED FROM MERGED ACCOUNTS: '
014560         WS-FORWARDED-COUNT.
014570     DISPLAY 'FINCSH01 - EARLY-PAYMENT DISCOUNTS TAKEN: '
014580         WS-DISCOUNT-COUNT ' LATE: ' WS-LATE-DISCOUNT-COUNT.
014590     DISPLAY 'FINCSH01 - BAD-DEBT RECOVERIES: '
014595         WS-RECOVERY-COUNT.
014600     GOBACK.
014700******************************************************************
014800 READ-PAYMENT-HEADER.
019900 APPLY-ONE-PAYMENT.
020000     ADD 1 TO WS-DETAIL-COUNT.
020100     ADD PMT-AMOUNT TO WS-DETAIL-TOTAL.
020105     MOVE SPACES TO OUTPUT-INVOICE-NOTE.
020107     PERFORM FOLLOW-ACCOUNT-FORWARD.
020110     PERFORM CHECK-PAID-ITEMS.
020112     IF NOT DUPLICATE-RECEIPT
020114        PERFORM CHECK-RECOVERED-ITEMS
020116     END-IF.
020120     IF DUPLICATE-RECEIPT
020130        ADD 1 TO WS-DUPLICATE-COUNT
020140        MOVE 'DUPR' TO SUSP-REASON-CODE
020900     ELSE
021000        COMPUTE WS-OPEN-BALANCE =
021100            MSTR-AMOUNT-1 + MSTR-AMOUNT-2
021110        PERFORM CHECK-EARLY-PAY-DISCOUNT
021120            THRU CHECK-EARLY-PAY-DISCOUNT-EXIT
021130        MOVE 'NO ' TO WRITE-OFF-SWITCH
021140        IF WS-OPEN-BALANCE NOT > ZERO
021150           PERFORM CHECK-WRITE-OFF-HISTORY
021160        END-IF
021200        IF ACCOUNT-WRITTEN-OFF
021210           PERFORM POST-RECOVERY
021220        ELSE
021230        IF PMT-AMOUNT > WS-OPEN-BALANCE
021300           MOVE 'OVPY' TO SUSP-REASON-CODE
021400           PERFORM ROUTE-TO-SUSPENSE
021500           MOVE WS-OPEN-BALANCE TO OUTPUT-BALANCE-LEFT
021900           PERFORM APPLY-TO-MASTER
021950               THRU APPLY-TO-MASTER-EXIT
022000        END-IF
022050        END-IF
022100     END-IF.
022110 APPLY-ONE-PAYMENT-EXIT.
022120     EXIT.
022800         NOT INVALID KEY
022900            MOVE 'YES' TO FOUND-SWITCH
023000     END-READ.
      ******************************************************************
      * A RETIRED ACCOUNT NUMBER IS REPLACED BY ITS SURVIVOR, AND THE
      * SURVIVOR'S OWN FORWARD IS FOLLOWED IN TURN IF IT HAS SINCE
      * BEEN MERGED AGAIN -- AT MOST FIVE LINKS, SO A DAMAGED FILE
      * CANNOT LOOP THE RUN.
      ******************************************************************
023005 FOLLOW-ACCOUNT-FORWARD.
023010     MOVE ZERO TO WS-FORWARD-HOPS.
023015     MOVE 'NO ' TO FORWARD-END-SWITCH.
023020     IF PMT-ACCOUNT-NUMBER NUMERIC
023025        PERFORM FOLLOW-ONE-FORWARD
023030           UNTIL FORWARD-END OR WS-FORWARD-HOPS > 4
023035     END-IF.
023040     IF WS-FORWARD-HOPS > ZERO
023045        ADD 1 TO WS-FORWARDED-COUNT
023050        ADD PMT-AMOUNT TO WS-FORWARDED-TOTAL
023055     END-IF.
023060 FOLLOW-ONE-FORWARD.
023065     MOVE PMT-ACCOUNT-NUMBER TO AF-OLD-ACCOUNT.
023070     READ ACCOUNT-FORWARD-FILE
023075         INVALID KEY
023080            MOVE 'YES' TO FORWARD-END-SWITCH
023085         NOT INVALID KEY
023090            MOVE AF-NEW-ACCOUNT TO PMT-ACCOUNT-NUMBER
023095            ADD 1 TO WS-FORWARD-HOPS
023098     END-READ.
023100******************************************************************
      * AMOUNT-1 ABSORBS THE PAYMENT FIRST; ANYTHING LEFT COMES OFF
      * AMOUNT-2. THE REWRITE IS JOURNALED LIKE EVERY OTHER MASTER
024500     MOVE 'C' TO JL-ACTION-CODE.
024600     MOVE 'FINCSH01' TO JL-SOURCE-PROGRAM.
024700     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
024800     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
024900     ACCEPT JL-JOURNAL-TIME FROM TIME.
025000     WRITE MASTER-JOURNAL-RECORD.
025010     IF DISCOUNT-TAKEN
025020        PERFORM APPLY-DISCOUNT
025030        IF END-OF-FILE
025040           GO TO APPLY-TO-MASTER-EXIT
025045        END-IF
025048     END-IF.
025050     PERFORM RECORD-PAID-ITEM.
025060     PERFORM APPLY-TO-OPEN-ITEMS.
025100     ADD 1 TO WS-APPLIED-COUNT.
025200     ADD PMT-AMOUNT TO WS-APPLIED-TOTAL.
025300     COMPUTE WS-OPEN-BALANCE =
025900        ADD 1 TO WS-PARTIAL-COUNT
026000        MOVE 'BALANCE REMAINS' TO OUTPUT-DISPOSITION
026100     END-IF.
026110     IF DISCOUNT-TAKEN
026120        IF DISCOUNT-LATE
026130           MOVE 'DISCNT LATE' TO OUTPUT-DISPOSITION
026140        ELSE
026150           MOVE 'DISCNT TAKEN' TO OUTPUT-DISPOSITION
026160        END-IF
026170     END-IF.
026200     PERFORM WRITE-REGISTER-LINE.
026210 APPLY-TO-MASTER-EXIT.
026220     EXIT.
026294        MOVE 'EOF' TO INPUT-SWITCH
026296     END-IF.
026300******************************************************************
      * THE RECEIPT GOES FIRST TO THE INVOICE THE CUSTOMER NAMED IN
      * PMT-REFERENCE (WHEN IT IS ONE OF THE ACCOUNT'S OPEN
      * INVOICES), THEN TO THE ACCOUNT'S OPEN INVOICES OLDEST FIRST
      * -- THE INVOICE NUMBER LEADS WITH THE POSTING DATE, SO KEY
      * ORDER IS AGE ORDER. WHATEVER IS LEFT STAYS ON ACCOUNT.
      ******************************************************************
026301 APPLY-TO-OPEN-ITEMS.
026302     COMPUTE WS-ITEM-REMAINDER = PMT-AMOUNT + WS-DISCOUNT-AMOUNT.
026303     MOVE 'OLDEST FIRST' TO OUTPUT-INVOICE-NOTE.
026304     IF PMT-REFERENCE NOT = SPACES
026305        MOVE PMT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
026306        MOVE PMT-REFERENCE TO OI-INVOICE-NUMBER
026307        READ OPEN-ITEM-FILE
026308           INVALID KEY
026309              CONTINUE
026310           NOT INVALID KEY
026311              IF OI-ITEM-OPEN
026312                 PERFORM KNOCK-DOWN-OPEN-ITEM
026313                 ADD 1 TO WS-NAMED-COUNT
026314                 MOVE 'NAMED INVOICE' TO OUTPUT-INVOICE-NOTE
026315              END-IF
026316        END-READ
026317     END-IF.
026318     IF WS-ITEM-REMAINDER > ZERO
026319        MOVE SPACES TO ITEM-BROWSE-SWITCH
026320        MOVE PMT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
026321        MOVE LOW-VALUES TO OI-INVOICE-NUMBER
026322        START OPEN-ITEM-FILE
026323            KEY IS NOT LESS THAN OI-KEY
026324            INVALID KEY
026325               MOVE 'EOF' TO ITEM-BROWSE-SWITCH
026326        END-START
026327        PERFORM APPLY-OLDEST-OPEN-ITEM
026328           UNTIL END-OF-ITEMS
026329              OR WS-ITEM-REMAINDER = ZERO
026330     END-IF.
026331     IF WS-ITEM-REMAINDER > ZERO
026332        ADD 1 TO WS-UNMATCHED-COUNT
026333        ADD WS-ITEM-REMAINDER TO WS-UNMATCHED-TOTAL
026334        IF WS-ITEM-REMAINDER = PMT-AMOUNT
026335           MOVE 'ON ACCOUNT' TO OUTPUT-INVOICE-NOTE
026336        ELSE
026337           MOVE 'PART ON ACCT' TO OUTPUT-INVOICE-NOTE
026338        END-IF
026339     END-IF.
026340******************************************************************
026341 APPLY-OLDEST-OPEN-ITEM.
026342     READ OPEN-ITEM-FILE NEXT RECORD AT END
026343         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
026344     END-READ.
026345     IF NOT END-OF-ITEMS
026346        IF OI-ACCOUNT-NUMBER NOT = PMT-ACCOUNT-NUMBER
026347           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
026348        ELSE
026349           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
026350              PERFORM KNOCK-DOWN-OPEN-ITEM
026351           END-IF
026352        END-IF
026353     END-IF.
026354******************************************************************
026355 KNOCK-DOWN-OPEN-ITEM.
026356     IF WS-ITEM-REMAINDER < OI-OPEN-AMOUNT
026357        SUBTRACT WS-ITEM-REMAINDER FROM OI-OPEN-AMOUNT
026358        MOVE ZERO TO WS-ITEM-REMAINDER
026359     ELSE
026360        SUBTRACT OI-OPEN-AMOUNT FROM WS-ITEM-REMAINDER
026361        MOVE ZERO TO OI-OPEN-AMOUNT
026362        SET OI-ITEM-PAID TO TRUE
026363     END-IF.
026364     MOVE BD-BUSINESS-DATE TO OI-LAST-ACTIVITY-DATE.
026365     REWRITE OPEN-ITEM-RECORD.
026366     IF WS-OPENITM-STATUS NOT = '00'
026367        DISPLAY 'FINCSH01 - OPEN-ITEM FILE STATUS '
026368            WS-OPENITM-STATUS ' ON ACCOUNT ' OI-ACCOUNT-NUMBER
026369            ' INVOICE ' OI-INVOICE-NUMBER
026370        MOVE 12 TO RETURN-CODE
026371        MOVE 'EOF' TO INPUT-SWITCH
026372        MOVE 'EOF' TO ITEM-BROWSE-SWITCH
026373        MOVE ZERO TO WS-ITEM-REMAINDER
026374     END-IF.
026375******************************************************************
026376 CHECK-PAID-ITEMS.
026377     MOVE 'NO ' TO DUPLICATE-SWITCH.
026378     MOVE PMT-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
026379     MOVE PMT-REFERENCE TO PI-REFERENCE.
026380     MOVE PMT-DATE TO PI-PAYMENT-DATE.
026381     READ PAID-ITEMS-FILE
026382         INVALID KEY
026383            CONTINUE
026384         NOT INVALID KEY
026385            MOVE 'YES' TO DUPLICATE-SWITCH
026386     END-READ.
026387******************************************************************
026388 RECORD-PAID-ITEM.
026389     MOVE SPACES TO PAID-ITEM-RECORD.
026390     MOVE PMT-ACCOUNT-NUMBER TO PI-ACCOUNT-NUMBER.
026391     MOVE PMT-REFERENCE TO PI-REFERENCE.
026392     MOVE PMT-DATE TO PI-PAYMENT-DATE.
026393     MOVE PMT-AMOUNT TO PI-AMOUNT.
026394     MOVE BD-BUSINESS-DATE TO PI-APPLIED-DATE.
026395     WRITE PAID-ITEM-RECORD
026396         INVALID KEY
026397            REWRITE PAID-ITEM-RECORD
026398     END-WRITE.
026400******************************************************************
026401 ROUTE-TO-SUSPENSE.
026500     ADD 1 TO WS-SUSPENSE-COUNT.
030100     MOVE WS-DETAIL-COUNT TO RGT-COUNT.
030200     MOVE WS-DETAIL-TOTAL TO RGT-AMOUNT.
030300     PERFORM WRITE-ONE-TOTAL-LINE.
030310     MOVE 'NAMED INVOICE        -' TO RGT-TAG.
030320     MOVE WS-NAMED-COUNT TO RGT-COUNT.
030330     MOVE ZERO TO RGT-AMOUNT.
030340     PERFORM WRITE-ONE-TOTAL-LINE.
030350     MOVE 'UNMATCHED TO INVOICES-' TO RGT-TAG.
030360     MOVE WS-UNMATCHED-COUNT TO RGT-COUNT.
030370     MOVE WS-UNMATCHED-TOTAL TO RGT-AMOUNT.
030380     PERFORM WRITE-ONE-TOTAL-LINE.
030385     MOVE 'FORWARDED ACCOUNT    -' TO RGT-TAG.
030386     MOVE WS-FORWARDED-COUNT TO RGT-COUNT.
030387     MOVE WS-FORWARDED-TOTAL TO RGT-AMOUNT.
030388     PERFORM WRITE-ONE-TOTAL-LINE.
030390     MOVE 'DISCOUNTS TAKEN      -' TO RGT-TAG.
030391     MOVE WS-DISCOUNT-COUNT TO RGT-COUNT.
030392     MOVE WS-DISCOUNT-TOTAL TO RGT-AMOUNT.
030393     PERFORM WRITE-ONE-TOTAL-LINE.
030394     MOVE 'OF WHICH AFTER WINDOW-' TO RGT-TAG.
030395     MOVE WS-LATE-DISCOUNT-COUNT TO RGT-COUNT.
030396     MOVE WS-LATE-DISCOUNT-TOTAL TO RGT-AMOUNT.
030397     PERFORM WRITE-ONE-TOTAL-LINE.
030398     PERFORM WRITE-RECOVERY-TOTAL.
030400******************************************************************
030500 WRITE-ONE-TOTAL-LINE.
030600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
032400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
032500     WRITE OUTPUT-RECORD.
032600     ADD 1 TO LINES-WRITTEN.
032700******************************************************************
      * A PAYMENT SHORT OF WHAT IT SETTLES BY NO MORE THAN THE
      * ACCOUNT'S EARLY-PAYMENT DISCOUNT, MADE BY THE LAST DISCOUNT
      * DAY (OR WITHIN THE TERMS' GRACE DAYS AFTER IT), SETTLES IN
      * FULL. WHAT IT SETTLES IS THE INVOICE NAMED IN PMT-REFERENCE
      * WHEN THAT IS OPEN, OTHERWISE THE WHOLE OPEN BALANCE WITH THE
      * WINDOW COUNTED FROM THE OLDEST OPEN INVOICE (OR THE LAST-
      * UPDATE DATE WHEN THE ACCOUNT HAS NONE). ANY OTHER SHORT
      * PAYMENT IS APPLIED AS IT ALWAYS WAS.
      ******************************************************************
032800 CHECK-EARLY-PAY-DISCOUNT.
032900     MOVE 'NO ' TO DISCOUNT-SWITCH.
033000     MOVE 'NO ' TO LATE-DISCOUNT-SWITCH.
033100     MOVE ZERO TO WS-DISCOUNT-AMOUNT.
033200     IF MSTR-TERMS-CODE = SPACES
033300        GO TO CHECK-EARLY-PAY-DISCOUNT-EXIT
033400     END-IF.
033500     MOVE MSTR-TERMS-CODE TO PQ-TERMS-CODE.
033600     MOVE ZERO TO PQ-BASE-DATE.
033700     CALL 'FINTRM01' USING FINTMC01-RECORD.
033800     IF NOT PQ-TERMS-FOUND OR PQ-DISCOUNT-PCT = ZERO
033900        GO TO CHECK-EARLY-PAY-DISCOUNT-EXIT
034000     END-IF.
034100     MOVE WS-OPEN-BALANCE TO WS-DISCOUNT-BASE.
034200     MOVE MSTR-LAST-UPDATE-DATE TO WS-DISCOUNT-INVOICE-DATE.
034300     MOVE 'NO ' TO DISCOUNT-ITEM-SWITCH.
034400     IF PMT-REFERENCE NOT = SPACES
034500        MOVE PMT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
034600        MOVE PMT-REFERENCE TO OI-INVOICE-NUMBER
034700        READ OPEN-ITEM-FILE
034800           INVALID KEY
034900              CONTINUE
035000           NOT INVALID KEY
035100              IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
035200                 MOVE OI-OPEN-AMOUNT TO WS-DISCOUNT-BASE
035300                 MOVE OI-INVOICE-DATE TO WS-DISCOUNT-INVOICE-DATE
035400                 MOVE 'YES' TO DISCOUNT-ITEM-SWITCH
035500              END-IF
035600        END-READ
035700     END-IF.
035800     IF NOT DISCOUNT-ITEM-FOUND
035900        PERFORM FIND-OLDEST-OPEN-INVOICE
036000     END-IF.
036100     IF WS-DISCOUNT-BASE > WS-OPEN-BALANCE
036200        MOVE WS-OPEN-BALANCE TO WS-DISCOUNT-BASE
036300     END-IF.
036400     IF WS-DISCOUNT-BASE NOT > ZERO
036500           OR PMT-AMOUNT NOT < WS-DISCOUNT-BASE
036600        GO TO CHECK-EARLY-PAY-DISCOUNT-EXIT
036700     END-IF.
036800     MOVE WS-DISCOUNT-INVOICE-DATE TO PQ-BASE-DATE.
036900     CALL 'FINTRM01' USING FINTMC01-RECORD.
037000     COMPUTE WS-DISCOUNT-ALLOWED ROUNDED =
037100         WS-DISCOUNT-BASE * PQ-DISCOUNT-PCT / 100.
037200     IF WS-DISCOUNT-BASE - PMT-AMOUNT > WS-DISCOUNT-ALLOWED
037300           OR PMT-DATE > PQ-GRACE-DATE
037400        GO TO CHECK-EARLY-PAY-DISCOUNT-EXIT
037500     END-IF.
037600     COMPUTE WS-DISCOUNT-AMOUNT = WS-DISCOUNT-BASE - PMT-AMOUNT.
037700     MOVE PQ-DISCOUNT-DATE TO WS-DISCOUNT-DATE.
037800     MOVE 'YES' TO DISCOUNT-SWITCH.
037900     IF PMT-DATE > PQ-DISCOUNT-DATE
038000        MOVE 'YES' TO LATE-DISCOUNT-SWITCH
038100     END-IF.
038200 CHECK-EARLY-PAY-DISCOUNT-EXIT.
038300     EXIT.
038400******************************************************************
038500 FIND-OLDEST-OPEN-INVOICE.
038600     MOVE SPACES TO ITEM-BROWSE-SWITCH.
038700     MOVE PMT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
038800     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
038900     START OPEN-ITEM-FILE
039000         KEY IS NOT LESS THAN OI-KEY
039100         INVALID KEY
039200            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
039300     END-START.
039400     PERFORM READ-OLDEST-OPEN-INVOICE
039500        UNTIL END-OF-ITEMS
039600           OR DISCOUNT-ITEM-FOUND.
039700******************************************************************
039800 READ-OLDEST-OPEN-INVOICE.
039900     READ OPEN-ITEM-FILE NEXT RECORD AT END
040000         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
040100     END-READ.
040200     IF NOT END-OF-ITEMS
040300        IF OI-ACCOUNT-NUMBER NOT = PMT-ACCOUNT-NUMBER
040400           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
040500        ELSE
040600           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
040700              MOVE OI-INVOICE-DATE TO WS-DISCOUNT-INVOICE-DATE
040800              MOVE 'YES' TO DISCOUNT-ITEM-SWITCH
040900           END-IF
041000        END-IF
041100     END-IF.
041200******************************************************************
      * THE DISCOUNT COMES OFF THE MASTER AS ITS OWN CHANGE, AMOUNT-1
      * FIRST LIKE THE CASH, AND IS JOURNALED AND RECORDED SEPARATELY
      * SO THE ROLL-FORWARD CARRIES IT AS A CREDIT AND NOT AS CASH.
      ******************************************************************
041300 APPLY-DISCOUNT.
041400     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
041500     MOVE WS-DISCOUNT-AMOUNT TO WS-REMAINDER.
041600     IF WS-REMAINDER > MSTR-AMOUNT-1
041700        SUBTRACT MSTR-AMOUNT-1 FROM WS-REMAINDER
041800        MOVE ZERO TO MSTR-AMOUNT-1
041900        SUBTRACT WS-REMAINDER FROM MSTR-AMOUNT-2
042000     ELSE
042100        SUBTRACT WS-REMAINDER FROM MSTR-AMOUNT-1
042200     END-IF.
042300     REWRITE MASTER-RECORD.
042400     PERFORM CHECK-MASTER-STATUS.
042500     IF NOT END-OF-FILE
042600        MOVE 'C' TO JL-ACTION-CODE
042700        MOVE 'FINCSH01' TO JL-SOURCE-PROGRAM
042800        MOVE MASTER-RECORD TO JL-AFTER-IMAGE
042900        ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD
043000        ACCEPT JL-JOURNAL-TIME FROM TIME
043100        WRITE MASTER-JOURNAL-RECORD
043200        PERFORM RECORD-DISCOUNT-TAKEN
043300        ADD 1 TO WS-DISCOUNT-COUNT
043400        ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL
043500        IF DISCOUNT-LATE
043600           ADD 1 TO WS-LATE-DISCOUNT-COUNT
043700           ADD WS-DISCOUNT-AMOUNT TO WS-LATE-DISCOUNT-TOTAL
043800        END-IF
043900     END-IF.
044000******************************************************************
044100 RECORD-DISCOUNT-TAKEN.
044200     MOVE SPACES TO DISCOUNT-TAKEN-RECORD.
044300     MOVE PMT-ACCOUNT-NUMBER TO DK-ACCOUNT-NUMBER.
044400     MOVE PMT-REFERENCE TO DK-PAYMENT-REFERENCE.
044500     MOVE PMT-DATE TO DK-PAYMENT-DATE.
044600     MOVE 'DISCNT' TO DK-REFERENCE-CODE.
044700     MOVE BD-BUSINESS-DATE TO DK-APPLIED-DATE.
044800     MOVE MSTR-TERMS-CODE TO DK-TERMS-CODE.
044900     MOVE WS-DISCOUNT-INVOICE-DATE TO DK-INVOICE-DATE.
045000     MOVE WS-DISCOUNT-DATE TO DK-DISCOUNT-DATE.
045100     MOVE PMT-AMOUNT TO DK-PAYMENT-AMOUNT.
045200     MOVE WS-DISCOUNT-AMOUNT TO DK-DISCOUNT-AMOUNT.
045300     IF DISCOUNT-LATE
045400        MOVE 'L' TO DK-LATE-FLAG
045500     ELSE
045600        MOVE 'W' TO DK-LATE-FLAG
045700     END-IF.
045800     WRITE DISCOUNT-TAKEN-RECORD
045900         INVALID KEY
046000            REWRITE DISCOUNT-TAKEN-RECORD
046100     END-WRITE.
046200******************************************************************
046300 CHECK-RECOVERED-ITEMS.
046400     MOVE PMT-ACCOUNT-NUMBER TO RY-ACCOUNT-NUMBER.
046500     MOVE PMT-REFERENCE TO RY-PAYMENT-REFERENCE.
046600     MOVE PMT-DATE TO RY-PAYMENT-DATE.
046700     READ RECOVERY-FILE
046800         INVALID KEY
046900            CONTINUE
047000         NOT INVALID KEY
047100            MOVE 'YES' TO DUPLICATE-SWITCH
047200     END-READ.
      ******************************************************************
      * THE ACCOUNT HAS BEEN WRITTEN OFF WHEN ITS HISTORY CARRIES A
      * WRTOFF POSTING. THE BRANCH IS THE REFERENCE CODE OF THE LAST
      * POSTING BEFORE THE LATEST WRITE-OFF (THE MASTER ITSELF NOW
      * CARRIES WRTOFF), OR THE MASTER'S CODE WHEN THERE IS NONE.
      ******************************************************************
047300 CHECK-WRITE-OFF-HISTORY.
047400     MOVE ZERO TO WS-WRITE-OFF-DATE.
047500     MOVE SPACES TO WS-PRIOR-REF-CODE.
047600     MOVE SPACES TO WS-RECOVERY-BRANCH.
047700     MOVE SPACES TO HISTORY-BROWSE-SWITCH.
047800     MOVE PMT-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER.
047900     MOVE ZERO TO HIST-PROCESS-DATE.
048000     MOVE ZERO TO HIST-SEQUENCE.
048100     START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
048200         INVALID KEY
048300            MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
048400     END-START.
048500     PERFORM READ-WRITE-OFF-HISTORY
048600        UNTIL END-OF-HISTORY.
048700     IF WS-WRITE-OFF-DATE > ZERO
048800        MOVE 'YES' TO WRITE-OFF-SWITCH
048900        IF WS-RECOVERY-BRANCH = SPACES
049000           MOVE MSTR-REFERENCE-CODE TO WS-RECOVERY-BRANCH
049100        END-IF
049200     END-IF.
049300******************************************************************
049400 READ-WRITE-OFF-HISTORY.
049500     READ HISTORY-FILE NEXT RECORD AT END
049600         MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
049700     END-READ.
049800     IF NOT END-OF-HISTORY
049900        IF HIST-ACCOUNT-NUMBER NOT = PMT-ACCOUNT-NUMBER
050000           MOVE 'EOF' TO HISTORY-BROWSE-SWITCH
050100        ELSE
050200           IF HIST-REFERENCE-CODE = 'WRTOFF'
050300              MOVE HIST-PROCESS-DATE TO WS-WRITE-OFF-DATE
050400              MOVE WS-PRIOR-REF-CODE TO WS-RECOVERY-BRANCH
050500           ELSE
050600              MOVE HIST-REFERENCE-CODE TO WS-PRIOR-REF-CODE
050700           END-IF
050800        END-IF
050900     END-IF.
      ******************************************************************
      * CASH ON A WRITTEN-OFF ACCOUNT IS A RECOVERY OF BAD DEBT. THE
      * MASTER IS LEFT AS IT IS -- THE DEBT IS ALREADY OFF THE BOOKS
      * -- AND THE RECEIPT IS RECORDED AND SENT TO THE GL AS A RECOVERY
      * CREDIT UNDER REFERENCE CODE RECOVR.
      ******************************************************************
051000 POST-RECOVERY.
051100     PERFORM RECORD-RECOVERY.
051200     PERFORM WRITE-RECOVERY-EXTRACT.
051300     ADD 1 TO WS-RECOVERY-COUNT.
051400     ADD PMT-AMOUNT TO WS-RECOVERY-TOTAL.
051500     MOVE ZERO TO OUTPUT-BALANCE-LEFT.
051600     MOVE 'BAD-DEBT RECOVRY' TO OUTPUT-DISPOSITION.
051700     MOVE WS-RECOVERY-BRANCH TO OUTPUT-INVOICE-NOTE.
051800     PERFORM WRITE-REGISTER-LINE.
051900******************************************************************
052000 RECORD-RECOVERY.
052100     MOVE SPACES TO BAD-DEBT-RECOVERY-RECORD.
052200     MOVE PMT-ACCOUNT-NUMBER TO RY-ACCOUNT-NUMBER.
052300     MOVE PMT-REFERENCE TO RY-PAYMENT-REFERENCE.
052400     MOVE PMT-DATE TO RY-PAYMENT-DATE.
052500     MOVE 'RECOVR' TO RY-REFERENCE-CODE.
052600     MOVE WS-RECOVERY-BRANCH TO RY-BRANCH-CODE.
052700     MOVE MSTR-COMPANY-CODE TO RY-COMPANY-CODE.
052800     MOVE WS-WRITE-OFF-DATE TO RY-WRITE-OFF-DATE.
052900     MOVE BD-BUSINESS-DATE TO RY-APPLIED-DATE.
053000     MOVE PMT-AMOUNT TO RY-RECOVERED-AMOUNT.
053100     WRITE BAD-DEBT-RECOVERY-RECORD
053200         INVALID KEY
053300            REWRITE BAD-DEBT-RECOVERY-RECORD
053400     END-WRITE.
      ******************************************************************
      * THE RECOVERY GL EXTRACT CARRIES THE SAME LAYOUT AS THE TROY4 GL
      * EXTRACT. THE CASH IS A CREDIT TO RECOVERIES, SO IT IS WRITTEN
      * NEGATIVE -- FINJVG01 OFFSETS IT TO THE COMPANY'S CLEARING
      * ACCOUNT LIKE ANY OTHER LINE.
      ******************************************************************
053500 WRITE-RECOVERY-EXTRACT.
053600     MOVE SPACES TO RECOVERY-EXTRACT-RECORD.
053700     MOVE PMT-ACCOUNT-NUMBER TO RX-ACCOUNT-NUMBER.
053800     MOVE 'FINCSH01' TO RX-SOURCE-PROGRAM.
053900     MOVE 'RECOVR' TO RX-REFERENCE-CODE.
054000     COMPUTE RX-AMOUNT = ZERO - PMT-AMOUNT.
054100     MOVE BD-BUSINESS-DATE TO RX-POSTING-DATE.
054200     MOVE MSTR-COMPANY-CODE TO RX-COMPANY-CODE.
054300     MOVE MSTR-COMPANY-CODE TO RX-ACCOUNT-COMPANY.
054400     WRITE RECOVERY-EXTRACT-RECORD.
054500******************************************************************
054600 WRITE-RECOVERY-TOTAL.
054700     MOVE 'BAD-DEBT RECOVERIES  -' TO RGT-TAG.
054800     MOVE WS-RECOVERY-COUNT TO RGT-COUNT.
054900     MOVE WS-RECOVERY-TOTAL TO RGT-AMOUNT.
055000     PERFORM WRITE-ONE-TOTAL-LINE.
