      *                  HAS DONE THIS MONTH, NOT JUST WHAT ONE BOOK
      *                  HAS. FINROL01 RESETS THE FIELDS AT PERIOD
      *                  END AND FINABR01 REPORTS THEM.
      * 2026-09-08  TS   EVERY APPLIED DETAIL NOW ALSO OPENS AN
      *                  INVOICE ON THE KEYED OPEN-ITEM FILE (SEE
      *                  OPENITM) -- INVOICE DATE IS THE BUSINESS
      *                  DATE, DUE DATE IS THE INVOICE DATE PLUS THE
      *                  STANDARD TERMS (FINDTE01 DOES THE CALENDAR
      *                  ARITHMETIC). A REVERSAL CLOSES THE ACCOUNT'S
      *                  LATEST OPEN INVOICE. FINCSH01 APPLIES CASH
      *                  TO THE INVOICES AND FINAGE01 AGES THEM BY
      *                  DUE DATE.
      * 2026-09-22  TS   A NEW ACCOUNT IS OPENED UNDER THE COMPANY
      *                  CARRIED ON ITS INTENT (UI-COMPANY-CODE,
      *                  SPACES = '01'); AN EXISTING ACCOUNT KEEPS
      *                  ITS COMPANY -- ONLY FINMNT01 MOVES AN
      *                  ACCOUNT BETWEEN COMPANIES.
      * 2026-10-04  TS   EVERY JOURNAL RECORD IS NOW STAMPED WITH THE
      *                  BUSINESS DATE AND CYCLE NUMBER FROM THE
      *                  COBMAIN CYCLE FILE, AND EVERY APPLIED DETAIL
      *                  AND BOOK TOTAL IS LOGGED TO THE DAY-POSTING
      *                  FILE (SEE DAYPOST) WITH THE LINE TOTAL IT
      *                  ADDED TO ACCTBAL, REFBAL AND MTDYTD, SO
      *                  FINDRB01 CAN BACK A BAD CYCLE OUT.
      * 2026-10-10  TS   A NEW INVOICE IS NOW DUE ON THE ACCOUNT'S OWN
      *                  PAYMENT TERMS (MSTR-TERMS-CODE, SEE PAYTERM)
      *                  THROUGH FINTRM01. AN ACCOUNT WITH NO TERMS
      *                  CODE STAYS ON STANDARD NET 30. A NEW ACCOUNT
      *                  OPENS WITH NO TERMS CODE.
      * 2026-10-15  TS   A NETTING DETAIL (REFERENCE CODE NETTNG, SEE
      *                  FINNET01) NOW CARRIES THE CREDIT TAKEN AND IS
      *                  SUBTRACTED FROM THE ACCOUNT'S AMOUNTS, FIRST
      *                  AMOUNT FIRST, INSTEAD OF REPLACING THEM. A
      *                  WRITE-OFF, ESCHEAT OR NETTING DETAIL OPENS NO
      *                  INVOICE -- WHAT IT TOOK OFF THE BALANCE SETTLES
      *                  THE ACCOUNT'S OPEN INVOICES OLDEST FIRST. EVERY
      *                  INVOICE OPENED, REVERSED OR SETTLED IS LOGGED
      *                  TO THE DAY-POSTING FILE WITH ITS PRIOR OPEN
      *                  AMOUNT AND STATUS SO FINDRB01 CAN BACK OPENITM
      *                  OUT.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003040        ACCESS MODE IS DYNAMIC
003050        RECORD KEY IS AB-ACCOUNT-NUMBER
003060        FILE STATUS IS WS-BALANCE-STATUS.
003070     SELECT OPTIONAL CYCLE-FILE ASSIGN U-T-CYCLNO.
003080     SELECT OPTIONAL POSTING-LOG-FILE ASSIGN U-T-DAYPST.
003090     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
003091        ORGANIZATION IS INDEXED
003092        ACCESS MODE IS DYNAMIC
003093        RECORD KEY IS OI-KEY
003094        FILE STATUS IS WS-OPENITM-STATUS.
003100     SELECT MASTER-FILE ASSIGN U-T-MASTER
003200        ORGANIZATION IS INDEXED
003300        ACCESS MODE IS DYNAMIC
004820     RECORD CONTAINS 100 CHARACTERS
004830     DATA RECORD IS INTENT-BKPGM03-RECORD.
004840   01 INTENT-BKPGM03-RECORD PIC X(100).
004850 FD CYCLE-FILE
004860     LABEL RECORDS ARE STANDARD
004870     RECORD CONTAINS 80 CHARACTERS
004880     DATA RECORD IS CYCLE-RECORD.
004890   01 CYCLE-RECORD.
004900     02  CY-BUSINESS-DATE    PIC 9(08).
004910     02  CY-CYCLE-NUMBER     PIC 9(02).
004920     02  FILLER              PIC X(70).
004930 FD POSTING-LOG-FILE
004940     LABEL RECORDS ARE STANDARD
004950     RECORD CONTAINS 80 CHARACTERS
004960     DATA RECORD IS DAY-POSTING-RECORD.
004970 COPY DAYPOST.
005010 FD JOURNAL-FILE
005020     LABEL RECORDS ARE STANDARD
005030     RECORD CONTAINS 196 CHARACTERS
005070     LABEL RECORDS ARE STANDARD
005080     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
005090 COPY ACCTBAL.
005091 FD OPEN-ITEM-FILE
005092     LABEL RECORDS ARE STANDARD
005093     DATA RECORD IS OPEN-ITEM-RECORD.
005094 COPY OPENITM.
005100 FD MASTER-FILE
005200     LABEL RECORDS ARE STANDARD
005300     DATA RECORD IS MASTER-RECORD.
006800     02 SRT-REFERENCE-CODE     PIC X(06).
006900     02 SRT-UPDATE-DATE        PIC 9(08).
007000     02 SRT-LINE-TOTAL         PIC S9(13)V99.
007010     02 SRT-COMPANY-CODE       PIC X(02).
007100     02 FILLER                 PIC X(10).
007200   01 SORT-TOTAL-RECORD REDEFINES SORT-RECORD.
007300     02 FILLER                 PIC X(09).
007400     02 SRT-TRL-RECORD-COUNT   PIC 9(07).
009100     02  WS-BOOK-COUNT     PIC 9(2)  COMP VALUE ZERO.
009200     02  WS-ADDED-COUNT    PIC 9(7)  VALUE ZERO.
009300     02  WS-CHANGED-COUNT  PIC 9(7)  VALUE ZERO.
009304     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
009308     02  ITEM-WRITTEN-SWITCH PIC X(3) VALUE 'NO '.
009312         88  ITEM-WRITTEN  VALUE 'YES'.
009316     02  ITEM-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
009320         88  ITEM-FOUND    VALUE 'YES'.
009324     02  ITEM-BROWSE-SWITCH PIC X(3) VALUE SPACES.
009328         88  END-OF-ITEMS  VALUE 'EOF'.
009332     02  WS-LATEST-ITEM-KEY PIC X(18) VALUE SPACES.
      ******************************************************************
      * STANDARD TERMS -- NET 30 FROM THE INVOICE DATE, FOR ACCOUNTS
      * WITH NO TERMS CODE OF THEIR OWN.
      ******************************************************************
009336     02  WS-TERMS-DAYS     PIC 9(3)  VALUE 30.
009340     02  WS-ITEMS-OPENED   PIC 9(7)  VALUE ZERO.
009344     02  WS-ITEMS-REVERSED PIC 9(7)  VALUE ZERO.
009348     02  WS-RUN-BUSINESS-DATE PIC 9(8) VALUE ZERO.
009352     02  WS-CYCLE-NUMBER   PIC 9(2)  VALUE 1.
009356     02  WS-POSTINGS-LOGGED PIC 9(7) VALUE ZERO.
009360     02  WS-ITEMS-SETTLED  PIC 9(7)  VALUE ZERO.
009364     02  WS-PRIOR-BALANCE  PIC S9(7)V99 VALUE ZERO.
009368     02  WS-SETTLE-REMAINDER PIC S9(7)V99 VALUE ZERO.
009372     02  WS-NET-CREDIT     PIC S9(7)V99 VALUE ZERO.
009376     02  WS-ITEM-PRIOR-OPEN PIC S9(7)V99 VALUE ZERO.
009380     02  WS-ITEM-PRIOR-STATUS PIC X(1) VALUE SPACE.
009400 01  BOOK-APPLY-TABLE.
009500     05  BOOK-APPLY-ENTRY OCCURS 10 TIMES.
009600         10  AP-PROGRAM-NAME   PIC X(08).
009900         10  AP-APPLIED-COUNT  PIC 9(07).
010000         10  AP-APPLIED-TOTAL  PIC S9(13)V99.
010100 COPY PAGING.
       COPY FINDTC01.
       COPY FINBDC01.
       COPY FINTMC01.
010200 01  BALANCE-DETAIL-LINE.
010300     02  FILLER                PIC X(2).
010400     02  BAL-PROGRAM           PIC X(8).
012100     02  FILLER          PIC X(18) VALUE 'MASTERS CHANGED - '.
012200     02  TOT-CHANGED-COUNT     PIC Z,ZZZ,ZZ9.
012300     02  FILLER                PIC X(71).
012310 01  OPEN-ITEM-TOTAL-LINE.
012320     02  FILLER                PIC X(2).
012330     02  FILLER          PIC X(18) VALUE 'INVOICES OPENED - '.
012340     02  TOT-ITEMS-OPENED      PIC Z,ZZZ,ZZ9.
012350     02  FILLER                PIC X(5).
012360     02  FILLER          PIC X(18) VALUE 'INVOICES REVERSED-'.
012370     02  TOT-ITEMS-REVERSED    PIC Z,ZZZ,ZZ9.
012372     02  FILLER                PIC X(5).
012374     02  FILLER          PIC X(18) VALUE 'INVOICES SETTLED- '.
012376     02  TOT-ITEMS-SETTLED     PIC Z,ZZZ,ZZ9.
012380     02  FILLER                PIC X(39).
012400 01  COLUMN-HEADING-LINE.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(8)  VALUE 'BOOK'.
013900 PROCEDURE DIVISION.
014000     DISPLAY 'FINAPL01 - SORTED MASTER BATCH APPLY STARTING'.
014100     OPEN OUTPUT REPORT-FILE.
014120     PERFORM READ-CYCLE-RECORD.
014150     OPEN EXTEND JOURNAL-FILE.
014160     OPEN EXTEND POSTING-LOG-FILE.
014200     OPEN I-O MASTER-FILE.
014250     OPEN I-O BALANCE-FILE.
014260     OPEN I-O REFCODE-BALANCE-FILE.
014270     OPEN I-O OPEN-ITEM-FILE.
014300     SORT SORT-FILE
014400         ON ASCENDING KEY SRT-ACCOUNT-NUMBER
014450         WITH DUPLICATES IN ORDER
014600         OUTPUT PROCEDURE IS APPLY-UPDATES
014700             THRU APPLY-UPDATES-END.
014800     CLOSE MASTER-FILE JOURNAL-FILE BALANCE-FILE
014810         REFCODE-BALANCE-FILE OPEN-ITEM-FILE POSTING-LOG-FILE.
014900     PERFORM WRITE-BALANCE-REPORT.
015000     CLOSE REPORT-FILE.
015100     IF APPLY-OUT-OF-BALANCE
015400     END-IF.
015500     DISPLAY 'FINAPL01 - MASTERS ADDED:   ' WS-ADDED-COUNT.
015600     DISPLAY 'FINAPL01 - MASTERS CHANGED: ' WS-CHANGED-COUNT.
015610     DISPLAY 'FINAPL01 - INVOICES OPENED: ' WS-ITEMS-OPENED.
015620     DISPLAY 'FINAPL01 - INVOICES REVERSED: ' WS-ITEMS-REVERSED.
015625     DISPLAY 'FINAPL01 - INVOICES SETTLED: ' WS-ITEMS-SETTLED.
015630     DISPLAY 'FINAPL01 - POSTINGS LOGGED: ' WS-POSTINGS-LOGGED.
015700     GOBACK.
015800******************************************************************
015900 APPLY-UPDATES.
018170           MOVE 'YES' TO FOUND-SWITCH
018180           MOVE MASTER-RECORD TO JL-BEFORE-IMAGE
018190     END-READ.
018191     IF ACCOUNT-FOUND
018192        COMPUTE WS-PRIOR-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2
018193     ELSE
018194        MOVE ZERO TO WS-PRIOR-BALANCE
018195     END-IF.
018200     MOVE SRT-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
018300     MOVE SRT-NAME TO MSTR-NAME.
018400     MOVE SRT-DESCRIPTION TO MSTR-DESCRIPTION.
018500     IF SRT-REFERENCE-CODE = 'NETTNG'
018510        PERFORM APPLY-NETTING-CREDIT
018520     ELSE
018530        MOVE SRT-AMOUNT-1 TO MSTR-AMOUNT-1
018540        MOVE SRT-AMOUNT-2 TO MSTR-AMOUNT-2
018550     END-IF.
018700     MOVE SRT-REFERENCE-CODE TO MSTR-REFERENCE-CODE.
018800     MOVE SRT-SOURCE-PROGRAM TO MSTR-SOURCE-PROGRAM.
018900     MOVE SRT-UPDATE-DATE TO MSTR-LAST-UPDATE-DATE.
019100        REWRITE MASTER-RECORD
019300        MOVE 'C' TO JL-ACTION-CODE
019400     ELSE
019401        MOVE SPACES TO MSTR-TERMS-CODE
019405        IF SRT-COMPANY-CODE = SPACES
019406           MOVE '01' TO MSTR-COMPANY-CODE
019407        ELSE
019408           MOVE SRT-COMPANY-CODE TO MSTR-COMPANY-CODE
019409        END-IF
019410        WRITE MASTER-RECORD
019430        MOVE 'A' TO JL-ACTION-CODE
019600     END-IF.
019622        MOVE MASTER-RECORD TO JL-AFTER-IMAGE
019630        MOVE SRT-SOURCE-PROGRAM TO JL-SOURCE-PROGRAM
019640        PERFORM WRITE-JOURNAL-RECORD
019645        PERFORM WRITE-DETAIL-POSTING
019650        PERFORM UPDATE-ACCOUNT-BALANCE
019655        PERFORM UPDATE-REFCODE-BALANCE
019660        IF SRT-REFERENCE-CODE = 'WRTOFF' OR 'ESCHT' OR 'NETTNG'
019661           PERFORM SETTLE-OPEN-ITEMS
019662        ELSE
019663           PERFORM POST-OPEN-ITEM
019664        END-IF
019700        PERFORM LOCATE-BOOK-ENTRY
019800        ADD 1 TO AP-APPLIED-COUNT (WS-BOOK-SUB)
019900        ADD SRT-LINE-TOTAL TO AP-APPLIED-TOTAL (WS-BOOK-SUB)
020047        WRITE REFCODE-BALANCE-RECORD
020048     END-IF.
020049******************************************************************
020050 WRITE-JOURNAL-RECORD.
020051     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
020052     ACCEPT JL-JOURNAL-TIME FROM TIME.
020053     MOVE WS-RUN-BUSINESS-DATE TO JL-BUSINESS-DATE.
020054     MOVE WS-CYCLE-NUMBER TO JL-CYCLE-NUMBER.
020055     MOVE SPACE TO JL-BACKOUT-FLAG.
020056     WRITE MASTER-JOURNAL-RECORD.
020057******************************************************************
020100 POST-BOOK-TOTAL.
020200     PERFORM LOCATE-BOOK-ENTRY.
020300     MOVE SRT-TRL-RECORD-COUNT TO AP-BOOK-COUNT (WS-BOOK-SUB).
020400     MOVE SRT-TRL-RUN-TOTAL TO AP-BOOK-TOTAL (WS-BOOK-SUB).
020450     PERFORM WRITE-BOOK-POSTING.
020500******************************************************************
      * FIND (OR ADD) THE TABLE ENTRY FOR SRT-SOURCE-PROGRAM. THE
      * ENTRY NUMBER IS LEFT IN WS-BOOK-SUB.
023800     MOVE WS-CHANGED-COUNT TO TOT-CHANGED-COUNT.
023900     MOVE APPLY-TOTAL-LINE TO OUTPUT-LINE.
024000     WRITE OUTPUT-RECORD.
024010     MOVE 1 TO LINE-SPACING.
024020     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024030     MOVE WS-ITEMS-OPENED TO TOT-ITEMS-OPENED.
024040     MOVE WS-ITEMS-REVERSED TO TOT-ITEMS-REVERSED.
024045     MOVE WS-ITEMS-SETTLED TO TOT-ITEMS-SETTLED.
024050     MOVE OPEN-ITEM-TOTAL-LINE TO OUTPUT-LINE.
024060     WRITE OUTPUT-RECORD.
024100     MOVE 1 TO LINE-SPACING.
024200******************************************************************
024300 WRITE-BALANCE-LINE.
028400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
028500     WRITE OUTPUT-RECORD.
028600     ADD 1 TO LINES-WRITTEN.
028650******************************************************************
      * THE BUSINESS DATE AND CYCLE NUMBER COBMAIN IS RUNNING. RUN
      * OUTSIDE COBMAIN (NO CYCLE FILE) THE APPLY TAKES THE CURRENT
      * BUSINESS DATE FROM FINBDT01 AS CYCLE 1.
      ******************************************************************
028700 READ-CYCLE-RECORD.
028800     MOVE 1 TO WS-CYCLE-NUMBER.
028900     MOVE ZERO TO BD-REQUEST-DATE.
029000     CALL 'FINBDT01' USING FINBDC01-RECORD.
029100     MOVE BD-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE.
029200     OPEN INPUT CYCLE-FILE.
029300     READ CYCLE-FILE AT END
029400         CONTINUE
029500     NOT AT END
029600         IF CY-CYCLE-NUMBER NUMERIC
029700               AND CY-CYCLE-NUMBER > ZERO
029800            MOVE CY-CYCLE-NUMBER TO WS-CYCLE-NUMBER
029900         END-IF
030000         IF CY-BUSINESS-DATE NUMERIC
030100               AND CY-BUSINESS-DATE > ZERO
030200            MOVE CY-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
030300         END-IF
030400     END-READ.
030500     CLOSE CYCLE-FILE.
030600******************************************************************
      * NET DAYS FROM THE ACCOUNT'S OWN TERMS, OR STANDARD TERMS WHEN
      * IT HAS NONE.
      ******************************************************************
030700 SET-TERMS-DAY-COUNT.
030800     MOVE MSTR-TERMS-CODE TO PQ-TERMS-CODE.
030900     MOVE ZERO TO PQ-BASE-DATE.
031000     CALL 'FINTRM01' USING FINTMC01-RECORD.
031100     IF PQ-TERMS-FOUND
031200        MOVE PQ-NET-DAYS TO DT-DAY-COUNT
031300     ELSE
031400        MOVE WS-TERMS-DAYS TO DT-DAY-COUNT
031500     END-IF.
031600******************************************************************
      * A NETTING DETAIL CARRIES THE CREDIT TAKEN AGAINST THE VENDOR'S
      * PAYABLES, NOT A NEW BALANCE. IT COMES OFF THE FIRST AMOUNT
      * AND ANY REMAINDER OFF THE SECOND, THE SAME WAY FINCSH01 TAKES
      * CASH.
      ******************************************************************
031700 APPLY-NETTING-CREDIT.
031800     IF NOT ACCOUNT-FOUND
031900        MOVE ZERO TO MSTR-AMOUNT-1
032000        MOVE ZERO TO MSTR-AMOUNT-2
032100     END-IF.
032200     COMPUTE WS-NET-CREDIT = SRT-AMOUNT-1 + SRT-AMOUNT-2.
032300     IF WS-NET-CREDIT > MSTR-AMOUNT-1
032400        SUBTRACT MSTR-AMOUNT-1 FROM WS-NET-CREDIT
032500        MOVE ZERO TO MSTR-AMOUNT-1
032600        SUBTRACT WS-NET-CREDIT FROM MSTR-AMOUNT-2
032700     ELSE
032800        SUBTRACT WS-NET-CREDIT FROM MSTR-AMOUNT-1
032900     END-IF.
033000******************************************************************
      * A WRITE-OFF, AN ESCHEAT OR A NETTING CREDIT TAKES MONEY OFF
      * THE ACCOUNT WITHOUT BILLING ANYTHING, SO IT OPENS NO INVOICE.
      * WHATEVER IT TOOK OFF THE BALANCE SETTLES THE ACCOUNT'S OPEN
      * INVOICES OLDEST FIRST -- KEY ORDER IS AGE ORDER, AS IN
      * FINCSH01. A DETAIL THAT LEFT THE BALANCE NO LOWER (AN ESCHEAT
      * OF A CREDIT BALANCE) SETTLES NOTHING.
      ******************************************************************
033100 SETTLE-OPEN-ITEMS.
033200     COMPUTE WS-SETTLE-REMAINDER = WS-PRIOR-BALANCE
033300         - MSTR-AMOUNT-1 - MSTR-AMOUNT-2.
033400     IF WS-SETTLE-REMAINDER > ZERO
033500        MOVE SPACES TO ITEM-BROWSE-SWITCH
033600        MOVE SRT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
033700        MOVE LOW-VALUES TO OI-INVOICE-NUMBER
033800        START OPEN-ITEM-FILE
033900            KEY IS NOT LESS THAN OI-KEY
034000            INVALID KEY
034100               MOVE 'EOF' TO ITEM-BROWSE-SWITCH
034200        END-START
034300        PERFORM SETTLE-OLDEST-OPEN-ITEM
034400           UNTIL END-OF-ITEMS
034500              OR WS-SETTLE-REMAINDER = ZERO
034600     END-IF.
034700******************************************************************
034800 SETTLE-OLDEST-OPEN-ITEM.
034900     READ OPEN-ITEM-FILE NEXT RECORD AT END
035000         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
035100     END-READ.
035200     IF NOT END-OF-ITEMS
035300        IF OI-ACCOUNT-NUMBER NOT = SRT-ACCOUNT-NUMBER
035400           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
035500        ELSE
035600           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
035700              PERFORM SETTLE-ONE-OPEN-ITEM
035800           END-IF
035900        END-IF
036000     END-IF.
036100******************************************************************
036200 SETTLE-ONE-OPEN-ITEM.
036300     MOVE OI-OPEN-AMOUNT TO WS-ITEM-PRIOR-OPEN.
036400     MOVE OI-ITEM-STATUS TO WS-ITEM-PRIOR-STATUS.
036500     IF WS-SETTLE-REMAINDER < OI-OPEN-AMOUNT
036600        SUBTRACT WS-SETTLE-REMAINDER FROM OI-OPEN-AMOUNT
036700        MOVE ZERO TO WS-SETTLE-REMAINDER
036800     ELSE
036900        SUBTRACT OI-OPEN-AMOUNT FROM WS-SETTLE-REMAINDER
037000        MOVE ZERO TO OI-OPEN-AMOUNT
037100        SET OI-ITEM-PAID TO TRUE
037200     END-IF.
037300     PERFORM REWRITE-CHANGED-ITEM.
037400     IF SORT-EOF
037500        MOVE 'EOF' TO ITEM-BROWSE-SWITCH
037600        MOVE ZERO TO WS-SETTLE-REMAINDER
037700     ELSE
037800        ADD 1 TO WS-ITEMS-SETTLED
037900     END-IF.
038000******************************************************************
      * EVERY INVOICE THE APPLY REVERSES OR SETTLES IS LOGGED WITH ITS
      * OPEN AMOUNT AND STATUS BEFORE AND AFTER, SO FINDRB01 CAN PUT
      * IT BACK.
      ******************************************************************
038100 REWRITE-CHANGED-ITEM.
038200     MOVE SRT-UPDATE-DATE TO OI-LAST-ACTIVITY-DATE.
038300     REWRITE OPEN-ITEM-RECORD.
038400     IF WS-OPENITM-STATUS NOT = '00'
038500        PERFORM STOP-ON-OPEN-ITEM-STATUS
038600     ELSE
038700        MOVE SPACES TO DAY-POSTING-RECORD
038800        SET DP-IS-ITEM-CHANGED TO TRUE
038900        PERFORM WRITE-ITEM-POSTING
039000     END-IF.
039100******************************************************************
      * EVERY INVOICE THE APPLY OPENS IS LOGGED TOO -- FINDRB01
      * DELETES IT AGAIN.
      ******************************************************************
039200 LOG-ITEM-OPENED.
039300     ADD 1 TO WS-ITEMS-OPENED.
039400     MOVE ZERO TO WS-ITEM-PRIOR-OPEN.
039500     MOVE SPACE TO WS-ITEM-PRIOR-STATUS.
039600     MOVE SPACES TO DAY-POSTING-RECORD.
039700     SET DP-IS-ITEM-OPENED TO TRUE.
039800     PERFORM WRITE-ITEM-POSTING.
039900******************************************************************
040000 WRITE-ITEM-POSTING.
040100     MOVE SRT-SOURCE-PROGRAM TO DP-SOURCE-PROGRAM.
040200     MOVE OI-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
040300     MOVE SRT-REFERENCE-CODE TO DP-REFERENCE-CODE.
040400     MOVE OI-INVOICE-NUMBER TO DP-ITEM-INVOICE-NUMBER.
040500     MOVE WS-ITEM-PRIOR-OPEN TO DP-ITEM-PRIOR-OPEN.
040600     MOVE WS-ITEM-PRIOR-STATUS TO DP-ITEM-PRIOR-STATUS.
040700     MOVE OI-OPEN-AMOUNT TO DP-ITEM-NEW-OPEN.
040800     MOVE OI-ITEM-STATUS TO DP-ITEM-NEW-STATUS.
040900     PERFORM WRITE-POSTING-RECORD.
041000******************************************************************
      * EVERY APPLIED BOOK DETAIL IS AN INVOICE FOR ITS TWO AMOUNTS.
      * A REVERSAL (NEGATIVE LINE TOTAL) TAKES BACK THE DETAIL IT
      * REVERSES, SO IT CLOSES THE ACCOUNT'S LATEST OPEN INVOICE
      * INSTEAD OF OPENING ONE.
      ******************************************************************
041100 POST-OPEN-ITEM.
041200     IF SRT-LINE-TOTAL < ZERO
041300        PERFORM REVERSE-LATEST-OPEN-ITEM
041400     ELSE
041500        IF SRT-AMOUNT-1 + SRT-AMOUNT-2 > ZERO
041600           PERFORM ADD-OPEN-ITEM
041700        END-IF
041800     END-IF.
041900******************************************************************
042000 ADD-OPEN-ITEM.
042100     MOVE SPACES TO OPEN-ITEM-RECORD.
042200     MOVE SRT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
042300     MOVE SRT-UPDATE-DATE TO OI-INVOICE-POST-DATE.
042400     MOVE 1 TO OI-INVOICE-SEQUENCE.
042500     MOVE SRT-UPDATE-DATE TO OI-INVOICE-DATE.
042600     MOVE 'A' TO DT-FUNCTION.
042700     MOVE SRT-UPDATE-DATE TO DT-BASE-DATE.
042800     PERFORM SET-TERMS-DAY-COUNT.
042900     CALL 'FINDTE01' USING FINDTC01-RECORD.
043000     IF DT-RESULT-OK
043100        MOVE DT-RESULT-DATE TO OI-DUE-DATE
043200     ELSE
043300        MOVE SRT-UPDATE-DATE TO OI-DUE-DATE
043400     END-IF.
043500     COMPUTE OI-ORIGINAL-AMOUNT = SRT-AMOUNT-1 + SRT-AMOUNT-2.
043600     MOVE OI-ORIGINAL-AMOUNT TO OI-OPEN-AMOUNT.
043700     MOVE SRT-REFERENCE-CODE TO OI-REFERENCE-CODE.
043800     MOVE SRT-UPDATE-DATE TO OI-LAST-ACTIVITY-DATE.
043900     SET OI-ITEM-OPEN TO TRUE.
044000     MOVE 'NO ' TO ITEM-WRITTEN-SWITCH.
044100     PERFORM WRITE-OPEN-ITEM-TRY
044200        UNTIL ITEM-WRITTEN.
044300******************************************************************
      * A SECOND DETAIL FOR THE SAME ACCOUNT ON THE SAME DAY TAKES THE
      * NEXT INVOICE SEQUENCE. A FULL DAY (99 INVOICES) OR A BAD FILE
      * STATUS STOPS THE APPLY THE SAME WAY A BAD MASTER STATUS DOES.
      ******************************************************************
044400 WRITE-OPEN-ITEM-TRY.
044500     WRITE OPEN-ITEM-RECORD
044600        INVALID KEY
044700           IF OI-INVOICE-SEQUENCE < 99
044800              ADD 1 TO OI-INVOICE-SEQUENCE
044900           ELSE
045000              MOVE '99' TO WS-OPENITM-STATUS
045100           END-IF
045200        NOT INVALID KEY
045300           SET ITEM-WRITTEN TO TRUE
045400           PERFORM LOG-ITEM-OPENED
045500     END-WRITE.
045600     IF WS-OPENITM-STATUS NOT = '00' AND
045700        WS-OPENITM-STATUS NOT = '02' AND
045800        WS-OPENITM-STATUS NOT = '22'
045900        PERFORM STOP-ON-OPEN-ITEM-STATUS
046000     END-IF.
046100******************************************************************
046200 STOP-ON-OPEN-ITEM-STATUS.
046300     DISPLAY 'FINAPL01 - OPEN-ITEM FILE STATUS '
046400         WS-OPENITM-STATUS ' ON ACCOUNT ' OI-ACCOUNT-NUMBER
046500         ' - APPLY STOPPED'.
046600     MOVE 12 TO RETURN-CODE.
046700     MOVE 'EOF' TO SORT-SWITCH.
046800     SET ITEM-WRITTEN TO TRUE.
046900******************************************************************
      * BROWSE THE ACCOUNT'S INVOICES IN KEY ORDER; THE LAST ONE STILL
      * OPEN IS THE LATEST.
      ******************************************************************
047000 REVERSE-LATEST-OPEN-ITEM.
047100     MOVE 'NO ' TO ITEM-FOUND-SWITCH.
047200     MOVE SPACES TO ITEM-BROWSE-SWITCH.
047300     MOVE SRT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
047400     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
047500     START OPEN-ITEM-FILE
047600         KEY IS NOT LESS THAN OI-KEY
047700         INVALID KEY
047800            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
047900     END-START.
048000     PERFORM FIND-LATEST-OPEN-ITEM
048100        UNTIL END-OF-ITEMS.
048200     IF ITEM-FOUND
048300        MOVE WS-LATEST-ITEM-KEY TO OI-KEY
048400        READ OPEN-ITEM-FILE
048500           INVALID KEY
048600              MOVE 'NO ' TO ITEM-FOUND-SWITCH
048700        END-READ
048800     END-IF.
048900     IF ITEM-FOUND
049000        MOVE OI-OPEN-AMOUNT TO WS-ITEM-PRIOR-OPEN
049100        MOVE OI-ITEM-STATUS TO WS-ITEM-PRIOR-STATUS
049200        MOVE ZERO TO OI-OPEN-AMOUNT
049300        SET OI-ITEM-REVERSED TO TRUE
049400        PERFORM REWRITE-CHANGED-ITEM
049500        IF NOT SORT-EOF
049600           ADD 1 TO WS-ITEMS-REVERSED
049700        END-IF
049800     END-IF.
049900******************************************************************
050000 FIND-LATEST-OPEN-ITEM.
050100     READ OPEN-ITEM-FILE NEXT RECORD AT END
050200         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
050300     END-READ.
050400     IF NOT END-OF-ITEMS
050500        IF OI-ACCOUNT-NUMBER NOT = SRT-ACCOUNT-NUMBER
050600           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
050700        ELSE
050800           IF OI-ITEM-OPEN
050900              SET ITEM-FOUND TO TRUE
051000              MOVE OI-KEY TO WS-LATEST-ITEM-KEY
051100           END-IF
051200        END-IF
051300     END-IF.
051400******************************************************************
      * ONE DAY-POSTING RECORD PER APPLIED DETAIL, CARRYING THE LINE
      * TOTAL JUST ADDED TO THE ACCOUNT AND REFERENCE-CODE BALANCES.
      ******************************************************************
051500 WRITE-DETAIL-POSTING.
051600     MOVE SPACES TO DAY-POSTING-RECORD.
051700     SET DP-IS-DETAIL TO TRUE.
051800     MOVE SRT-SOURCE-PROGRAM TO DP-SOURCE-PROGRAM.
051900     MOVE SRT-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
052000     MOVE SRT-REFERENCE-CODE TO DP-REFERENCE-CODE.
052100     MOVE SRT-UPDATE-DATE TO DP-UPDATE-DATE.
052200     MOVE SRT-LINE-TOTAL TO DP-LINE-TOTAL.
052300     MOVE 1 TO DP-BOOK-COUNT.
052400     PERFORM WRITE-POSTING-RECORD.
052500******************************************************************
      * ONE DAY-POSTING RECORD PER BOOK TOTAL -- THE COUNT AND TOTAL
      * THE BOOK ADDED TO ITS OWN MTDYTD ROW.
      ******************************************************************
052600 WRITE-BOOK-POSTING.
052700     MOVE SPACES TO DAY-POSTING-RECORD.
052800     SET DP-IS-BOOK-TOTAL TO TRUE.
052900     MOVE SRT-SOURCE-PROGRAM TO DP-SOURCE-PROGRAM.
053000     MOVE ZERO TO DP-ACCOUNT-NUMBER.
053100     MOVE WS-RUN-BUSINESS-DATE TO DP-UPDATE-DATE.
053200     MOVE SRT-TRL-RUN-TOTAL TO DP-LINE-TOTAL.
053300     MOVE SRT-TRL-RECORD-COUNT TO DP-BOOK-COUNT.
053400     PERFORM WRITE-POSTING-RECORD.
053500******************************************************************
053600 WRITE-POSTING-RECORD.
053700     MOVE WS-RUN-BUSINESS-DATE TO DP-BUSINESS-DATE.
053800     MOVE WS-CYCLE-NUMBER TO DP-CYCLE-NUMBER.
053900     MOVE SPACE TO DP-BACKOUT-FLAG.
054000     WRITE DAY-POSTING-RECORD.
054100     ADD 1 TO WS-POSTINGS-LOGGED.
