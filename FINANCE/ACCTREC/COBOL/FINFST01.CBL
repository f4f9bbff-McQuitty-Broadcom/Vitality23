000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINFST01.
      ******************************************************************
      * FINFST01 -- CONSOLIDATED CORPORATE-FAMILY STATEMENT. ONE
      *             STATEMENT PER FAMILY ON THE ACCOUNT-FAMILY FILE
      *             (SEE ACCTFAM), MAILED TO THE PARENT ACCOUNT'S
      *             NAME-AND-ADDRESS RECORD, SO THE CUSTOMER'S
      *             PAYABLES OFFICE GETS ONE DOCUMENT INSTEAD OF ONE
      *             PER ACCOUNT. THE PARENT ACCOUNT PRINTS FIRST,
      *             THEN EACH CHILD IN ACCOUNT ORDER; UNDER EACH
      *             ACCOUNT ARE ITS OPEN INVOICES (SEE OPENITM) WITH
      *             DUE DATE AND OPEN AMOUNT, PAST-DUE ITEMS MARKED,
      *             AND THE ACCOUNT'S MASTER BALANCE. THE STATEMENT
      *             CLOSES WITH THE TOTAL DUE FROM THE WHOLE FAMILY
      *             AND HOW MUCH OF IT IS PAST DUE.
      *             AN OPTIONAL REQUEST CARD LIMITS THE RUN TO A
      *             RANGE OF PARENT ACCOUNTS; WITH NO CARD EVERY
      *             FAMILY GETS A STATEMENT. PAST DUE IS JUDGED
      *             AGAINST THE FINBDT01 BUSINESS DATE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-20  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL REQUEST-FILE ASSIGN U-T-FSTREQ.
000800     SELECT SORT-FILE ASSIGN U-T-SORTWK.
000900     SELECT MASTER-FILE ASSIGN U-T-MASTER
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS OI-KEY
001800        FILE STATUS IS WS-OPNITM-STATUS.
001900     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS NA-ACCOUNT-NUMBER
002300        FILE STATUS IS WS-NAMADR-STATUS.
002400     SELECT FAMILY-FILE ASSIGN U-T-ACTFAM
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS FM-KEY
002800        FILE STATUS IS WS-ACTFAM-STATUS.
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
003900 FD REQUEST-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 80 CHARACTERS
004200     DATA RECORD IS REQUEST-RECORD.
004300   01 REQUEST-RECORD.
004400     02 FS-PARENT-FROM         PIC 9(08).
004500     02 FS-PARENT-TO           PIC 9(08).
004600     02 FILLER                 PIC X(64).
004700 FD MASTER-FILE
004800     LABEL RECORDS ARE STANDARD
004900     DATA RECORD IS MASTER-RECORD.
005000 COPY MSTRFILE.
005100 FD OPEN-ITEM-FILE
005200     LABEL RECORDS ARE STANDARD
005300     DATA RECORD IS OPEN-ITEM-RECORD.
005400 COPY OPENITM.
005500 FD NAME-ADDRESS-FILE
005600     LABEL RECORDS ARE STANDARD
005700     DATA RECORD IS NAME-ADDRESS-RECORD.
005800 COPY NAMADDR.
005900 FD FAMILY-FILE
006000     LABEL RECORDS ARE STANDARD
006100     DATA RECORD IS FAMILY-RECORD.
006200 COPY ACCTFAM.
006300 SD SORT-FILE
006400     RECORD CONTAINS 20 CHARACTERS
006500     DATA RECORD IS SORT-RECORD.
006600   01 SORT-RECORD.
006700     02 SRT-PARENT-ACCOUNT     PIC 9(08).
006800     02 SRT-MEMBER-SEQ         PIC 9(01).
006900     02 SRT-ACCOUNT-NUMBER     PIC 9(08).
007000     02 FILLER                 PIC X(03).
      ******************************************************************
007100 WORKING-STORAGE SECTION.
007200 COPY HEADER1.
007300 01  PROGRAM-WORK-FIELDS.
007400     02  SORT-SWITCH       PIC X(3).
007500         88  SORT-EOF      VALUE 'EOF'.
007600     02  FAMILY-BROWSE-SWITCH PIC X(3).
007700         88  END-OF-FAMILIES VALUE 'EOF'.
007800     02  ITEM-BROWSE-SWITCH PIC X(3).
007900         88  END-OF-ITEMS  VALUE 'EOF'.
008000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
008100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 40.
008200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
008300     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
008400     02  WS-OPNITM-STATUS  PIC X(2)  VALUE ZERO.
008500     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
008600     02  WS-ACTFAM-STATUS  PIC X(2)  VALUE ZERO.
008700     02  ADDRESS-SWITCH    PIC X(3)  VALUE 'NO '.
008800         88  ADDRESS-FOUND VALUE 'YES'.
008900     02  WS-CURRENT-PARENT PIC 9(8)  VALUE ZERO.
009000     02  WS-FAMILY-NAME    PIC X(20) VALUE SPACES.
009100     02  WS-ACCOUNT-BALANCE PIC S9(7)V99 VALUE ZERO.
009200     02  WS-ACCOUNT-ITEMS  PIC 9(5)  VALUE ZERO.
009300     02  WS-FAMILY-BALANCE PIC S9(11)V99 VALUE ZERO.
009400     02  WS-FAMILY-PAST-DUE PIC S9(11)V99 VALUE ZERO.
009500     02  WS-STMT-COUNT     PIC 9(5)  VALUE ZERO.
009600     02  WS-ACCOUNT-COUNT  PIC 9(7)  VALUE ZERO.
009700     02  WS-NOT-ON-MASTER  PIC 9(5)  VALUE ZERO.
009800     02  WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
009900 COPY PAGING.
010000 COPY FINBDC01.
010100 01  MAIL-ADDRESS-LINE.
010200     02  FILLER                PIC X(6).
010300     02  MAD-TEXT              PIC X(40).
010400     02  FILLER                PIC X(86).
010500 01  MAIL-CITY-LINE.
010600     02  FILLER                PIC X(6).
010700     02  MAD-CITY              PIC X(18).
010800     02  FILLER                PIC X(1).
010900     02  MAD-POSTAL            PIC X(8).
011000     02  FILLER                PIC X(99).
011100 01  FAMILY-TITLE-LINE.
011200     02  FILLER                PIC X(2).
011300     02  FILLER                PIC X(9)  VALUE 'FAMILY - '.
011400     02  FTL-NAME              PIC X(20).
011500     02  FILLER                PIC X(3).
011600     02  FILLER                PIC X(17)
011650         VALUE 'PARENT ACCOUNT - '.
011700     02  FTL-PARENT            PIC ZZ,ZZZ,ZZ9.
011800     02  FILLER                PIC X(3).
011900     02  FILLER                PIC X(6)  VALUE 'AS OF '.
012000     02  FTL-DATE              PIC 9(8).
012100     02  FILLER                PIC X(54).
012200 01  ACCOUNT-TITLE-LINE.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(10) VALUE 'ACCOUNT - '.
012500     02  ATL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
012600     02  FILLER                PIC X(3).
012700     02  FILLER                PIC X(7)  VALUE 'NAME - '.
012800     02  ATL-NAME              PIC X(10).
012900     02  FILLER                PIC X(3).
013000     02  FILLER                PIC X(14) VALUE 'DESCRIPTION - '.
013100     02  ATL-DESCRIPTION       PIC X(20).
013200     02  FILLER                PIC X(53).
013300 01  ITEM-DETAIL-LINE.
013400     02  FILLER                PIC X(5).
013500     02  ITL-INVOICE           PIC X(10).
013600     02  FILLER                PIC X(3).
013700     02  ITL-INVOICE-DATE      PIC 9(8).
013800     02  FILLER                PIC X(3).
013900     02  ITL-DUE-DATE          PIC 9(8).
014000     02  FILLER                PIC X(3).
014100     02  ITL-ORIGINAL          PIC Z,ZZZ,ZZ9.99-.
014200     02  FILLER                PIC X(3).
014300     02  ITL-OPEN              PIC Z,ZZZ,ZZ9.99-.
014400     02  FILLER                PIC X(3).
014500     02  ITL-STATUS            PIC X(8).
014600     02  FILLER                PIC X(52).
014700 01  ITEM-HEADING-LINE.
014800     02  FILLER                PIC X(5).
014900     02  FILLER                PIC X(10) VALUE 'INVOICE'.
015000     02  FILLER                PIC X(3).
015100     02  FILLER                PIC X(8)  VALUE 'INV DATE'.
015200     02  FILLER                PIC X(3).
015300     02  FILLER                PIC X(8)  VALUE 'DUE DATE'.
015400     02  FILLER                PIC X(3).
015500     02  FILLER                PIC X(13) VALUE '     ORIGINAL'.
015600     02  FILLER                PIC X(3).
015700     02  FILLER                PIC X(13) VALUE '  OPEN AMOUNT'.
015800     02  FILLER                PIC X(3).
015900     02  FILLER                PIC X(8)  VALUE 'STATUS'.
016000     02  FILLER                PIC X(52).
016100 01  AMOUNT-TOTAL-LINE.
016200     02  FILLER                PIC X(5).
016300     02  ATT-TAG               PIC X(30).
016400     02  ATT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
016500     02  FILLER                PIC X(82).
016600 01  MESSAGE-LINE.
016700     02  FILLER                PIC X(5).
016800     02  MSG-TEXT              PIC X(70).
016900     02  FILLER                PIC X(57).
017000******************************************************************
017100 PROCEDURE DIVISION.
017200     DISPLAY 'FINFST01 - FAMILY STATEMENT PRINT STARTING'.
017300     MOVE ZERO TO BD-REQUEST-DATE.
017400     CALL 'FINBDT01' USING FINBDC01-RECORD.
017500     PERFORM READ-REQUEST-CARD.
017600     OPEN OUTPUT REPORT-FILE.
017700     OPEN INPUT MASTER-FILE OPEN-ITEM-FILE NAME-ADDRESS-FILE
017800                FAMILY-FILE.
017900     SORT SORT-FILE
018000         ON ASCENDING KEY SRT-PARENT-ACCOUNT
018100                          SRT-MEMBER-SEQ
018200                          SRT-ACCOUNT-NUMBER
018300         INPUT PROCEDURE IS COLLECT-FAMILY-ACCOUNTS
018400             THRU COLLECT-FAMILY-ACCOUNTS-END
018500         OUTPUT PROCEDURE IS PRINT-FAMILY-STATEMENTS
018600             THRU PRINT-FAMILY-STATEMENTS-END.
018700     CLOSE REPORT-FILE MASTER-FILE OPEN-ITEM-FILE
018800         NAME-ADDRESS-FILE FAMILY-FILE.
018900     DISPLAY 'FINFST01 - STATEMENTS PRINTED: ' WS-STMT-COUNT.
019000     DISPLAY 'FINFST01 - ACCOUNTS LISTED:   ' WS-ACCOUNT-COUNT.
019100     IF WS-NO-ADDRESS-COUNT > ZERO
019200        DISPLAY 'FINFST01 - FAMILIES WITH NO ADDRESS ON FILE: '
019300            WS-NO-ADDRESS-COUNT
019400     END-IF.
019500     IF WS-NOT-ON-MASTER > ZERO
019600        DISPLAY 'FINFST01 - FAMILY ACCOUNTS NOT ON MASTER: '
019700            WS-NOT-ON-MASTER
019800        MOVE 4 TO RETURN-CODE
019900     END-IF.
020000     GOBACK.
020100******************************************************************
020200 READ-REQUEST-CARD.
020300     OPEN INPUT REQUEST-FILE.
020400     READ REQUEST-FILE AT END
020500         MOVE ZERO TO FS-PARENT-FROM FS-PARENT-TO
020600     END-READ.
020700     CLOSE REQUEST-FILE.
020800     IF FS-PARENT-FROM NOT NUMERIC
020900        MOVE ZERO TO FS-PARENT-FROM
021000     END-IF.
021100     IF FS-PARENT-TO NOT NUMERIC OR FS-PARENT-TO = ZERO
021200        MOVE 99999999 TO FS-PARENT-TO
021300     END-IF.
021400******************************************************************
      * EVERY FAMILY RECORD IN THE PARENT RANGE GOES TO THE SORT --
      * THE PARENT AS SEQUENCE 0 AND EACH CHILD AS SEQUENCE 1 -- SO
      * EACH FAMILY COMES BACK TOGETHER, PARENT FIRST.
      ******************************************************************
021500 COLLECT-FAMILY-ACCOUNTS.
021600     MOVE SPACES TO FAMILY-BROWSE-SWITCH.
021700     MOVE LOW-VALUES TO FM-KEY.
021800     START FAMILY-FILE KEY NOT LESS THAN FM-KEY
021900         INVALID KEY
022000            MOVE 'EOF' TO FAMILY-BROWSE-SWITCH
022100     END-START.
022200     PERFORM COLLECT-ONE-RECORD
022300        UNTIL END-OF-FAMILIES.
022400 COLLECT-FAMILY-ACCOUNTS-END.
022500     EXIT.
022600******************************************************************
022700 COLLECT-ONE-RECORD.
022800     READ FAMILY-FILE NEXT RECORD AT END
022900         MOVE 'EOF' TO FAMILY-BROWSE-SWITCH
023000     END-READ.
023100     IF NOT END-OF-FAMILIES
023200           AND FM-PARENT-ACCOUNT NOT < FS-PARENT-FROM
023300           AND FM-PARENT-ACCOUNT NOT > FS-PARENT-TO
023400        MOVE FM-PARENT-ACCOUNT TO SRT-PARENT-ACCOUNT
023500        IF FM-FAMILY
023600           MOVE 0 TO SRT-MEMBER-SEQ
023700        ELSE
023800           MOVE 1 TO SRT-MEMBER-SEQ
023900        END-IF
024000        MOVE FM-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
024100        RELEASE SORT-RECORD
024200     END-IF.
024300******************************************************************
024400 PRINT-FAMILY-STATEMENTS.
024500     MOVE SPACES TO SORT-SWITCH.
024600     MOVE ZERO TO WS-CURRENT-PARENT.
024700     PERFORM GET-SORTED-RECORD.
024800     PERFORM STATEMENT-AND-READ
024900        UNTIL SORT-EOF.
025000     IF WS-STMT-COUNT > ZERO
025100        PERFORM WRITE-FAMILY-TOTALS
025200     END-IF.
025300 PRINT-FAMILY-STATEMENTS-END.
025400     EXIT.
025500******************************************************************
025600 GET-SORTED-RECORD.
025700     RETURN SORT-FILE AT END
025800         MOVE 'EOF' TO SORT-SWITCH.
025900******************************************************************
026000 STATEMENT-AND-READ.
026100     IF SRT-PARENT-ACCOUNT NOT = WS-CURRENT-PARENT
026200        IF WS-STMT-COUNT > ZERO
026300           PERFORM WRITE-FAMILY-TOTALS
026400        END-IF
026500        PERFORM START-FAMILY-STATEMENT
026600     END-IF.
026700     PERFORM PRINT-ONE-ACCOUNT THRU PRINT-ONE-ACCOUNT-EXIT.
026800     PERFORM GET-SORTED-RECORD.
026900******************************************************************
      * A NEW FAMILY STARTS A NEW STATEMENT -- THE PARENT'S ADDRESS
      * AND THE FAMILY NAME FROM ITS 'F' RECORD.
      ******************************************************************
027000 START-FAMILY-STATEMENT.
027100     MOVE SRT-PARENT-ACCOUNT TO WS-CURRENT-PARENT.
027200     ADD 1 TO WS-STMT-COUNT.
027300     MOVE ZERO TO WS-FAMILY-BALANCE WS-FAMILY-PAST-DUE.
027400     MOVE 'F' TO FM-RECORD-TYPE.
027500     MOVE WS-CURRENT-PARENT TO FM-ACCOUNT-NUMBER.
027600     READ FAMILY-FILE
027700         INVALID KEY
027800            MOVE SPACES TO WS-FAMILY-NAME
027900         NOT INVALID KEY
028000            MOVE FM-FAMILY-NAME TO WS-FAMILY-NAME
028100     END-READ.
028200     MOVE 'NO ' TO ADDRESS-SWITCH.
028300     MOVE WS-CURRENT-PARENT TO NA-ACCOUNT-NUMBER.
028400     READ NAME-ADDRESS-FILE
028500         INVALID KEY
028600            ADD 1 TO WS-NO-ADDRESS-COUNT
028700         NOT INVALID KEY
028800            MOVE 'YES' TO ADDRESS-SWITCH
028900     END-READ.
029000     PERFORM WRITE-HEADER.
029100     MOVE 2 TO LINE-SPACING.
029200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
029300     MOVE WS-FAMILY-NAME TO FTL-NAME.
029400     MOVE WS-CURRENT-PARENT TO FTL-PARENT.
029500     MOVE BD-BUSINESS-DATE TO FTL-DATE.
029600     MOVE FAMILY-TITLE-LINE TO OUTPUT-LINE.
029700     WRITE OUTPUT-RECORD.
029800     ADD 2 TO LINES-WRITTEN.
029900     MOVE 1 TO LINE-SPACING.
030000******************************************************************
030100 PRINT-ONE-ACCOUNT.
030200     MOVE SRT-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
030300     READ MASTER-FILE
030400         INVALID KEY
030500            ADD 1 TO WS-NOT-ON-MASTER
030600            DISPLAY 'FINFST01 - ACCOUNT NOT ON MASTER: '
030700                SRT-ACCOUNT-NUMBER
030800            GO TO PRINT-ONE-ACCOUNT-EXIT
030900     END-READ.
031000     ADD 1 TO WS-ACCOUNT-COUNT.
031100     MOVE ZERO TO WS-ACCOUNT-ITEMS.
031200     COMPUTE WS-ACCOUNT-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
031300     PERFORM WRITE-ACCOUNT-TITLE.
031400     MOVE SPACES TO ITEM-BROWSE-SWITCH.
031500     MOVE MSTR-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER.
031600     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
031700     START OPEN-ITEM-FILE
031800         KEY IS NOT LESS THAN OI-KEY
031900         INVALID KEY
032000            MOVE 'EOF' TO ITEM-BROWSE-SWITCH
032100     END-START.
032200     PERFORM LIST-ONE-OPEN-ITEM
032300        UNTIL END-OF-ITEMS.
032400     IF WS-ACCOUNT-ITEMS = ZERO
032500        MOVE 'NO OPEN INVOICES' TO MSG-TEXT
032600        PERFORM WRITE-MESSAGE-LINE
032700     END-IF.
032800     MOVE 'ACCOUNT BALANCE               ' TO ATT-TAG.
032900     MOVE WS-ACCOUNT-BALANCE TO ATT-AMOUNT.
033000     PERFORM WRITE-AMOUNT-LINE.
033100     ADD WS-ACCOUNT-BALANCE TO WS-FAMILY-BALANCE.
033200 PRINT-ONE-ACCOUNT-EXIT.
033300     EXIT.
033400******************************************************************
033500 LIST-ONE-OPEN-ITEM.
033600     READ OPEN-ITEM-FILE NEXT RECORD AT END
033700         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
033800     END-READ.
033900     IF NOT END-OF-ITEMS
034000        IF OI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
034100           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
034200        ELSE
034300           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT NOT = ZERO
034400              PERFORM WRITE-ITEM-LINE
034500           END-IF
034600        END-IF
034700     END-IF.
034800******************************************************************
034900 WRITE-ACCOUNT-TITLE.
035000     IF LINES-WRITTEN + 4 > WS-PAGE-SIZE
035100        PERFORM WRITE-HEADER
035200     END-IF.
035300     MOVE 2 TO LINE-SPACING.
035400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
035500     MOVE MSTR-ACCOUNT-NUMBER TO ATL-ACCOUNT.
035600     MOVE MSTR-NAME TO ATL-NAME.
035700     MOVE MSTR-DESCRIPTION TO ATL-DESCRIPTION.
035800     MOVE ACCOUNT-TITLE-LINE TO OUTPUT-LINE.
035900     WRITE OUTPUT-RECORD.
036000     MOVE 1 TO LINE-SPACING.
036100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
036200     MOVE ITEM-HEADING-LINE TO OUTPUT-LINE.
036300     WRITE OUTPUT-RECORD.
036400     ADD 3 TO LINES-WRITTEN.
036500******************************************************************
036600 WRITE-ITEM-LINE.
036700     IF LINES-WRITTEN >= WS-PAGE-SIZE
036800        PERFORM WRITE-HEADER
036900        MOVE 2 TO LINE-SPACING
037000     END-IF.
037100     ADD 1 TO WS-ACCOUNT-ITEMS.
037200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037300     MOVE OI-INVOICE-NUMBER TO ITL-INVOICE.
037400     MOVE OI-INVOICE-DATE TO ITL-INVOICE-DATE.
037500     MOVE OI-DUE-DATE TO ITL-DUE-DATE.
037600     MOVE OI-ORIGINAL-AMOUNT TO ITL-ORIGINAL.
037700     MOVE OI-OPEN-AMOUNT TO ITL-OPEN.
037800     IF OI-DUE-DATE < BD-BUSINESS-DATE
037900        MOVE 'PAST DUE' TO ITL-STATUS
038000        ADD OI-OPEN-AMOUNT TO WS-FAMILY-PAST-DUE
038100     ELSE
038200        MOVE SPACES TO ITL-STATUS
038300     END-IF.
038400     MOVE ITEM-DETAIL-LINE TO OUTPUT-LINE.
038500     WRITE OUTPUT-RECORD.
038600     ADD 1 TO LINES-WRITTEN.
038700     MOVE 1 TO LINE-SPACING.
038800******************************************************************
038900 WRITE-AMOUNT-LINE.
039000     IF LINES-WRITTEN >= WS-PAGE-SIZE
039100        PERFORM WRITE-HEADER
039200        MOVE 2 TO LINE-SPACING
039300     END-IF.
039400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
039500     MOVE AMOUNT-TOTAL-LINE TO OUTPUT-LINE.
039600     WRITE OUTPUT-RECORD.
039700     ADD 1 TO LINES-WRITTEN.
039800     MOVE 1 TO LINE-SPACING.
039900******************************************************************
040000 WRITE-MESSAGE-LINE.
040100     IF LINES-WRITTEN >= WS-PAGE-SIZE
040200        PERFORM WRITE-HEADER
040300        MOVE 2 TO LINE-SPACING
040400     END-IF.
040500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
040600     MOVE MESSAGE-LINE TO OUTPUT-LINE.
040700     WRITE OUTPUT-RECORD.
040800     ADD 1 TO LINES-WRITTEN.
040900     MOVE 1 TO LINE-SPACING.
041000******************************************************************
      * THE FAMILY CLOSING -- ONE FIGURE FOR THE PAYABLES OFFICE TO
      * SETTLE, AND HOW MUCH OF IT IS ALREADY PAST DUE.
      ******************************************************************
041100 WRITE-FAMILY-TOTALS.
041200     MOVE 2 TO LINE-SPACING.
041300     MOVE 'TOTAL DUE - ALL ACCOUNTS      ' TO ATT-TAG.
041400     MOVE WS-FAMILY-BALANCE TO ATT-AMOUNT.
041500     PERFORM WRITE-AMOUNT-LINE.
041600     MOVE 'OF WHICH PAST DUE             ' TO ATT-TAG.
041700     MOVE WS-FAMILY-PAST-DUE TO ATT-AMOUNT.
041800     PERFORM WRITE-AMOUNT-LINE.
041900     MOVE 2 TO LINE-SPACING.
042000     MOVE 'PLEASE SEND ONE REMITTANCE FOR THE TOTAL DUE, LISTING E
042100-        'ACH ACCOUNT' TO MSG-TEXT.
042200     PERFORM WRITE-MESSAGE-LINE.
042300     MOVE 'NUMBER AND THE INVOICES PAID UNDER IT.' TO MSG-TEXT.
042400     PERFORM WRITE-MESSAGE-LINE.
042500******************************************************************
042600 WRITE-HEADER.
042700     MOVE ZERO TO LINES-WRITTEN.
042800     ACCEPT HDR-PRT-DATE FROM DATE.
042900     ACCEPT HDR-PRT-TIME FROM TIME.
043000     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
043100     ADD 1 TO PAGE-COUNT
043200     MOVE '   FAMILY ACCOUNT STATEMENT    '   TO REPORT-TITLE.
043300     MOVE PAGE-COUNT TO PAGE-NUMBER.
043400     MOVE HEADER-RECORD TO OUTPUT-LINE.
043500     WRITE OUTPUT-RECORD.
043600     ADD 1 TO LINES-WRITTEN.
043700     IF ADDRESS-FOUND
043800        PERFORM WRITE-ADDRESS-BLOCK
043900     END-IF.
044000     MOVE 1 TO LINE-SPACING.
      ******************************************************************
      * THE PARENT'S MAILING ADDRESS GOES UNDER THE HEADING ON EVERY
      * PAGE, WHERE A WINDOW ENVELOPE SHOWS IT.
      ******************************************************************
044100 WRITE-ADDRESS-BLOCK.
044200     MOVE 2 TO LINE-SPACING.
044300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
044400     MOVE SPACES TO MAD-TEXT.
044500     MOVE NA-NAME TO MAD-TEXT.
044600     MOVE MAIL-ADDRESS-LINE TO OUTPUT-LINE.
044700     WRITE OUTPUT-RECORD.
044800     MOVE 1 TO LINE-SPACING.
044900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
045000     MOVE NA-ADDRESS-1 TO MAD-TEXT.
045100     MOVE MAIL-ADDRESS-LINE TO OUTPUT-LINE.
045200     WRITE OUTPUT-RECORD.
045300     ADD 3 TO LINES-WRITTEN.
045400     IF NA-ADDRESS-2 NOT = SPACES
045500        MOVE LINE-SPACING TO CARRIAGE-CONTROL
045600        MOVE NA-ADDRESS-2 TO MAD-TEXT
045700        MOVE MAIL-ADDRESS-LINE TO OUTPUT-LINE
045800        WRITE OUTPUT-RECORD
045900        ADD 1 TO LINES-WRITTEN
046000     END-IF.
046100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
046200     MOVE NA-CITY TO MAD-CITY.
046300     MOVE NA-POSTAL-CODE TO MAD-POSTAL.
046400     MOVE MAIL-CITY-LINE TO OUTPUT-LINE.
046500     WRITE OUTPUT-RECORD.
046600     ADD 1 TO LINES-WRITTEN.
