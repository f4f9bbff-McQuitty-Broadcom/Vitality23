000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDRB01.
      ******************************************************************
      * FINDRB01 -- BUSINESS-DAY ROLLBACK. BACKS ONE STREAM CYCLE OUT
      *             OF THE AR FILES AFTER A BAD FEED HAS BEEN PROCESSED
      *             IN FULL, SO THE CORRECTED FEED CAN BE RUN IN ITS
      *             PLACE. THE ROLLBACK CARD NAMES THE BUSINESS DATE,
      *             THE CYCLE NUMBER, THE OPERATOR AND A REASON CODE.
      *
      *             THE CYCLE IS FOUND THROUGH THE BUSINESS DATE AND
      *             CYCLE NUMBER FINAPL01 STAMPS ON THE MASTER JOURNAL
      *             (SEE MSTRJNL) AND ON THE DAY-POSTING LOG (SEE
      *             DAYPOST):
      *               - EVERY MASTER THE CYCLE CHANGED IS PUT BACK TO
      *                 ITS EARLIEST BEFORE-IMAGE IN THE CYCLE; ONE THE
      *                 CYCLE ADDED IS DELETED. A MASTER CHANGED AGAIN
      *                 SINCE THE CYCLE (CASH, MAINTENANCE) IS NOT
      *                 TOUCHED BUT LISTED FOR MANUAL CORRECTION. EVERY
      *                 RESTORE IS ITSELF JOURNALED.
      *               - ONE TRANSACTION-HISTORY RECORD PER POSTED
      *                 DETAIL IS REMOVED -- THE HIGHEST SEQUENCE
      *                 WRITTEN THAT DAY FOR THE ACCOUNT BY THE SAME
      *                 BOOK, WHICH IS THE CYCLE'S OWN RECORD BECAUSE
      *                 ONLY THE DAY'S LATEST CYCLE MAY BE BACKED OUT.
      *               - EACH DETAIL'S LINE TOTAL IS TAKEN BACK OUT OF
      *                 ACCTBAL AND REFBAL, AND EACH BOOK'S COUNT AND
      *                 RUN TOTAL OUT OF ITS MTD-YTD ROW.
      *               - EVERY INVOICE THE CYCLE OPENED ON THE
      *                 OPEN-ITEM FILE (SEE OPENITM) IS DELETED, AND
      *                 EVERY INVOICE IT REVERSED OR SETTLED GOES BACK
      *                 TO ITS PRIOR OPEN AMOUNT AND STATUS, NEWEST
      *                 CHANGE FIRST, FROM THE OPEN-ITEM RECORDS ON THE
      *                 POSTING LOG. AN INVOICE CHANGED AGAIN SINCE THE
      *                 CYCLE IS LEFT AS IT IS AND LISTED.
      *               - THE CYCLE'S RUN-REGISTER ENTRIES ARE DELETED,
      *                 SO COBMAIN TAKES THE RERUN WITHOUT A FORCE.
      *             THE JOURNAL AND POSTING-LOG RECORDS BACKED OUT ARE
      *             THEN FLAGGED SO THE CYCLE CANNOT BE BACKED OUT
      *             TWICE.
      *
      *             NOTHING IS CHANGED UNLESS THE CYCLE IS THE LATEST
      *             ON THE RUN REGISTER, THE JOURNAL AND POSTING LOG
      *             AGREE ON THE NUMBER OF DETAILS APPLIED, AND THE
      *             WORK TABLES HOLD THE CYCLE -- OTHERWISE THE RUN IS
      *             REFUSED RETURN-CODE 12 (RETURN-CODE 4 WHEN THERE
      *             IS SIMPLY NOTHING TO BACK OUT).
      *
      *             THE PROOF REPORT SHOWS EACH FILE BEFORE THE
      *             ROLLBACK, WHAT WAS BACKED OUT AND THE FILE AFTER,
      *             AND CONFIRMS THE AFTER FIGURES NET BACK TO THE
      *             PRIOR DAY. WHEN THE PRIOR-DAY MTD-YTD SNAPSHOT
      *             (SEE PRIORDAY) IS SUPPLIED ON U-T-PRIOR -- THE
      *             GENERATION TAKEN BEFORE THE BAD CYCLE -- EACH
      *             BOOK'S MTD-YTD ROW IS ALSO PROVED AGAINST IT. AN
      *             UNRESTORED MASTER OR INVOICE, A MISSING RECORD OR
      *             A FILE THAT DOES NOT NET ENDS THE RUN RETURN-CODE
      *             4; A FILE ERROR STOPS IT RETURN-CODE 12.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-04  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE OPEN-ITEM FILE IS NOW BACKED OUT TOO --
      *                  INVOICES THE CYCLE OPENED ARE DELETED AND
      *                  INVOICES IT REVERSED OR SETTLED ARE RESTORED
      *                  FROM THE OPEN-ITEM RECORDS FINAPL01 NOW WRITES
      *                  TO THE POSTING LOG. OPENITM HAS ITS OWN ROW ON
      *                  THE PROOF REPORT.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT ROLLBACK-CARD-FILE ASSIGN U-T-DRBCRD.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
000900     SELECT OPTIONAL POSTING-LOG-FILE ASSIGN U-T-DAYPST.
001000     SELECT OPTIONAL PRIOR-FILE ASSIGN U-T-PRIOR.
001100     SELECT JOURNAL-SORT-FILE ASSIGN U-T-SORTWK.
001200     SELECT POSTING-SORT-FILE ASSIGN U-T-SORTWK.
001300     SELECT MASTER-FILE ASSIGN U-T-MASTER
001400        ORGANIZATION IS INDEXED
001500        ACCESS MODE IS DYNAMIC
001600        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001700        FILE STATUS IS WS-MASTER-STATUS.
001800     SELECT OPTIONAL HISTORY-FILE ASSIGN U-T-TRNHIS
001900        ORGANIZATION IS INDEXED
002000        ACCESS MODE IS DYNAMIC
002100        RECORD KEY IS HIST-KEY
002200        FILE STATUS IS WS-HISTORY-STATUS.
002300     SELECT OPTIONAL BALANCE-FILE ASSIGN U-T-ACTBAL
002400        ORGANIZATION IS INDEXED
002500        ACCESS MODE IS DYNAMIC
002600        RECORD KEY IS AB-ACCOUNT-NUMBER
002700        FILE STATUS IS WS-ACTBAL-STATUS.
002800     SELECT OPTIONAL REFCODE-BALANCE-FILE ASSIGN U-T-REFBAL
002900        ORGANIZATION IS INDEXED
003000        ACCESS MODE IS DYNAMIC
003100        RECORD KEY IS RB-REFERENCE-CODE
003200        FILE STATUS IS WS-REFBAL-STATUS.
003300     SELECT OPTIONAL MTD-YTD-FILE ASSIGN U-T-MTDYTD
003400        ORGANIZATION IS INDEXED
003500        ACCESS MODE IS DYNAMIC
003600        RECORD KEY IS MY-PROGRAM-ID
003700        FILE STATUS IS WS-MTDYTD-STATUS.
003800     SELECT OPTIONAL RUN-REGISTER-FILE ASSIGN U-T-RUNREG
003900        ORGANIZATION IS INDEXED
004000        ACCESS MODE IS DYNAMIC
004100        RECORD KEY IS RR-KEY
004200        FILE STATUS IS WS-RUNREG-STATUS.
004210     SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN U-T-OPNITM
004220        ORGANIZATION IS INDEXED
004230        ACCESS MODE IS DYNAMIC
004240        RECORD KEY IS OI-KEY
004250        FILE STATUS IS WS-OPENITM-STATUS.
004260     SELECT ITEM-SORT-FILE ASSIGN U-T-SORTWK.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD REPORT-FILE
004600     LABEL RECORDS ARE OMITTED
004700     RECORDING MODE IS F
004800     RECORD CONTAINS 133 CHARACTERS
004900     DATA RECORD IS OUTPUT-RECORD.
005000   01 OUTPUT-RECORD.
005100     02 CARRIAGE-CONTROL PIC X.
005200     02 OUTPUT-LINE      PIC X(132).
005300 FD ROLLBACK-CARD-FILE
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS
005600     DATA RECORD IS ROLLBACK-CARD-RECORD.
005700   01 ROLLBACK-CARD-RECORD.
005800     02 DRB-BUSINESS-DATE      PIC 9(08).
005900     02 DRB-CYCLE-NUMBER       PIC 9(02).
006000     02 DRB-OPERATOR-ID        PIC X(08).
006100     02 DRB-REASON-CODE        PIC X(04).
006200     02 FILLER                 PIC X(58).
006300 FD JOURNAL-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 196 CHARACTERS
006600     DATA RECORD IS MASTER-JOURNAL-RECORD.
006700 COPY MSTRJNL.
006800 FD POSTING-LOG-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS
007100     DATA RECORD IS DAY-POSTING-RECORD.
007200 COPY DAYPOST.
007300 FD PRIOR-FILE
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS
007600     DATA RECORD IS PRIOR-RECORD.
007700 COPY PRIORDAY.
007800 FD MASTER-FILE
007900     LABEL RECORDS ARE STANDARD
008000     DATA RECORD IS MASTER-RECORD.
008100 COPY MSTRFILE.
008200 FD HISTORY-FILE
008300     LABEL RECORDS ARE STANDARD
008400     DATA RECORD IS HISTORY-RECORD.
008500 COPY TRNHIST.
008600 FD BALANCE-FILE
008700     LABEL RECORDS ARE STANDARD
008800     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
008900 COPY ACCTBAL.
009000 FD REFCODE-BALANCE-FILE
009100     LABEL RECORDS ARE STANDARD
009200     DATA RECORD IS REFCODE-BALANCE-RECORD.
009300 COPY REFBAL.
009400 FD MTD-YTD-FILE
009500     LABEL RECORDS ARE STANDARD
009600     DATA RECORD IS MTD-YTD-RECORD.
009700 COPY MTDYTD.
009800 FD RUN-REGISTER-FILE
009900     LABEL RECORDS ARE STANDARD
010000     DATA RECORD IS RUN-REGISTER-RECORD.
010100 01  RUN-REGISTER-RECORD.
010200     05  RR-KEY.
010300         10  RR-BUSINESS-DATE PIC 9(8).
010400         10  RR-CYCLE-NUMBER  PIC 9(2).
010500         10  RR-PROGRAM-ID    PIC X(8).
010600     05  RR-RUN-STATUS      PIC X(1).
010700         88  RR-COMPLETE    VALUE 'C'.
010800     05  RR-FORCE-FLAG      PIC X(1).
010900     05  RR-RUN-TIME        PIC 9(8).
011000     05  FILLER             PIC X(52).
011010 FD OPEN-ITEM-FILE
011020     LABEL RECORDS ARE STANDARD
011030     DATA RECORD IS OPEN-ITEM-RECORD.
011040 COPY OPENITM.
011100 SD JOURNAL-SORT-FILE
011200     RECORD CONTAINS 178 CHARACTERS
011300     DATA RECORD IS JOURNAL-SORT-RECORD.
011400   01 JOURNAL-SORT-RECORD.
011500     02 JS-ACCOUNT-NUMBER      PIC 9(08).
011600     02 JS-SEQUENCE            PIC 9(09).
011700     02 JS-ACTION-CODE         PIC X(01).
011800     02 JS-BEFORE-IMAGE        PIC X(80).
011900     02 JS-AFTER-IMAGE         PIC X(80).
012000 SD POSTING-SORT-FILE
012100     RECORD CONTAINS 48 CHARACTERS
012200     DATA RECORD IS POSTING-SORT-RECORD.
012300   01 POSTING-SORT-RECORD.
012400     02 PS-ACCOUNT-NUMBER      PIC 9(08).
012500     02 PS-SEQUENCE            PIC 9(09).
012600     02 PS-SOURCE-PROGRAM      PIC X(08).
012700     02 PS-UPDATE-DATE         PIC 9(08).
012800     02 PS-LINE-TOTAL          PIC S9(13)V99.
012810 SD ITEM-SORT-FILE
012815     RECORD CONTAINS 48 CHARACTERS
012820     DATA RECORD IS ITEM-SORT-RECORD.
012825   01 ITEM-SORT-RECORD.
012830     02 IT-SEQUENCE            PIC 9(09).
012835     02 IT-REC-TYPE            PIC X(01).
012840        88  IT-ITEM-OPENED     VALUE 'O'.
012845     02 IT-ACCOUNT-NUMBER      PIC 9(08).
012850     02 IT-INVOICE-NUMBER      PIC X(10).
012855     02 IT-PRIOR-OPEN          PIC S9(07)V99.
012860     02 IT-PRIOR-STATUS        PIC X(01).
012865     02 IT-NEW-OPEN            PIC S9(07)V99.
012870     02 IT-NEW-STATUS          PIC X(01).
      ******************************************************************
012900 WORKING-STORAGE SECTION.
013000 COPY HEADER1.
013100 01  PROGRAM-WORK-FIELDS.
013200     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
013300         88  END-OF-FILE   VALUE 'EOF'.
013400     02  SORT-SWITCH       PIC X(3)  VALUE SPACES.
013500         88  SORT-EOF      VALUE 'EOF'.
013600     02  BROWSE-SWITCH     PIC X(3)  VALUE SPACES.
013700         88  END-OF-BROWSE VALUE 'EOF'.
013800     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
013900         88  RECORD-FOUND  VALUE 'YES'.
014000     02  ENTRY-SWITCH      PIC X(3)  VALUE 'NO '.
014100         88  ENTRY-FOUND   VALUE 'YES'.
014200     02  REFUSED-SWITCH    PIC X(3)  VALUE 'NO '.
014300         88  ROLLBACK-REFUSED VALUE 'YES'.
014400     02  STOPPED-SWITCH    PIC X(3)  VALUE 'NO '.
014500         88  ROLLBACK-STOPPED VALUE 'YES'.
014600     02  NET-SWITCH        PIC X(3)  VALUE 'YES'.
014700         88  ALL-FILES-NET VALUE 'YES'.
014800     02  SNAPSHOT-SWITCH   PIC X(3)  VALUE 'NO '.
014900         88  SNAPSHOT-USABLE VALUE 'YES'.
015000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
015100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
015200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
015300     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
015400     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
015500     02  WS-ACTBAL-STATUS  PIC X(2)  VALUE ZERO.
015600     02  WS-REFBAL-STATUS  PIC X(2)  VALUE ZERO.
015700     02  WS-MTDYTD-STATUS  PIC X(2)  VALUE ZERO.
015800     02  WS-RUNREG-STATUS  PIC X(2)  VALUE ZERO.
015810     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
015900     02  WS-JOURNAL-READ   PIC 9(9)  VALUE ZERO.
016000     02  WS-POSTING-READ   PIC 9(9)  VALUE ZERO.
016100     02  WS-JOURNAL-SELECTED PIC 9(7) VALUE ZERO.
016200     02  WS-POSTING-DETAILS PIC 9(7) VALUE ZERO.
016300     02  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
016400     02  WS-SUB            PIC 9(4)  COMP.
016500     02  WS-REF-COUNT      PIC 9(4)  COMP VALUE ZERO.
016600     02  WS-BOOK-COUNT     PIC 9(4)  COMP VALUE ZERO.
016700     02  WS-SNAPSHOT-DATE  PIC 9(8)  VALUE ZERO.
016800     02  WS-SNAPSHOT-GEN   PIC 9(4)  VALUE ZERO.
016900 01  GROUP-WORK-FIELDS.
017000     02  WS-GROUP-ACCOUNT    PIC 9(8).
017100     02  WS-GROUP-DATE       PIC 9(8).
017200     02  WS-GROUP-COUNT      PIC 9(7).
017300     02  WS-GROUP-TOTAL      PIC S9(13)V99.
017400     02  WS-AMOUNT           PIC S9(13)V99.
017500     02  WS-PRIOR-AMOUNT     PIC S9(13)V99.
017600     02  WS-HIST-COUNT       PIC 9(7).
017700     02  WS-PRIOR-MASTER-COUNT PIC 9(9)  VALUE ZERO.
017800     02  WS-PRIOR-MASTER-TOTAL PIC S9(13)V99 VALUE ZERO.
017900     02  WS-BOOK-DETAIL-COUNT PIC 9(9)   VALUE ZERO.
018000     02  WS-LATEST-HIST-KEY  PIC X(21).
018100     02  WS-FIRST-BEFORE     PIC X(80).
018200     02  WS-LAST-AFTER       PIC X(80).
018300     02  WS-IMAGE            PIC X(80).
018400     02  FILLER REDEFINES WS-IMAGE.
018500         03  WS-IMG-ACCOUNT      PIC 9(08).
018600         03  FILLER              PIC X(30).
018700         03  WS-IMG-AMOUNT-1     PIC S9(04)V99.
018800         03  WS-IMG-AMOUNT-2     PIC S9(04)V99.
018900         03  FILLER              PIC X(30).
019000     02  WS-LAST-RR-KEY      PIC X(18).
019100     02  WS-HOLD-LINE        PIC X(132).
      ******************************************************************
      * PROOF FIGURES -- FOR EACH FILE, THE COUNT AND TOTAL BEFORE THE
      * ROLLBACK, THE COUNT AND TOTAL BACKED OUT, AND THE COUNT AND
      * TOTAL AFTER. THE FILE NETS BACK TO THE PRIOR DAY WHEN AFTER
      * EQUALS BEFORE LESS BACKED OUT AND EVERYTHING THE CYCLE POSTED
      * (THE EXPECTED COUNT) WAS BACKED OUT. THE MASTER ROW NETS WHEN
      * THE AFTER FIGURES EQUAL THE CYCLE'S EARLIEST BEFORE-IMAGES.
      * THE OPEN-ITEM ROW TOTALS THE OPEN AMOUNTS OF THE INVOICES THE
      * CYCLE TOUCHED; IT NETS WHEN EVERY CHANGE WAS BACKED OUT AND
      * AFTER EQUALS BEFORE LESS BACKED OUT.
      ******************************************************************
019200 01  PROOF-TABLE.
019300     05  PROOF-ENTRY OCCURS 9 TIMES.
019400         10  PT-FILE-NAME        PIC X(14).
019500         10  PT-BEFORE-COUNT     PIC 9(9).
019600         10  PT-BEFORE-TOTAL     PIC S9(13)V99.
019700         10  PT-BACKOUT-COUNT    PIC 9(9).
019800         10  PT-BACKOUT-TOTAL    PIC S9(13)V99.
019900         10  PT-AFTER-COUNT      PIC 9(9).
020000         10  PT-AFTER-TOTAL      PIC S9(13)V99.
020100         10  PT-EXPECTED-COUNT   PIC 9(9).
020200 01  PROOF-ROWS.
020300     05  PR-MASTER           PIC 9(1)  VALUE 1.
020400     05  PR-HISTORY          PIC 9(1)  VALUE 2.
020500     05  PR-ACCTBAL-MTD      PIC 9(1)  VALUE 3.
020600     05  PR-ACCTBAL-YTD      PIC 9(1)  VALUE 4.
020700     05  PR-REFBAL-MTD       PIC 9(1)  VALUE 5.
020800     05  PR-MTDYTD-MTD       PIC 9(1)  VALUE 6.
020900     05  PR-MTDYTD-YTD       PIC 9(1)  VALUE 7.
021000     05  PR-RUNREG           PIC 9(1)  VALUE 8.
021010     05  PR-OPENITM          PIC 9(1)  VALUE 9.
021100 01  PROOF-FILE-NAMES.
021200     05  FILLER              PIC X(14) VALUE 'MASTER'.
021300     05  FILLER              PIC X(14) VALUE 'TRNHIST'.
021400     05  FILLER              PIC X(14) VALUE 'ACCTBAL MTD'.
021500     05  FILLER              PIC X(14) VALUE 'ACCTBAL YTD'.
021600     05  FILLER              PIC X(14) VALUE 'REFBAL MTD'.
021700     05  FILLER              PIC X(14) VALUE 'MTDYTD MTD'.
021800     05  FILLER              PIC X(14) VALUE 'MTDYTD YTD'.
021900     05  FILLER              PIC X(14) VALUE 'RUN REGISTER'.
021910     05  FILLER              PIC X(14) VALUE 'OPENITM'.
022000 01  FILLER REDEFINES PROOF-FILE-NAMES.
022100     05  PROOF-FILE-NAME     PIC X(14) OCCURS 9 TIMES.
      ******************************************************************
      * THE CYCLE'S POSTINGS BY REFERENCE CODE AND BY BOOK, GATHERED
      * BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
022200 01  REFCODE-BACKOUT-TABLE.
022300     05  REFCODE-BACKOUT-ENTRY OCCURS 500 TIMES.
022400         10  RT-REFERENCE-CODE   PIC X(06).
022500         10  RT-COUNT            PIC 9(07).
022600         10  RT-TOTAL            PIC S9(13)V99.
022700 01  BOOK-BACKOUT-TABLE.
022800     05  BOOK-BACKOUT-ENTRY OCCURS 10 TIMES.
022900         10  BT-PROGRAM-ID       PIC X(08).
023000         10  BT-COUNT            PIC 9(07).
023100         10  BT-TOTAL            PIC S9(13)V99.
023200         10  BT-AFTER-MTD-COUNT  PIC 9(07).
023300         10  BT-AFTER-MTD-TOTAL  PIC S9(13)V99.
023400         10  BT-AFTER-YTD-COUNT  PIC 9(07).
023500         10  BT-AFTER-YTD-TOTAL  PIC S9(13)V99.
023600         10  BT-PRIOR-SWITCH     PIC X(03).
023700             88  BT-PRIOR-FOUND  VALUE 'YES'.
023800         10  BT-PRIOR-MTD-COUNT  PIC 9(07).
023900         10  BT-PRIOR-MTD-TOTAL  PIC S9(13)V99.
024000         10  BT-PRIOR-YTD-COUNT  PIC 9(07).
024100         10  BT-PRIOR-YTD-TOTAL  PIC S9(13)V99.
024200 COPY PAGING.
024300 01  RUN-DETAIL-LINE.
024400     02  FILLER                PIC X(2).
024500     02  FILLER                PIC X(26)
024600             VALUE 'ROLLBACK OF BUSINESS DATE '.
024700     02  RUN-DATE              PIC 9(8).
024800     02  FILLER                PIC X(7)  VALUE ' CYCLE '.
024900     02  RUN-CYCLE             PIC 9(2).
025000     02  FILLER                PIC X(11) VALUE ' OPERATOR '.
025100     02  RUN-OPERATOR          PIC X(8).
025200     02  FILLER                PIC X(9)  VALUE ' REASON '.
025300     02  RUN-REASON            PIC X(4).
025400     02  FILLER                PIC X(55).
025500 01  EXCEPTION-LINE.
025600     02  FILLER                PIC X(2).
025700     02  EXC-ACCOUNT           PIC 9(8).
025800     02  FILLER                PIC X(2).
025900     02  EXC-TEXT              PIC X(40).
026000     02  FILLER                PIC X(2).
026100     02  EXC-ITEM              PIC X(30).
026200     02  FILLER                PIC X(48).
026300 01  PROOF-DETAIL-LINE.
026400     02  FILLER                PIC X(2).
026500     02  PRF-FILE              PIC X(14).
026600     02  FILLER                PIC X(1).
026700     02  PRF-BEFORE-COUNT      PIC Z,ZZZ,ZZ9.
026800     02  FILLER                PIC X(1).
026900     02  PRF-BEFORE-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027000     02  FILLER                PIC X(1).
027100     02  PRF-BACKOUT-COUNT     PIC Z,ZZZ,ZZ9.
027200     02  FILLER                PIC X(1).
027300     02  PRF-BACKOUT-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027400     02  FILLER                PIC X(1).
027500     02  PRF-AFTER-COUNT       PIC Z,ZZZ,ZZ9.
027600     02  FILLER                PIC X(1).
027700     02  PRF-AFTER-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027800     02  FILLER                PIC X(2).
027900     02  PRF-RESULT            PIC X(16).
028000     02  FILLER                PIC X(8).
028100 01  PROOF-HEADING-LINE.
028200     02  FILLER                PIC X(2).
028300     02  FILLER                PIC X(14) VALUE 'FILE'.
028400     02  FILLER                PIC X(1).
028500     02  FILLER                PIC X(9)  VALUE '   BEFORE'.
028600     02  FILLER                PIC X(1).
028700     02  FILLER          PIC X(19) VALUE '       BEFORE TOTAL'.
028800     02  FILLER                PIC X(1).
028900     02  FILLER                PIC X(9)  VALUE 'BACKED OU'.
029000     02  FILLER                PIC X(1).
029100     02  FILLER          PIC X(19) VALUE '   BACKED OUT TOTAL'.
029200     02  FILLER                PIC X(1).
029300     02  FILLER                PIC X(9)  VALUE '    AFTER'.
029400     02  FILLER                PIC X(1).
029500     02  FILLER          PIC X(19) VALUE '        AFTER TOTAL'.
029600     02  FILLER                PIC X(2).
029700     02  FILLER                PIC X(16) VALUE 'RESULT'.
029800     02  FILLER                PIC X(8).
029900 01  SNAPSHOT-HEADING-LINE.
030000     02  FILLER                PIC X(2).
030100     02  FILLER          PIC X(33)
030200             VALUE 'MTD-YTD PROVED AGAINST SNAPSHOT '.
030300     02  SNP-HDG-DATE          PIC 9(8).
030400     02  FILLER                PIC X(12) VALUE ' GENERATION '.
030500     02  SNP-HDG-GEN           PIC 9(4).
030600     02  FILLER                PIC X(73).
030700******************************************************************
030800 PROCEDURE DIVISION.
030900     DISPLAY 'FINDRB01 - BUSINESS-DAY ROLLBACK STARTING'.
031000     OPEN INPUT  ROLLBACK-CARD-FILE
031100          OUTPUT REPORT-FILE.
031200     PERFORM WRITE-HEADER.
031300     PERFORM CHECK-ROLLBACK-REQUEST
031400        THRU CHECK-ROLLBACK-REQUEST-EXIT.
031500     CLOSE ROLLBACK-CARD-FILE.
031600     IF ROLLBACK-REFUSED
031700        CLOSE REPORT-FILE
031800        DISPLAY 'FINDRB01 - ROLLBACK REFUSED - NOTHING CHANGED'
031900        GOBACK
032000     END-IF.
032100     OPEN I-O MASTER-FILE HISTORY-FILE BALANCE-FILE
032200              REFCODE-BALANCE-FILE MTD-YTD-FILE OPEN-ITEM-FILE.
032300     MOVE ZERO TO WS-POSTING-READ.
032400     SORT POSTING-SORT-FILE
032500         ON ASCENDING KEY PS-ACCOUNT-NUMBER PS-SEQUENCE
032600         INPUT PROCEDURE IS SELECT-POSTINGS
032700             THRU SELECT-POSTINGS-END
032800         OUTPUT PROCEDURE IS BACK-OUT-ACCOUNTS
032900             THRU BACK-OUT-ACCOUNTS-END.
033000     PERFORM BACK-OUT-REFCODE
033100        VARYING WS-SUB FROM 1 BY 1
033200        UNTIL WS-SUB > WS-REF-COUNT.
033300     PERFORM BACK-OUT-BOOK
033400        VARYING WS-SUB FROM 1 BY 1
033500        UNTIL WS-SUB > WS-BOOK-COUNT.
033600     MOVE ZERO TO WS-JOURNAL-READ.
033700     SORT JOURNAL-SORT-FILE
033800         ON ASCENDING KEY JS-ACCOUNT-NUMBER JS-SEQUENCE
033900         INPUT PROCEDURE IS SELECT-JOURNAL
034000             THRU SELECT-JOURNAL-END
034100         OUTPUT PROCEDURE IS RESTORE-MASTERS
034200             THRU RESTORE-MASTERS-END.
034210     MOVE ZERO TO WS-POSTING-READ.
034220     SORT ITEM-SORT-FILE
034230         ON DESCENDING KEY IT-SEQUENCE
034240         INPUT PROCEDURE IS SELECT-ITEM-CHANGES
034250             THRU SELECT-ITEM-CHANGES-END
034260         OUTPUT PROCEDURE IS RESTORE-OPEN-ITEMS
034270             THRU RESTORE-OPEN-ITEMS-END.
034300     CLOSE MASTER-FILE HISTORY-FILE BALANCE-FILE
034400           REFCODE-BALANCE-FILE MTD-YTD-FILE OPEN-ITEM-FILE.
034500     IF ROLLBACK-STOPPED
034600        DISPLAY 'FINDRB01 - ROLLBACK STOPPED ON A FILE ERROR - '
034700            'RESTORE THE FILES FROM BACKUP BEFORE RERUNNING'
034800     ELSE
034900        PERFORM REOPEN-RUN-REGISTER
035000        PERFORM FLAG-JOURNAL-RECORDS
035100        PERFORM FLAG-POSTING-RECORDS
035200     END-IF.
035300     PERFORM READ-PRIOR-SNAPSHOT.
035400     PERFORM WRITE-PROOF-REPORT.
035500     CLOSE REPORT-FILE.
035600     DISPLAY 'FINDRB01 - JOURNAL RECORDS BACKED OUT: '
035700         WS-JOURNAL-SELECTED.
035800     DISPLAY 'FINDRB01 - DETAILS BACKED OUT:         '
035900         WS-POSTING-DETAILS.
036000     DISPLAY 'FINDRB01 - EXCEPTIONS LISTED:          '
036100         WS-EXCEPTION-COUNT.
036200     IF NOT ALL-FILES-NET
036300        DISPLAY 'FINDRB01 - FILES DO NOT NET TO THE PRIOR DAY'
036400     END-IF.
036500     IF (WS-EXCEPTION-COUNT > ZERO OR NOT ALL-FILES-NET)
036600           AND RETURN-CODE < 4
036700        MOVE 4 TO RETURN-CODE
036800     END-IF.
036900     GOBACK.
037000******************************************************************
      * EVERY CHECK IS MADE BEFORE ANY FILE IS CHANGED, SO A REFUSED
      * ROLLBACK LEAVES THE FILES EXACTLY AS THEY WERE.
      ******************************************************************
037100 CHECK-ROLLBACK-REQUEST.
037200     READ ROLLBACK-CARD-FILE AT END
037300         MOVE SPACES TO ROLLBACK-CARD-RECORD
037400     END-READ.
037500     MOVE DRB-BUSINESS-DATE TO RUN-DATE.
037600     MOVE DRB-CYCLE-NUMBER TO RUN-CYCLE.
037700     MOVE DRB-OPERATOR-ID TO RUN-OPERATOR.
037800     MOVE DRB-REASON-CODE TO RUN-REASON.
037900     MOVE RUN-DETAIL-LINE TO OUTPUT-LINE.
038000     PERFORM WRITE-REPORT-LINE.
038100     MOVE ZERO TO EXC-ACCOUNT.
038200     MOVE SPACES TO EXC-ITEM.
038300     IF DRB-OPERATOR-ID = SPACES
038400           OR DRB-REASON-CODE = SPACES
038500        MOVE 'REFUSED - NO OPERATOR OR REASON' TO EXC-TEXT
038600        GO TO REFUSE-ROLLBACK
038700     END-IF.
038800     IF DRB-BUSINESS-DATE NOT NUMERIC
038900           OR DRB-BUSINESS-DATE = ZERO
039000           OR DRB-CYCLE-NUMBER NOT NUMERIC
039100           OR DRB-CYCLE-NUMBER = ZERO
039200        MOVE 'REFUSED - DATE OR CYCLE INVALID' TO EXC-TEXT
039300        GO TO REFUSE-ROLLBACK
039400     END-IF.
039500     PERFORM CHECK-LATER-RUNS.
039600     IF RECORD-FOUND
039700        MOVE 'REFUSED - A LATER RUN IS ON THE REGISTER'
039800            TO EXC-TEXT
039900        MOVE RR-KEY TO EXC-ITEM
040000        GO TO REFUSE-ROLLBACK
040100     END-IF.
040200     PERFORM PRESCAN-JOURNAL.
040300     PERFORM PRESCAN-POSTINGS.
040400     IF ROLLBACK-REFUSED
040500        MOVE 'REFUSED - MORE CODES OR BOOKS THAN TABLE'
040600            TO EXC-TEXT
040700        GO TO REFUSE-ROLLBACK
040800     END-IF.
040900     IF WS-JOURNAL-SELECTED = ZERO
041000           AND WS-POSTING-DETAILS = ZERO
041100           AND WS-BOOK-COUNT = ZERO
041200        MOVE 'REFUSED - NOTHING TO BACK OUT' TO EXC-TEXT
041300        PERFORM WRITE-EXCEPTION-LINE
041400        MOVE 'YES' TO REFUSED-SWITCH
041500        MOVE 4 TO RETURN-CODE
041600        GO TO CHECK-ROLLBACK-REQUEST-EXIT
041700     END-IF.
041800     IF WS-JOURNAL-SELECTED NOT = WS-POSTING-DETAILS
041900        MOVE 'REFUSED - JOURNAL AND POSTING LOG DIFFER'
042000            TO EXC-TEXT
042100        MOVE SPACES TO EXC-ITEM
042200        STRING WS-JOURNAL-SELECTED ' / ' WS-POSTING-DETAILS
042300            DELIMITED BY SIZE INTO EXC-ITEM
042400        GO TO REFUSE-ROLLBACK
042500     END-IF.
042600     GO TO CHECK-ROLLBACK-REQUEST-EXIT.
042700 REFUSE-ROLLBACK.
042800     PERFORM WRITE-EXCEPTION-LINE.
042900     MOVE 'YES' TO REFUSED-SWITCH.
043000     MOVE 12 TO RETURN-CODE.
043100 CHECK-ROLLBACK-REQUEST-EXIT.
043200     EXIT.
043300******************************************************************
      * ONLY THE LATEST CYCLE ON THE REGISTER MAY BE BACKED OUT -- A
      * LATER CYCLE OR A LATER DAY WAS BUILT ON THIS ONE'S RESULTS.
      ******************************************************************
043400 CHECK-LATER-RUNS.
043500     MOVE 'NO ' TO FOUND-SWITCH.
043600     OPEN INPUT RUN-REGISTER-FILE.
043700     MOVE DRB-BUSINESS-DATE TO RR-BUSINESS-DATE.
043800     MOVE DRB-CYCLE-NUMBER TO RR-CYCLE-NUMBER.
043900     MOVE HIGH-VALUES TO RR-PROGRAM-ID.
044000     START RUN-REGISTER-FILE KEY GREATER THAN RR-KEY
044100         INVALID KEY
044200            CONTINUE
044300         NOT INVALID KEY
044400            READ RUN-REGISTER-FILE NEXT RECORD
044500                AT END
044600                   CONTINUE
044700                NOT AT END
044800                   MOVE 'YES' TO FOUND-SWITCH
044900            END-READ
045000     END-START.
045100     CLOSE RUN-REGISTER-FILE.
045200******************************************************************
045300 PRESCAN-JOURNAL.
045400     MOVE SPACES TO INPUT-SWITCH.
045500     OPEN INPUT JOURNAL-FILE.
045600     PERFORM PRESCAN-ONE-JOURNAL
045700        UNTIL END-OF-FILE.
045800     CLOSE JOURNAL-FILE.
045900******************************************************************
046000 PRESCAN-ONE-JOURNAL.
046100     READ JOURNAL-FILE AT END
046200         MOVE 'EOF' TO INPUT-SWITCH
046300     END-READ.
046400     IF NOT END-OF-FILE
046500        PERFORM TEST-JOURNAL-RECORD
046600        IF RECORD-FOUND
046700           ADD 1 TO WS-JOURNAL-SELECTED
046800        END-IF
046900     END-IF.
047000******************************************************************
      * A JOURNAL RECORD BELONGS TO THE CYCLE WHEN FINAPL01 STAMPED IT
      * WITH THE CARD'S DATE AND CYCLE AND NO ROLLBACK HAS FLAGGED IT.
      ******************************************************************
047100 TEST-JOURNAL-RECORD.
047200     MOVE 'NO ' TO FOUND-SWITCH.
047300     IF JL-BUSINESS-DATE NUMERIC
047400           AND JL-CYCLE-NUMBER NUMERIC
047500        IF JL-BUSINESS-DATE = DRB-BUSINESS-DATE
047600              AND JL-CYCLE-NUMBER = DRB-CYCLE-NUMBER
047700              AND NOT JL-BACKED-OUT
047800           MOVE 'YES' TO FOUND-SWITCH
047900        END-IF
048000     END-IF.
048100******************************************************************
048200 PRESCAN-POSTINGS.
048300     MOVE SPACES TO INPUT-SWITCH.
048400     OPEN INPUT POSTING-LOG-FILE.
048500     PERFORM PRESCAN-ONE-POSTING
048600        UNTIL END-OF-FILE.
048700     CLOSE POSTING-LOG-FILE.
048800******************************************************************
048900 PRESCAN-ONE-POSTING.
049000     READ POSTING-LOG-FILE AT END
049100         MOVE 'EOF' TO INPUT-SWITCH
049200     END-READ.
049300     IF NOT END-OF-FILE
049400        PERFORM TEST-POSTING-RECORD
049500        IF RECORD-FOUND
049600           IF DP-IS-DETAIL
049700              ADD 1 TO WS-POSTING-DETAILS
049800              PERFORM ADD-REFCODE-ENTRY
049900           ELSE
050000              IF DP-IS-BOOK-TOTAL
050100                 PERFORM ADD-BOOK-ENTRY
050200              END-IF
050300           END-IF
050400        END-IF
050500     END-IF.
050600******************************************************************
050700 TEST-POSTING-RECORD.
050800     MOVE 'NO ' TO FOUND-SWITCH.
050900     IF DP-BUSINESS-DATE NUMERIC
051000           AND DP-CYCLE-NUMBER NUMERIC
051100        IF DP-BUSINESS-DATE = DRB-BUSINESS-DATE
051200              AND DP-CYCLE-NUMBER = DRB-CYCLE-NUMBER
051300              AND NOT DP-BACKED-OUT
051400           MOVE 'YES' TO FOUND-SWITCH
051500        END-IF
051600     END-IF.
051700******************************************************************
051800 ADD-REFCODE-ENTRY.
051900     MOVE 'NO ' TO ENTRY-SWITCH.
052000     PERFORM FIND-REFCODE-ENTRY
052100        VARYING WS-SUB FROM 1 BY 1
052200        UNTIL WS-SUB > WS-REF-COUNT
052300           OR ENTRY-FOUND.
052400     IF ENTRY-FOUND
052500        SUBTRACT 1 FROM WS-SUB
052600     ELSE
052700        IF WS-REF-COUNT < 500
052800           ADD 1 TO WS-REF-COUNT
052900           MOVE WS-REF-COUNT TO WS-SUB
053000           MOVE DP-REFERENCE-CODE TO RT-REFERENCE-CODE (WS-SUB)
053100           MOVE ZERO TO RT-COUNT (WS-SUB) RT-TOTAL (WS-SUB)
053200           SET ENTRY-FOUND TO TRUE
053300        ELSE
053400           MOVE 'YES' TO REFUSED-SWITCH
053500        END-IF
053600     END-IF.
053700     IF ENTRY-FOUND
053800        ADD 1 TO RT-COUNT (WS-SUB)
053900        ADD DP-LINE-TOTAL TO RT-TOTAL (WS-SUB)
054000     END-IF.
054100******************************************************************
054200 FIND-REFCODE-ENTRY.
054300     IF RT-REFERENCE-CODE (WS-SUB) = DP-REFERENCE-CODE
054400        SET ENTRY-FOUND TO TRUE
054500     END-IF.
054600******************************************************************
054700 ADD-BOOK-ENTRY.
054800     MOVE 'NO ' TO ENTRY-SWITCH.
054900     PERFORM FIND-BOOK-ENTRY
055000        VARYING WS-SUB FROM 1 BY 1
055100        UNTIL WS-SUB > WS-BOOK-COUNT
055200           OR ENTRY-FOUND.
055300     IF ENTRY-FOUND
055400        SUBTRACT 1 FROM WS-SUB
055500     ELSE
055600        IF WS-BOOK-COUNT < 10
055700           ADD 1 TO WS-BOOK-COUNT
055800           MOVE WS-BOOK-COUNT TO WS-SUB
055900           MOVE DP-SOURCE-PROGRAM TO BT-PROGRAM-ID (WS-SUB)
056000           MOVE ZERO TO BT-COUNT (WS-SUB) BT-TOTAL (WS-SUB)
056100           MOVE 'NO ' TO BT-PRIOR-SWITCH (WS-SUB)
056200           SET ENTRY-FOUND TO TRUE
056300        ELSE
056400           MOVE 'YES' TO REFUSED-SWITCH
056500        END-IF
056600     END-IF.
056700     IF ENTRY-FOUND
056800        ADD DP-BOOK-COUNT TO BT-COUNT (WS-SUB)
056900        ADD DP-BOOK-COUNT TO WS-BOOK-DETAIL-COUNT
057000        ADD DP-LINE-TOTAL TO BT-TOTAL (WS-SUB)
057100     END-IF.
057200******************************************************************
057300 FIND-BOOK-ENTRY.
057400     IF BT-PROGRAM-ID (WS-SUB) = DP-SOURCE-PROGRAM
057500        SET ENTRY-FOUND TO TRUE
057600     END-IF.
057700******************************************************************
      * SORT INPUT -- THE CYCLE'S DETAIL POSTINGS, NUMBERED IN LOG
      * ORDER SO THE SORT KEEPS THEM IN THE ORDER THEY WERE APPLIED.
      ******************************************************************
057800 SELECT-POSTINGS.
057900     MOVE SPACES TO INPUT-SWITCH.
058000     OPEN INPUT POSTING-LOG-FILE.
058100     PERFORM SELECT-ONE-POSTING
058200        UNTIL END-OF-FILE.
058300     CLOSE POSTING-LOG-FILE.
058400 SELECT-POSTINGS-END.
058500     EXIT.
058600******************************************************************
058700 SELECT-ONE-POSTING.
058800     READ POSTING-LOG-FILE AT END
058900         MOVE 'EOF' TO INPUT-SWITCH
059000     END-READ.
059100     IF NOT END-OF-FILE
059200        ADD 1 TO WS-POSTING-READ
059300        PERFORM TEST-POSTING-RECORD
059400        IF RECORD-FOUND AND DP-IS-DETAIL
059500           MOVE DP-ACCOUNT-NUMBER TO PS-ACCOUNT-NUMBER
059600           MOVE WS-POSTING-READ TO PS-SEQUENCE
059700           MOVE DP-SOURCE-PROGRAM TO PS-SOURCE-PROGRAM
059800           MOVE DP-UPDATE-DATE TO PS-UPDATE-DATE
059900           MOVE DP-LINE-TOTAL TO PS-LINE-TOTAL
060000           RELEASE POSTING-SORT-RECORD
060100        END-IF
060200     END-IF.
060300******************************************************************
      * SORT OUTPUT -- ONE ACCOUNT AT A TIME: ITS HISTORY RECORDS ARE
      * REMOVED ONE PER POSTING, THEN ITS ACCTBAL RECORD IS BACKED OUT
      * BY THE ACCOUNT'S COUNT AND TOTAL FOR THE CYCLE.
      ******************************************************************
060400 BACK-OUT-ACCOUNTS.
060500     MOVE SPACES TO SORT-SWITCH.
060600     PERFORM GET-POSTING-SORT.
060700     PERFORM BACK-OUT-ONE-ACCOUNT
060800        UNTIL SORT-EOF.
060900 BACK-OUT-ACCOUNTS-END.
061000     EXIT.
061100******************************************************************
061200 GET-POSTING-SORT.
061300     RETURN POSTING-SORT-FILE AT END
061400         MOVE 'EOF' TO SORT-SWITCH.
061500******************************************************************
061600 BACK-OUT-ONE-ACCOUNT.
061700     MOVE PS-ACCOUNT-NUMBER TO WS-GROUP-ACCOUNT.
061800     MOVE PS-UPDATE-DATE TO WS-GROUP-DATE.
061900     MOVE ZERO TO WS-GROUP-COUNT WS-GROUP-TOTAL.
062000     PERFORM COUNT-DAY-HISTORY.
062100     ADD WS-HIST-COUNT TO PT-BEFORE-COUNT (PR-HISTORY).
062200     ADD WS-AMOUNT TO PT-BEFORE-TOTAL (PR-HISTORY).
062300     PERFORM BACK-OUT-ONE-POSTING
062400        UNTIL SORT-EOF
062500           OR PS-ACCOUNT-NUMBER NOT = WS-GROUP-ACCOUNT.
062600     PERFORM COUNT-DAY-HISTORY.
062700     ADD WS-HIST-COUNT TO PT-AFTER-COUNT (PR-HISTORY).
062800     ADD WS-AMOUNT TO PT-AFTER-TOTAL (PR-HISTORY).
062900     PERFORM BACK-OUT-ACCOUNT-BALANCE
063000        THRU BACK-OUT-ACCOUNT-BALANCE-EXIT.
063100******************************************************************
063200 BACK-OUT-ONE-POSTING.
063300     ADD 1 TO WS-GROUP-COUNT.
063400     ADD PS-LINE-TOTAL TO WS-GROUP-TOTAL.
063500     IF NOT ROLLBACK-STOPPED
063600        PERFORM REMOVE-HISTORY-RECORD
063700     END-IF.
063800     PERFORM GET-POSTING-SORT.
063900******************************************************************
      * COUNTS THE ACCOUNT'S HISTORY RECORDS FOR THE DAY INTO
      * WS-HIST-COUNT AND TOTALS THEIR TWO AMOUNTS INTO WS-AMOUNT.
      ******************************************************************
064000 COUNT-DAY-HISTORY.
064100     MOVE ZERO TO WS-HIST-COUNT WS-AMOUNT.
064200     MOVE SPACES TO BROWSE-SWITCH.
064300     MOVE WS-GROUP-ACCOUNT TO HIST-ACCOUNT-NUMBER.
064400     MOVE WS-GROUP-DATE TO HIST-PROCESS-DATE.
064500     MOVE ZERO TO HIST-SEQUENCE.
064600     START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
064700         INVALID KEY
064800            MOVE 'EOF' TO BROWSE-SWITCH
064900     END-START.
065000     PERFORM COUNT-ONE-HISTORY
065100        UNTIL END-OF-BROWSE.
065200******************************************************************
065300 COUNT-ONE-HISTORY.
065400     READ HISTORY-FILE NEXT RECORD AT END
065500         MOVE 'EOF' TO BROWSE-SWITCH
065600     END-READ.
065700     IF NOT END-OF-BROWSE
065800        IF HIST-ACCOUNT-NUMBER NOT = WS-GROUP-ACCOUNT
065900              OR HIST-PROCESS-DATE NOT = WS-GROUP-DATE
066000           MOVE 'EOF' TO BROWSE-SWITCH
066100        ELSE
066200           ADD 1 TO WS-HIST-COUNT
066300           ADD HIST-AMOUNT-1 HIST-AMOUNT-2 TO WS-AMOUNT
066400        END-IF
066500     END-IF.
066600******************************************************************
      * THE BOOK WROTE ONE HISTORY RECORD PER DETAIL, AT THE NEXT FREE
      * SEQUENCE FOR THE ACCOUNT AND DAY, SO THE CYCLE'S RECORDS ARE
      * THE HIGHEST SEQUENCES CARRYING THAT BOOK'S NAME.
      ******************************************************************
066700 REMOVE-HISTORY-RECORD.
066800     MOVE 'NO ' TO FOUND-SWITCH.
066900     MOVE SPACES TO BROWSE-SWITCH.
067000     MOVE PS-ACCOUNT-NUMBER TO HIST-ACCOUNT-NUMBER.
067100     MOVE PS-UPDATE-DATE TO HIST-PROCESS-DATE.
067200     MOVE ZERO TO HIST-SEQUENCE.
067300     START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
067400         INVALID KEY
067500            MOVE 'EOF' TO BROWSE-SWITCH
067600     END-START.
067700     PERFORM FIND-LATEST-HISTORY
067800        UNTIL END-OF-BROWSE.
067900     IF RECORD-FOUND
068000        MOVE WS-LATEST-HIST-KEY TO HIST-KEY
068100        READ HISTORY-FILE
068200            INVALID KEY
068300               MOVE 'NO ' TO FOUND-SWITCH
068400        END-READ
068500     END-IF.
068600     IF NOT RECORD-FOUND
068700        MOVE PS-ACCOUNT-NUMBER TO EXC-ACCOUNT
068800        MOVE 'HISTORY RECORD NOT FOUND' TO EXC-TEXT
068900        MOVE PS-SOURCE-PROGRAM TO EXC-ITEM
069000        PERFORM WRITE-EXCEPTION-LINE
069100     ELSE
069200        DELETE HISTORY-FILE RECORD
069300            INVALID KEY
069400               CONTINUE
069500        END-DELETE
069600        IF WS-HISTORY-STATUS NOT = '00'
069700           MOVE PS-ACCOUNT-NUMBER TO EXC-ACCOUNT
069800           MOVE 'TRNHIST' TO EXC-ITEM
069900           MOVE WS-HISTORY-STATUS TO EXC-ITEM (9:2)
070000           PERFORM STOP-ON-FILE-ERROR
070100        ELSE
070200           ADD 1 TO PT-BACKOUT-COUNT (PR-HISTORY)
070300           ADD HIST-AMOUNT-1 HIST-AMOUNT-2
070400               TO PT-BACKOUT-TOTAL (PR-HISTORY)
070500        END-IF
070600     END-IF.
070700******************************************************************
070800 FIND-LATEST-HISTORY.
070900     READ HISTORY-FILE NEXT RECORD AT END
071000         MOVE 'EOF' TO BROWSE-SWITCH
071100     END-READ.
071200     IF NOT END-OF-BROWSE
071300        IF HIST-ACCOUNT-NUMBER NOT = PS-ACCOUNT-NUMBER
071400              OR HIST-PROCESS-DATE NOT = PS-UPDATE-DATE
071500           MOVE 'EOF' TO BROWSE-SWITCH
071600        ELSE
071700           IF HIST-SOURCE-PROGRAM = PS-SOURCE-PROGRAM
071800              MOVE 'YES' TO FOUND-SWITCH
071900              MOVE HIST-KEY TO WS-LATEST-HIST-KEY
072000           END-IF
072100        END-IF
072200     END-IF.
072300******************************************************************
      * A COUNT THAT WOULD GO BELOW ZERO MEANS THE RECORD WAS RESET
      * SINCE THE CYCLE (PERIOD-END ROLL); IT IS LISTED AND LEFT AT
      * ZERO RATHER THAN WRAPPED.
      ******************************************************************
072400 BACK-OUT-ACCOUNT-BALANCE.
072500     IF ROLLBACK-STOPPED
072600        GO TO BACK-OUT-ACCOUNT-BALANCE-EXIT
072700     END-IF.
072800     MOVE WS-GROUP-ACCOUNT TO AB-ACCOUNT-NUMBER.
072900     READ BALANCE-FILE
073000         INVALID KEY
073100            MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT
073200            MOVE 'ACCTBAL RECORD NOT FOUND' TO EXC-TEXT
073300            MOVE SPACES TO EXC-ITEM
073400            PERFORM WRITE-EXCEPTION-LINE
073500            GO TO BACK-OUT-ACCOUNT-BALANCE-EXIT
073600     END-READ.
073700     ADD AB-MTD-COUNT TO PT-BEFORE-COUNT (PR-ACCTBAL-MTD).
073800     ADD AB-MTD-TOTAL TO PT-BEFORE-TOTAL (PR-ACCTBAL-MTD).
073900     ADD AB-YTD-COUNT TO PT-BEFORE-COUNT (PR-ACCTBAL-YTD).
074000     ADD AB-YTD-TOTAL TO PT-BEFORE-TOTAL (PR-ACCTBAL-YTD).
074100     ADD WS-GROUP-COUNT TO PT-BACKOUT-COUNT (PR-ACCTBAL-MTD)
074200                           PT-BACKOUT-COUNT (PR-ACCTBAL-YTD).
074300     ADD WS-GROUP-TOTAL TO PT-BACKOUT-TOTAL (PR-ACCTBAL-MTD)
074400                           PT-BACKOUT-TOTAL (PR-ACCTBAL-YTD).
074500     IF AB-MTD-COUNT < WS-GROUP-COUNT
074600        MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT
074700        MOVE 'ACCTBAL MTD RESET SINCE THE CYCLE' TO EXC-TEXT
074800        MOVE SPACES TO EXC-ITEM
074900        PERFORM WRITE-EXCEPTION-LINE
075000        MOVE ZERO TO AB-MTD-COUNT AB-MTD-TOTAL
075100     ELSE
075200        SUBTRACT WS-GROUP-COUNT FROM AB-MTD-COUNT
075300        SUBTRACT WS-GROUP-TOTAL FROM AB-MTD-TOTAL
075400     END-IF.
075500     IF AB-YTD-COUNT < WS-GROUP-COUNT
075600        MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT
075700        MOVE 'ACCTBAL YTD RESET SINCE THE CYCLE' TO EXC-TEXT
075800        MOVE SPACES TO EXC-ITEM
075900        PERFORM WRITE-EXCEPTION-LINE
076000        MOVE ZERO TO AB-YTD-COUNT AB-YTD-TOTAL
076100     ELSE
076200        SUBTRACT WS-GROUP-COUNT FROM AB-YTD-COUNT
076300        SUBTRACT WS-GROUP-TOTAL FROM AB-YTD-TOTAL
076400     END-IF.
076500     REWRITE ACCOUNT-BALANCE-RECORD
076600         INVALID KEY
076700            CONTINUE
076800     END-REWRITE.
076900     IF WS-ACTBAL-STATUS NOT = '00'
077000        MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT
077100        MOVE 'ACCTBAL' TO EXC-ITEM
077200        MOVE WS-ACTBAL-STATUS TO EXC-ITEM (9:2)
077300        PERFORM STOP-ON-FILE-ERROR
077400        GO TO BACK-OUT-ACCOUNT-BALANCE-EXIT
077500     END-IF.
077600     ADD AB-MTD-COUNT TO PT-AFTER-COUNT (PR-ACCTBAL-MTD).
077700     ADD AB-MTD-TOTAL TO PT-AFTER-TOTAL (PR-ACCTBAL-MTD).
077800     ADD AB-YTD-COUNT TO PT-AFTER-COUNT (PR-ACCTBAL-YTD).
077900     ADD AB-YTD-TOTAL TO PT-AFTER-TOTAL (PR-ACCTBAL-YTD).
078000 BACK-OUT-ACCOUNT-BALANCE-EXIT.
078100     EXIT.
078200******************************************************************
078300 BACK-OUT-REFCODE.
078400     IF ROLLBACK-STOPPED
078500        GO TO BACK-OUT-REFCODE-EXIT
078600     END-IF.
078700     MOVE RT-REFERENCE-CODE (WS-SUB) TO RB-REFERENCE-CODE.
078800     READ REFCODE-BALANCE-FILE
078900         INVALID KEY
079000            MOVE ZERO TO EXC-ACCOUNT
079100            MOVE 'REFBAL RECORD NOT FOUND' TO EXC-TEXT
079200            MOVE RT-REFERENCE-CODE (WS-SUB) TO EXC-ITEM
079300            PERFORM WRITE-EXCEPTION-LINE
079400            GO TO BACK-OUT-REFCODE-EXIT
079500     END-READ.
079600     ADD RB-MTD-COUNT TO PT-BEFORE-COUNT (PR-REFBAL-MTD).
079700     ADD RB-MTD-TOTAL TO PT-BEFORE-TOTAL (PR-REFBAL-MTD).
079800     ADD RT-COUNT (WS-SUB) TO PT-BACKOUT-COUNT (PR-REFBAL-MTD).
079900     ADD RT-TOTAL (WS-SUB) TO PT-BACKOUT-TOTAL (PR-REFBAL-MTD).
080000     IF RB-MTD-COUNT < RT-COUNT (WS-SUB)
080100        MOVE ZERO TO EXC-ACCOUNT
080200        MOVE 'REFBAL MTD RESET SINCE THE CYCLE' TO EXC-TEXT
080300        MOVE RT-REFERENCE-CODE (WS-SUB) TO EXC-ITEM
080400        PERFORM WRITE-EXCEPTION-LINE
080500        MOVE ZERO TO RB-MTD-COUNT RB-MTD-TOTAL
080600     ELSE
080700        SUBTRACT RT-COUNT (WS-SUB) FROM RB-MTD-COUNT
080800        SUBTRACT RT-TOTAL (WS-SUB) FROM RB-MTD-TOTAL
080900     END-IF.
081000     REWRITE REFCODE-BALANCE-RECORD
081100         INVALID KEY
081200            CONTINUE
081300     END-REWRITE.
081400     IF WS-REFBAL-STATUS NOT = '00'
081500        MOVE ZERO TO EXC-ACCOUNT
081600        MOVE 'REFBAL' TO EXC-ITEM
081700        MOVE WS-REFBAL-STATUS TO EXC-ITEM (9:2)
081800        PERFORM STOP-ON-FILE-ERROR
081900        GO TO BACK-OUT-REFCODE-EXIT
082000     END-IF.
082100     ADD RB-MTD-COUNT TO PT-AFTER-COUNT (PR-REFBAL-MTD).
082200     ADD RB-MTD-TOTAL TO PT-AFTER-TOTAL (PR-REFBAL-MTD).
082300 BACK-OUT-REFCODE-EXIT.
082400     EXIT.
082500******************************************************************
      * EACH BOOK ADDED ITS RECORD COUNT AND RUN TOTAL TO BOTH THE
      * MONTH AND THE YEAR FIGURES OF ITS OWN ROW.
      ******************************************************************
082600 BACK-OUT-BOOK.
082700     IF ROLLBACK-STOPPED
082800        GO TO BACK-OUT-BOOK-EXIT
082900     END-IF.
083000     MOVE BT-PROGRAM-ID (WS-SUB) TO MY-PROGRAM-ID.
083100     READ MTD-YTD-FILE
083200         INVALID KEY
083300            MOVE ZERO TO EXC-ACCOUNT
083400            MOVE 'MTDYTD RECORD NOT FOUND' TO EXC-TEXT
083500            MOVE BT-PROGRAM-ID (WS-SUB) TO EXC-ITEM
083600            PERFORM WRITE-EXCEPTION-LINE
083700            GO TO BACK-OUT-BOOK-EXIT
083800     END-READ.
083900     ADD MY-MTD-COUNT TO PT-BEFORE-COUNT (PR-MTDYTD-MTD).
084000     ADD MY-MTD-TOTAL TO PT-BEFORE-TOTAL (PR-MTDYTD-MTD).
084100     ADD MY-YTD-COUNT TO PT-BEFORE-COUNT (PR-MTDYTD-YTD).
084200     ADD MY-YTD-TOTAL TO PT-BEFORE-TOTAL (PR-MTDYTD-YTD).
084300     ADD BT-COUNT (WS-SUB) TO PT-BACKOUT-COUNT (PR-MTDYTD-MTD)
084400                              PT-BACKOUT-COUNT (PR-MTDYTD-YTD).
084500     ADD BT-TOTAL (WS-SUB) TO PT-BACKOUT-TOTAL (PR-MTDYTD-MTD)
084600                              PT-BACKOUT-TOTAL (PR-MTDYTD-YTD).
084700     IF MY-MTD-COUNT < BT-COUNT (WS-SUB)
084800        MOVE ZERO TO EXC-ACCOUNT
084900        MOVE 'MTDYTD MTD RESET SINCE THE CYCLE' TO EXC-TEXT
085000        MOVE BT-PROGRAM-ID (WS-SUB) TO EXC-ITEM
085100        PERFORM WRITE-EXCEPTION-LINE
085200        MOVE ZERO TO MY-MTD-COUNT MY-MTD-TOTAL
085300     ELSE
085400        SUBTRACT BT-COUNT (WS-SUB) FROM MY-MTD-COUNT
085500        SUBTRACT BT-TOTAL (WS-SUB) FROM MY-MTD-TOTAL
085600     END-IF.
085700     IF MY-YTD-COUNT < BT-COUNT (WS-SUB)
085800        MOVE ZERO TO EXC-ACCOUNT
085900        MOVE 'MTDYTD YTD RESET SINCE THE CYCLE' TO EXC-TEXT
086000        MOVE BT-PROGRAM-ID (WS-SUB) TO EXC-ITEM
086100        PERFORM WRITE-EXCEPTION-LINE
086200        MOVE ZERO TO MY-YTD-COUNT MY-YTD-TOTAL
086300     ELSE
086400        SUBTRACT BT-COUNT (WS-SUB) FROM MY-YTD-COUNT
086500        SUBTRACT BT-TOTAL (WS-SUB) FROM MY-YTD-TOTAL
086600     END-IF.
086700     REWRITE MTD-YTD-RECORD
086800         INVALID KEY
086900            CONTINUE
087000     END-REWRITE.
087100     IF WS-MTDYTD-STATUS NOT = '00'
087200        MOVE ZERO TO EXC-ACCOUNT
087300        MOVE 'MTDYTD' TO EXC-ITEM
087400        MOVE WS-MTDYTD-STATUS TO EXC-ITEM (9:2)
087500        PERFORM STOP-ON-FILE-ERROR
087600        GO TO BACK-OUT-BOOK-EXIT
087700     END-IF.
087800     MOVE MY-MTD-COUNT TO BT-AFTER-MTD-COUNT (WS-SUB).
087900     MOVE MY-MTD-TOTAL TO BT-AFTER-MTD-TOTAL (WS-SUB).
088000     MOVE MY-YTD-COUNT TO BT-AFTER-YTD-COUNT (WS-SUB).
088100     MOVE MY-YTD-TOTAL TO BT-AFTER-YTD-TOTAL (WS-SUB).
088200     ADD MY-MTD-COUNT TO PT-AFTER-COUNT (PR-MTDYTD-MTD).
088300     ADD MY-MTD-TOTAL TO PT-AFTER-TOTAL (PR-MTDYTD-MTD).
088400     ADD MY-YTD-COUNT TO PT-AFTER-COUNT (PR-MTDYTD-YTD).
088500     ADD MY-YTD-TOTAL TO PT-AFTER-TOTAL (PR-MTDYTD-YTD).
088600 BACK-OUT-BOOK-EXIT.
088700     EXIT.
088800******************************************************************
      * SORT INPUT -- THE CYCLE'S JOURNAL RECORDS, NUMBERED IN JOURNAL
      * ORDER SO EACH ACCOUNT'S CHANGES COME BACK OLDEST FIRST.
      ******************************************************************
088900 SELECT-JOURNAL.
089000     MOVE SPACES TO INPUT-SWITCH.
089100     OPEN INPUT JOURNAL-FILE.
089200     PERFORM SELECT-ONE-JOURNAL
089300        UNTIL END-OF-FILE.
089400     CLOSE JOURNAL-FILE.
089500 SELECT-JOURNAL-END.
089600     EXIT.
089700******************************************************************
089800 SELECT-ONE-JOURNAL.
089900     READ JOURNAL-FILE AT END
090000         MOVE 'EOF' TO INPUT-SWITCH
090100     END-READ.
090200     IF NOT END-OF-FILE
090300        ADD 1 TO WS-JOURNAL-READ
090400        PERFORM TEST-JOURNAL-RECORD
090500        IF RECORD-FOUND
090600           IF JL-AFTER-IMAGE = SPACES
090700              MOVE JL-BEFORE-IMAGE TO WS-IMAGE
090800           ELSE
090900              MOVE JL-AFTER-IMAGE TO WS-IMAGE
091000           END-IF
091100           MOVE WS-IMG-ACCOUNT TO JS-ACCOUNT-NUMBER
091200           MOVE WS-JOURNAL-READ TO JS-SEQUENCE
091300           MOVE JL-ACTION-CODE TO JS-ACTION-CODE
091400           MOVE JL-BEFORE-IMAGE TO JS-BEFORE-IMAGE
091500           MOVE JL-AFTER-IMAGE TO JS-AFTER-IMAGE
091600           RELEASE JOURNAL-SORT-RECORD
091700        END-IF
091800     END-IF.
091900******************************************************************
      * SORT OUTPUT -- ONE ACCOUNT AT A TIME. THE FIRST BEFORE-IMAGE
      * IS THE ACCOUNT AS IT STOOD BEFORE THE CYCLE; THE LAST
      * AFTER-IMAGE IS HOW THE CYCLE LEFT IT.
      ******************************************************************
092000 RESTORE-MASTERS.
092100     OPEN EXTEND JOURNAL-FILE.
092200     MOVE SPACES TO SORT-SWITCH.
092300     PERFORM GET-JOURNAL-SORT.
092400     PERFORM RESTORE-ONE-ACCOUNT
092500        THRU RESTORE-ONE-ACCOUNT-EXIT
092600        UNTIL SORT-EOF.
092700     CLOSE JOURNAL-FILE.
092800 RESTORE-MASTERS-END.
092900     EXIT.
093000******************************************************************
093100 GET-JOURNAL-SORT.
093200     RETURN JOURNAL-SORT-FILE AT END
093300         MOVE 'EOF' TO SORT-SWITCH.
093400******************************************************************
093500 RESTORE-ONE-ACCOUNT.
093600     MOVE JS-ACCOUNT-NUMBER TO WS-GROUP-ACCOUNT.
093700     MOVE JS-BEFORE-IMAGE TO WS-FIRST-BEFORE.
093800     PERFORM TAKE-JOURNAL-GROUP
093900        UNTIL SORT-EOF
094000           OR JS-ACCOUNT-NUMBER NOT = WS-GROUP-ACCOUNT.
094100     IF ROLLBACK-STOPPED
094200        GO TO RESTORE-ONE-ACCOUNT-EXIT
094300     END-IF.
094400     ADD 1 TO PT-EXPECTED-COUNT (PR-MASTER).
094500     MOVE ZERO TO WS-PRIOR-AMOUNT.
094600     IF WS-FIRST-BEFORE NOT = SPACES
094700        MOVE WS-FIRST-BEFORE TO WS-IMAGE
094800        COMPUTE WS-PRIOR-AMOUNT =
094900            WS-IMG-AMOUNT-1 + WS-IMG-AMOUNT-2
095000        ADD 1 TO WS-PRIOR-MASTER-COUNT
095100        ADD WS-PRIOR-AMOUNT TO WS-PRIOR-MASTER-TOTAL
095200     END-IF.
095300     MOVE WS-GROUP-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
095400     READ MASTER-FILE
095500         INVALID KEY
095600            MOVE 'NO ' TO FOUND-SWITCH
095700         NOT INVALID KEY
095800            MOVE 'YES' TO FOUND-SWITCH
095900     END-READ.
096000     IF RECORD-FOUND
096100        MOVE MASTER-RECORD TO WS-IMAGE
096200        COMPUTE WS-AMOUNT = WS-IMG-AMOUNT-1 + WS-IMG-AMOUNT-2
096300        ADD 1 TO PT-BEFORE-COUNT (PR-MASTER)
096400        ADD WS-AMOUNT TO PT-BEFORE-TOTAL (PR-MASTER)
096500        IF MASTER-RECORD NOT = WS-LAST-AFTER
096600           GO TO LEAVE-MASTER-UNRESTORED
096700        END-IF
096800     ELSE
096900        IF WS-LAST-AFTER NOT = SPACES
097000           GO TO LEAVE-MASTER-UNRESTORED
097100        END-IF
097200        IF WS-FIRST-BEFORE = SPACES
097300           ADD 1 TO PT-BACKOUT-COUNT (PR-MASTER)
097400           GO TO RESTORE-ONE-ACCOUNT-EXIT
097500        END-IF
097600     END-IF.
097700     IF RECORD-FOUND
097800        MOVE MASTER-RECORD TO JL-BEFORE-IMAGE
097900     ELSE
098000        MOVE SPACES TO JL-BEFORE-IMAGE
098100     END-IF.
098200     IF WS-FIRST-BEFORE = SPACES
098300        DELETE MASTER-FILE RECORD
098400            INVALID KEY
098500               CONTINUE
098600        END-DELETE
098700        MOVE 'D' TO JL-ACTION-CODE
098800        MOVE SPACES TO JL-AFTER-IMAGE
098900     ELSE
099000        MOVE WS-FIRST-BEFORE TO MASTER-RECORD
099100        IF RECORD-FOUND
099200           REWRITE MASTER-RECORD
099300               INVALID KEY
099400                  CONTINUE
099500           END-REWRITE
099600           MOVE 'C' TO JL-ACTION-CODE
099700        ELSE
099800           WRITE MASTER-RECORD
099900               INVALID KEY
100000                  CONTINUE
100100           END-WRITE
100200           MOVE 'A' TO JL-ACTION-CODE
100300        END-IF
100400        MOVE MASTER-RECORD TO JL-AFTER-IMAGE
100500     END-IF.
100600     IF WS-MASTER-STATUS NOT = '00' AND
100700           WS-MASTER-STATUS NOT = '02'
100800        MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT
100900        MOVE 'MASTER' TO EXC-ITEM
101000        MOVE WS-MASTER-STATUS TO EXC-ITEM (9:2)
101100        PERFORM STOP-ON-FILE-ERROR
101200        GO TO RESTORE-ONE-ACCOUNT-EXIT
101300     END-IF.
101400     PERFORM WRITE-JOURNAL-RECORD.
101500     ADD 1 TO PT-BACKOUT-COUNT (PR-MASTER).
101600     IF WS-FIRST-BEFORE NOT = SPACES
101700        ADD 1 TO PT-AFTER-COUNT (PR-MASTER)
101800        ADD WS-PRIOR-AMOUNT TO PT-AFTER-TOTAL (PR-MASTER)
101900     END-IF.
102000     GO TO RESTORE-ONE-ACCOUNT-EXIT.
102100 LEAVE-MASTER-UNRESTORED.
102200     MOVE WS-GROUP-ACCOUNT TO EXC-ACCOUNT.
102300     MOVE 'MASTER CHANGED SINCE CYCLE - LEFT AS IS'
102400         TO EXC-TEXT.
102500     MOVE SPACES TO EXC-ITEM.
102600     PERFORM WRITE-EXCEPTION-LINE.
102700     IF RECORD-FOUND
102800        ADD 1 TO PT-AFTER-COUNT (PR-MASTER)
102900        ADD WS-AMOUNT TO PT-AFTER-TOTAL (PR-MASTER)
103000     END-IF.
103100 RESTORE-ONE-ACCOUNT-EXIT.
103200     EXIT.
103300******************************************************************
103400 TAKE-JOURNAL-GROUP.
103500     MOVE JS-AFTER-IMAGE TO WS-LAST-AFTER.
103600     PERFORM GET-JOURNAL-SORT.
103700******************************************************************
103800 WRITE-JOURNAL-RECORD.
103900     MOVE 'FINDRB01' TO JL-SOURCE-PROGRAM.
104000     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
104100     ACCEPT JL-JOURNAL-TIME FROM TIME.
104200     MOVE DRB-BUSINESS-DATE TO JL-BUSINESS-DATE.
104300     MOVE ZERO TO JL-CYCLE-NUMBER.
104400     MOVE SPACE TO JL-BACKOUT-FLAG.
104500     WRITE MASTER-JOURNAL-RECORD.
104501******************************************************************
      * SORT INPUT -- THE CYCLE'S OPEN-ITEM RECORDS, NUMBERED IN LOG
      * ORDER AND SORTED NEWEST FIRST, SO AN INVOICE THE CYCLE
      * CHANGED MORE THAN ONCE IS UNWOUND ONE CHANGE AT A TIME.
      ******************************************************************
104502 SELECT-ITEM-CHANGES.
104503     MOVE SPACES TO INPUT-SWITCH.
104504     OPEN INPUT POSTING-LOG-FILE.
104505     PERFORM SELECT-ONE-ITEM-CHANGE
104506        UNTIL END-OF-FILE.
104507     CLOSE POSTING-LOG-FILE.
104508 SELECT-ITEM-CHANGES-END.
104509     EXIT.
104510******************************************************************
104511 SELECT-ONE-ITEM-CHANGE.
104512     READ POSTING-LOG-FILE AT END
104513         MOVE 'EOF' TO INPUT-SWITCH
104514     END-READ.
104515     IF NOT END-OF-FILE
104516        ADD 1 TO WS-POSTING-READ
104517        PERFORM TEST-POSTING-RECORD
104518        IF RECORD-FOUND
104519           IF DP-IS-ITEM-OPENED OR DP-IS-ITEM-CHANGED
104520              ADD 1 TO PT-EXPECTED-COUNT (PR-OPENITM)
104521              MOVE WS-POSTING-READ TO IT-SEQUENCE
104522              MOVE DP-REC-TYPE TO IT-REC-TYPE
104523              MOVE DP-ACCOUNT-NUMBER TO IT-ACCOUNT-NUMBER
104524              MOVE DP-ITEM-INVOICE-NUMBER TO IT-INVOICE-NUMBER
104525              MOVE DP-ITEM-PRIOR-OPEN TO IT-PRIOR-OPEN
104526              MOVE DP-ITEM-PRIOR-STATUS TO IT-PRIOR-STATUS
104527              MOVE DP-ITEM-NEW-OPEN TO IT-NEW-OPEN
104528              MOVE DP-ITEM-NEW-STATUS TO IT-NEW-STATUS
104529              RELEASE ITEM-SORT-RECORD
104530           END-IF
104531        END-IF
104532     END-IF.
104600******************************************************************
104700 STOP-ON-FILE-ERROR.
104800     MOVE 'FILE ERROR - ROLLBACK STOPPED' TO EXC-TEXT.
104900     PERFORM WRITE-EXCEPTION-LINE.
105000     DISPLAY 'FINDRB01 - FILE ERROR ' EXC-ITEM ' ON ACCOUNT '
105100         EXC-ACCOUNT ' - ROLLBACK STOPPED'.
105200     MOVE 12 TO RETURN-CODE.
105300     MOVE 'YES' TO STOPPED-SWITCH.
105301******************************************************************
105302 RESTORE-OPEN-ITEMS.
105303     MOVE SPACES TO SORT-SWITCH.
105304     PERFORM GET-ITEM-SORT.
105305     PERFORM RESTORE-ONE-OPEN-ITEM
105306        THRU RESTORE-ONE-OPEN-ITEM-EXIT
105307        UNTIL SORT-EOF.
105308 RESTORE-OPEN-ITEMS-END.
105309     EXIT.
105310******************************************************************
105311 GET-ITEM-SORT.
105312     RETURN ITEM-SORT-FILE AT END
105313         MOVE 'EOF' TO SORT-SWITCH.
105314******************************************************************
      * THE INVOICE MUST STILL BE AS THE CYCLE LEFT IT. AN INVOICE THE
      * CYCLE OPENED IS DELETED; ONE IT REVERSED OR SETTLED GETS ITS
      * PRIOR OPEN AMOUNT AND STATUS BACK.
      ******************************************************************
105315 RESTORE-ONE-OPEN-ITEM.
105316     IF ROLLBACK-STOPPED
105317        GO TO RESTORE-ONE-OPEN-ITEM-NEXT
105318     END-IF.
105319     MOVE IT-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER EXC-ACCOUNT.
105320     MOVE IT-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
105321     READ OPEN-ITEM-FILE
105322         INVALID KEY
105323            MOVE 'OPEN ITEM NOT FOUND - NOT BACKED OUT'
105324                TO EXC-TEXT
105325            MOVE IT-INVOICE-NUMBER TO EXC-ITEM
105326            PERFORM WRITE-EXCEPTION-LINE
105327            GO TO RESTORE-ONE-OPEN-ITEM-NEXT
105328     END-READ.
105329     ADD 1 TO PT-BEFORE-COUNT (PR-OPENITM).
105330     ADD OI-OPEN-AMOUNT TO PT-BEFORE-TOTAL (PR-OPENITM).
105331     IF OI-OPEN-AMOUNT NOT = IT-NEW-OPEN
105332           OR OI-ITEM-STATUS NOT = IT-NEW-STATUS
105333        MOVE 'OPEN ITEM CHANGED SINCE CYCLE - LEFT AS IS'
105334            TO EXC-TEXT
105335        MOVE IT-INVOICE-NUMBER TO EXC-ITEM
105336        PERFORM WRITE-EXCEPTION-LINE
105337        ADD 1 TO PT-AFTER-COUNT (PR-OPENITM)
105338        ADD OI-OPEN-AMOUNT TO PT-AFTER-TOTAL (PR-OPENITM)
105339        GO TO RESTORE-ONE-OPEN-ITEM-NEXT
105340     END-IF.
105341     IF IT-ITEM-OPENED
105342        DELETE OPEN-ITEM-FILE RECORD
105343            INVALID KEY
105344               CONTINUE
105345        END-DELETE
105346        MOVE ZERO TO WS-AMOUNT
105347     ELSE
105348        MOVE IT-PRIOR-OPEN TO OI-OPEN-AMOUNT
105349        MOVE IT-PRIOR-STATUS TO OI-ITEM-STATUS
105350        REWRITE OPEN-ITEM-RECORD
105351            INVALID KEY
105352               CONTINUE
105353        END-REWRITE
105354        MOVE IT-PRIOR-OPEN TO WS-AMOUNT
105355     END-IF.
105356     IF WS-OPENITM-STATUS NOT = '00'
105357        MOVE 'OPENITM' TO EXC-ITEM
105358        MOVE WS-OPENITM-STATUS TO EXC-ITEM (9:2)
105359        PERFORM STOP-ON-FILE-ERROR
105360        GO TO RESTORE-ONE-OPEN-ITEM-NEXT
105361     END-IF.
105362     ADD 1 TO PT-BACKOUT-COUNT (PR-OPENITM).
105363     COMPUTE PT-BACKOUT-TOTAL (PR-OPENITM) =
105364         PT-BACKOUT-TOTAL (PR-OPENITM) + IT-NEW-OPEN - WS-AMOUNT.
105365     IF NOT IT-ITEM-OPENED
105366        ADD 1 TO PT-AFTER-COUNT (PR-OPENITM)
105367        ADD WS-AMOUNT TO PT-AFTER-TOTAL (PR-OPENITM)
105368     END-IF.
105369 RESTORE-ONE-OPEN-ITEM-NEXT.
105370     PERFORM GET-ITEM-SORT.
105371 RESTORE-ONE-OPEN-ITEM-EXIT.
105372     EXIT.
105400******************************************************************
      * EVERY REGISTER ENTRY FOR THE CYCLE -- COBMAIN'S OWN AND ONE
      * PER STEP -- IS DELETED, SO THE CYCLE RUNS AGAIN AS IF NEW.
      ******************************************************************
105500 REOPEN-RUN-REGISTER.
105600     OPEN I-O RUN-REGISTER-FILE.
105700     MOVE SPACES TO BROWSE-SWITCH.
105800     MOVE DRB-BUSINESS-DATE TO RR-BUSINESS-DATE.
105900     MOVE DRB-CYCLE-NUMBER TO RR-CYCLE-NUMBER.
106000     MOVE LOW-VALUES TO RR-PROGRAM-ID.
106100     START RUN-REGISTER-FILE KEY NOT LESS THAN RR-KEY
106200         INVALID KEY
106300            MOVE 'EOF' TO BROWSE-SWITCH
106400     END-START.
106500     PERFORM REOPEN-ONE-ENTRY
106600        UNTIL END-OF-BROWSE.
106700     CLOSE RUN-REGISTER-FILE.
106800     MOVE PT-BEFORE-COUNT (PR-RUNREG)
106900         TO PT-EXPECTED-COUNT (PR-RUNREG).
107000     COMPUTE PT-AFTER-COUNT (PR-RUNREG) =
107100         PT-BEFORE-COUNT (PR-RUNREG)
107200         - PT-BACKOUT-COUNT (PR-RUNREG).
107300******************************************************************
107400 REOPEN-ONE-ENTRY.
107500     READ RUN-REGISTER-FILE NEXT RECORD AT END
107600         MOVE 'EOF' TO BROWSE-SWITCH
107700     END-READ.
107800     IF NOT END-OF-BROWSE
107900        IF RR-BUSINESS-DATE NOT = DRB-BUSINESS-DATE
108000              OR RR-CYCLE-NUMBER NOT = DRB-CYCLE-NUMBER
108100           MOVE 'EOF' TO BROWSE-SWITCH
108200        ELSE
108300           ADD 1 TO PT-BEFORE-COUNT (PR-RUNREG)
108400           MOVE RR-KEY TO WS-LAST-RR-KEY
108500           DELETE RUN-REGISTER-FILE RECORD
108600               INVALID KEY
108700                  CONTINUE
108800           END-DELETE
108900           IF WS-RUNREG-STATUS = '00'
109000              ADD 1 TO PT-BACKOUT-COUNT (PR-RUNREG)
109100           ELSE
109200              MOVE ZERO TO EXC-ACCOUNT
109300              MOVE 'RUN REGISTER ENTRY NOT DELETED' TO EXC-TEXT
109400              MOVE WS-LAST-RR-KEY TO EXC-ITEM
109500              PERFORM WRITE-EXCEPTION-LINE
109600           END-IF
109700           MOVE WS-LAST-RR-KEY TO RR-KEY
109800           START RUN-REGISTER-FILE KEY GREATER THAN RR-KEY
109900               INVALID KEY
110000                  MOVE 'EOF' TO BROWSE-SWITCH
110100           END-START
110200        END-IF
110300     END-IF.
110400******************************************************************
      * ONLY ONCE EVERYTHING HAS GONE THROUGH ARE THE CYCLE'S JOURNAL
      * AND POSTING-LOG RECORDS MARKED BACKED OUT.
      ******************************************************************
110500 FLAG-JOURNAL-RECORDS.
110600     MOVE SPACES TO INPUT-SWITCH.
110700     OPEN I-O JOURNAL-FILE.
110800     PERFORM FLAG-ONE-JOURNAL
110900        UNTIL END-OF-FILE.
111000     CLOSE JOURNAL-FILE.
111100******************************************************************
111200 FLAG-ONE-JOURNAL.
111300     READ JOURNAL-FILE AT END
111400         MOVE 'EOF' TO INPUT-SWITCH
111500     END-READ.
111600     IF NOT END-OF-FILE
111700        PERFORM TEST-JOURNAL-RECORD
111800        IF RECORD-FOUND
111900           SET JL-BACKED-OUT TO TRUE
112000           REWRITE MASTER-JOURNAL-RECORD
112100        END-IF
112200     END-IF.
112300******************************************************************
112400 FLAG-POSTING-RECORDS.
112500     MOVE SPACES TO INPUT-SWITCH.
112600     OPEN I-O POSTING-LOG-FILE.
112700     PERFORM FLAG-ONE-POSTING
112800        UNTIL END-OF-FILE.
112900     CLOSE POSTING-LOG-FILE.
113000******************************************************************
113100 FLAG-ONE-POSTING.
113200     READ POSTING-LOG-FILE AT END
113300         MOVE 'EOF' TO INPUT-SWITCH
113400     END-READ.
113500     IF NOT END-OF-FILE
113600        PERFORM TEST-POSTING-RECORD
113700        IF RECORD-FOUND
113800           SET DP-BACKED-OUT TO TRUE
113900           REWRITE DAY-POSTING-RECORD
114000        END-IF
114100     END-IF.
114200******************************************************************
      * THE SNAPSHOT MUST PREDATE THE CYCLE -- AN EARLIER DAY, OR THE
      * SAME DAY WHEN A SUPPLEMENTAL CYCLE IS BACKED OUT.
      ******************************************************************
114300 READ-PRIOR-SNAPSHOT.
114400     MOVE SPACES TO INPUT-SWITCH.
114500     OPEN INPUT PRIOR-FILE.
114600     READ PRIOR-FILE AT END
114700         MOVE 'EOF' TO INPUT-SWITCH
114800     END-READ.
114900     IF NOT END-OF-FILE
115000        IF PY-IS-SNAPSHOT-HEADER
115100           MOVE PY-HDR-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
115200           MOVE PY-HDR-GENERATION TO WS-SNAPSHOT-GEN
115300           IF WS-SNAPSHOT-DATE < DRB-BUSINESS-DATE
115400                 OR (WS-SNAPSHOT-DATE = DRB-BUSINESS-DATE
115500                     AND DRB-CYCLE-NUMBER > 1)
115600              MOVE 'YES' TO SNAPSHOT-SWITCH
115700           END-IF
115800        END-IF
115900     END-IF.
116000     IF SNAPSHOT-USABLE
116100        PERFORM READ-ONE-PRIOR
116200           UNTIL END-OF-FILE
116300     END-IF.
116400     CLOSE PRIOR-FILE.
116500******************************************************************
116600 READ-ONE-PRIOR.
116700     READ PRIOR-FILE AT END
116800         MOVE 'EOF' TO INPUT-SWITCH
116900     END-READ.
117000     IF NOT END-OF-FILE
117100        MOVE 'NO ' TO ENTRY-SWITCH
117200        PERFORM FIND-PRIOR-ENTRY
117300           VARYING WS-SUB FROM 1 BY 1
117400           UNTIL WS-SUB > WS-BOOK-COUNT
117500              OR ENTRY-FOUND
117600        IF ENTRY-FOUND
117700           SUBTRACT 1 FROM WS-SUB
117800           MOVE 'YES' TO BT-PRIOR-SWITCH (WS-SUB)
117900           MOVE PY-MTD-COUNT TO BT-PRIOR-MTD-COUNT (WS-SUB)
118000           MOVE PY-MTD-TOTAL TO BT-PRIOR-MTD-TOTAL (WS-SUB)
118100           MOVE PY-YTD-COUNT TO BT-PRIOR-YTD-COUNT (WS-SUB)
118200           MOVE PY-YTD-TOTAL TO BT-PRIOR-YTD-TOTAL (WS-SUB)
118300        END-IF
118400     END-IF.
118500******************************************************************
118600 FIND-PRIOR-ENTRY.
118700     IF BT-PROGRAM-ID (WS-SUB) = PY-PROGRAM-ID
118800        SET ENTRY-FOUND TO TRUE
118900     END-IF.
119000******************************************************************
119100 WRITE-PROOF-REPORT.
119200     MOVE WS-POSTING-DETAILS TO PT-EXPECTED-COUNT (PR-HISTORY)
119300                                PT-EXPECTED-COUNT (PR-ACCTBAL-MTD)
119400                                PT-EXPECTED-COUNT (PR-ACCTBAL-YTD)
119500                                PT-EXPECTED-COUNT (PR-REFBAL-MTD).
119600     MOVE WS-BOOK-DETAIL-COUNT
119700         TO PT-EXPECTED-COUNT (PR-MTDYTD-MTD)
119800            PT-EXPECTED-COUNT (PR-MTDYTD-YTD).
119900     COMPUTE PT-BACKOUT-TOTAL (PR-MASTER) =
120000         PT-BEFORE-TOTAL (PR-MASTER) - WS-PRIOR-MASTER-TOTAL.
120100     MOVE 2 TO LINE-SPACING.
120200     MOVE PROOF-HEADING-LINE TO OUTPUT-LINE.
120300     PERFORM WRITE-REPORT-LINE.
120400     PERFORM WRITE-PROOF-LINE
120500        VARYING WS-SUB FROM 1 BY 1
120600        UNTIL WS-SUB > 9.
120700     IF WS-BOOK-COUNT = ZERO
120800        GO TO WRITE-PROOF-REPORT-EXIT
120900     END-IF.
121000     MOVE 2 TO LINE-SPACING.
121100     IF NOT SNAPSHOT-USABLE
121200        MOVE ZERO TO EXC-ACCOUNT
121300        MOVE 'NO PRIOR-DAY SNAPSHOT - MTD-YTD BY FILE' TO EXC-TEXT
121400        MOVE SPACES TO EXC-ITEM
121500        IF WS-SNAPSHOT-DATE NOT = ZERO
121600           STRING 'SNAPSHOT ' WS-SNAPSHOT-DATE ' TOO LATE'
121700               DELIMITED BY SIZE INTO EXC-ITEM
121800        END-IF
121900        MOVE EXCEPTION-LINE TO OUTPUT-LINE
122000        PERFORM WRITE-REPORT-LINE
122100        GO TO WRITE-PROOF-REPORT-EXIT
122200     END-IF.
122300     MOVE WS-SNAPSHOT-DATE TO SNP-HDG-DATE.
122400     MOVE WS-SNAPSHOT-GEN TO SNP-HDG-GEN.
122500     MOVE SNAPSHOT-HEADING-LINE TO OUTPUT-LINE.
122600     PERFORM WRITE-REPORT-LINE.
122700     PERFORM WRITE-SNAPSHOT-LINES
122800        VARYING WS-SUB FROM 1 BY 1
122900        UNTIL WS-SUB > WS-BOOK-COUNT.
123000 WRITE-PROOF-REPORT-EXIT.
123100     EXIT.
123200******************************************************************
123300 WRITE-PROOF-LINE.
123400     MOVE PROOF-FILE-NAME (WS-SUB) TO PRF-FILE.
123500     MOVE PT-BEFORE-COUNT (WS-SUB) TO PRF-BEFORE-COUNT.
123600     MOVE PT-BEFORE-TOTAL (WS-SUB) TO PRF-BEFORE-TOTAL.
123700     MOVE PT-BACKOUT-COUNT (WS-SUB) TO PRF-BACKOUT-COUNT.
123800     MOVE PT-BACKOUT-TOTAL (WS-SUB) TO PRF-BACKOUT-TOTAL.
123900     MOVE PT-AFTER-COUNT (WS-SUB) TO PRF-AFTER-COUNT.
124000     MOVE PT-AFTER-TOTAL (WS-SUB) TO PRF-AFTER-TOTAL.
124100     MOVE 'DOES NOT NET' TO PRF-RESULT.
124200     IF WS-SUB = PR-MASTER
124300        IF PT-AFTER-COUNT (WS-SUB) = WS-PRIOR-MASTER-COUNT
124400              AND PT-AFTER-TOTAL (WS-SUB) = WS-PRIOR-MASTER-TOTAL
124500              AND PT-BACKOUT-COUNT (WS-SUB)
124600                  = PT-EXPECTED-COUNT (WS-SUB)
124700           MOVE 'NETS TO PRIOR DAY' TO PRF-RESULT
124800        END-IF
124900     ELSE
124910        IF WS-SUB = PR-OPENITM
124920           IF PT-AFTER-TOTAL (WS-SUB) + PT-BACKOUT-TOTAL (WS-SUB)
124930                     = PT-BEFORE-TOTAL (WS-SUB)
124940                 AND PT-BACKOUT-COUNT (WS-SUB)
124950                     = PT-EXPECTED-COUNT (WS-SUB)
124960              MOVE 'NETS TO PRIOR DAY' TO PRF-RESULT
124970           END-IF
124980        ELSE
125000           IF PT-AFTER-COUNT (WS-SUB) + PT-BACKOUT-COUNT (WS-SUB)
125100                     = PT-BEFORE-COUNT (WS-SUB)
125200                 AND PT-AFTER-TOTAL (WS-SUB)
125300                     + PT-BACKOUT-TOTAL (WS-SUB)
125400                     = PT-BEFORE-TOTAL (WS-SUB)
125500                 AND PT-BACKOUT-COUNT (WS-SUB)
125600                     = PT-EXPECTED-COUNT (WS-SUB)
125700              MOVE 'NETS TO PRIOR DAY' TO PRF-RESULT
125800           END-IF
125850        END-IF
125900     END-IF.
126000     IF PRF-RESULT = 'DOES NOT NET'
126100        MOVE 'NO ' TO NET-SWITCH
126200     END-IF.
126300     MOVE PROOF-DETAIL-LINE TO OUTPUT-LINE.
126400     PERFORM WRITE-REPORT-LINE.
126500******************************************************************
      * ONE LINE EACH FOR THE BOOK'S MONTH AND YEAR FIGURES -- THE
      * SNAPSHOT IN THE BEFORE COLUMNS, THE ROW AFTER THE ROLLBACK IN
      * THE AFTER COLUMNS.
      ******************************************************************
126600 WRITE-SNAPSHOT-LINES.
126700     MOVE ZERO TO PRF-BACKOUT-COUNT PRF-BACKOUT-TOTAL.
126800     MOVE SPACES TO PRF-FILE.
126900     STRING 'MTD ' BT-PROGRAM-ID (WS-SUB)
127000         DELIMITED BY SIZE INTO PRF-FILE.
127100     MOVE BT-PRIOR-MTD-COUNT (WS-SUB) TO PRF-BEFORE-COUNT.
127200     MOVE BT-PRIOR-MTD-TOTAL (WS-SUB) TO PRF-BEFORE-TOTAL.
127300     MOVE BT-AFTER-MTD-COUNT (WS-SUB) TO PRF-AFTER-COUNT.
127400     MOVE BT-AFTER-MTD-TOTAL (WS-SUB) TO PRF-AFTER-TOTAL.
127500     IF NOT BT-PRIOR-FOUND (WS-SUB)
127600        MOVE 'NOT IN SNAPSHOT' TO PRF-RESULT
127700     ELSE
127800        IF BT-PRIOR-MTD-COUNT (WS-SUB)
127900                  = BT-AFTER-MTD-COUNT (WS-SUB)
128000              AND BT-PRIOR-MTD-TOTAL (WS-SUB)
128100                  = BT-AFTER-MTD-TOTAL (WS-SUB)
128200           MOVE 'NETS TO PRIOR DAY' TO PRF-RESULT
128300        ELSE
128400           MOVE 'DOES NOT NET' TO PRF-RESULT
128500        END-IF
128600     END-IF.
128700     IF PRF-RESULT NOT = 'NETS TO PRIOR DAY'
128800        MOVE 'NO ' TO NET-SWITCH
128900     END-IF.
129000     MOVE PROOF-DETAIL-LINE TO OUTPUT-LINE.
129100     PERFORM WRITE-REPORT-LINE.
129200     MOVE SPACES TO PRF-FILE.
129300     STRING 'YTD ' BT-PROGRAM-ID (WS-SUB)
129400         DELIMITED BY SIZE INTO PRF-FILE.
129500     MOVE BT-PRIOR-YTD-COUNT (WS-SUB) TO PRF-BEFORE-COUNT.
129600     MOVE BT-PRIOR-YTD-TOTAL (WS-SUB) TO PRF-BEFORE-TOTAL.
129700     MOVE BT-AFTER-YTD-COUNT (WS-SUB) TO PRF-AFTER-COUNT.
129800     MOVE BT-AFTER-YTD-TOTAL (WS-SUB) TO PRF-AFTER-TOTAL.
129900     IF NOT BT-PRIOR-FOUND (WS-SUB)
130000        MOVE 'NOT IN SNAPSHOT' TO PRF-RESULT
130100     ELSE
130200        IF BT-PRIOR-YTD-COUNT (WS-SUB)
130300                  = BT-AFTER-YTD-COUNT (WS-SUB)
130400              AND BT-PRIOR-YTD-TOTAL (WS-SUB)
130500                  = BT-AFTER-YTD-TOTAL (WS-SUB)
130600           MOVE 'NETS TO PRIOR DAY' TO PRF-RESULT
130700        ELSE
130800           MOVE 'DOES NOT NET' TO PRF-RESULT
130900        END-IF
131000     END-IF.
131100     IF PRF-RESULT NOT = 'NETS TO PRIOR DAY'
131200        MOVE 'NO ' TO NET-SWITCH
131300     END-IF.
131400     MOVE PROOF-DETAIL-LINE TO OUTPUT-LINE.
131500     PERFORM WRITE-REPORT-LINE.
131600******************************************************************
131700 WRITE-EXCEPTION-LINE.
131800     ADD 1 TO WS-EXCEPTION-COUNT.
131900     MOVE EXCEPTION-LINE TO OUTPUT-LINE.
132000     PERFORM WRITE-REPORT-LINE.
132100     MOVE SPACES TO EXC-ITEM.
132200******************************************************************
132300 WRITE-REPORT-LINE.
132400     IF LINES-WRITTEN >= WS-PAGE-SIZE
132500        MOVE OUTPUT-LINE TO WS-HOLD-LINE
132600        PERFORM WRITE-HEADER
132700        MOVE WS-HOLD-LINE TO OUTPUT-LINE
132800        MOVE 2 TO LINE-SPACING
132900     END-IF.
133000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
133100     WRITE OUTPUT-RECORD.
133200     ADD 1 TO LINES-WRITTEN.
133300     MOVE 1 TO LINE-SPACING.
133400******************************************************************
133500 WRITE-HEADER.
133600     MOVE ZERO TO LINES-WRITTEN.
133700     ACCEPT HDR-PRT-DATE FROM DATE.
133800     ACCEPT HDR-PRT-TIME FROM TIME.
133900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
134000     ADD 1 TO PAGE-COUNT
134100     MOVE '   BUSINESS-DAY ROLLBACK PROOF ' TO REPORT-TITLE.
134200     MOVE PAGE-COUNT TO PAGE-NUMBER.
134300     MOVE HEADER-RECORD TO OUTPUT-LINE.
134400     WRITE OUTPUT-RECORD.
134500     MOVE 1 TO LINE-SPACING.
