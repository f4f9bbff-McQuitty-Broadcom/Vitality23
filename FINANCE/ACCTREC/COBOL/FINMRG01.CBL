000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINMRG01.
      ******************************************************************
      * FINMRG01 -- CUSTOMER ACCOUNT MERGE. EACH MERGE CARD NAMES A
      *             DUPLICATE (RETIRED) ACCOUNT, THE ACCOUNT THAT
      *             SURVIVES IT, THE OPERATOR AND A REASON CODE. BOTH
      *             ACCOUNTS MUST BE ON THE MASTER, OPEN OR ON HOLD,
      *             IN THE SAME COMPANY AND NOT ALREADY RETIRED BY AN
      *             EARLIER MERGE, AND THEIR COMBINED BALANCES MUST
      *             FIT THE MASTER'S AMOUNT FIELDS, OR THE CARD IS
      *             REJECTED BEFORE ANYTHING IS TOUCHED.
      *
      *             THE RETIRED ACCOUNT'S TRANSACTION HISTORY, PAID
      *             ITEMS, OPEN INVOICES (SEE OPENITM) AND OPEN
      *             DISPUTES (SEE DISPUTE) ARE RE-KEYED TO THE
      *             SURVIVOR (A HISTORY KEY, INVOICE NUMBER OR DISPUTE
      *             NUMBER ALREADY TAKEN TAKES THE NEXT FREE SEQUENCE
      *             AND IS LISTED; A PAID ITEM WHOSE KEY IS TAKEN
      *             STAYS ON THE OLD NUMBER AND IS LISTED). PAID
      *             INVOICES AND RESOLVED DISPUTES STAY ON THE OLD
      *             NUMBER. THE ONE-PER-ACCOUNT FILES ARE RESOLVED
      *             AS FOLLOWS -- ACCTBAL COUNTS AND
      *             TOTALS ARE ADDED TOGETHER; AN OPEN PROMISE
      *             REPLACES A KEPT OR BROKEN ONE, OTHERWISE THE
      *             SURVIVOR'S PROMISE STANDS; THE HIGHER DUNNING
      *             LETTER LEVEL STANDS; THE SURVIVOR'S CREDIT LIMIT
      *             STANDS. ANYTHING DROPPED IS LISTED. THE RETIRED
      *             MASTER'S BALANCES ARE ADDED TO THE SURVIVOR'S AND
      *             THE RETIRED MASTER IS ZEROED AND CLOSED, BOTH
      *             REWRITES JOURNALED, AND A FORWARDING RECORD (SEE
      *             ACCTFWD) IS LEFT SO FINSPL01 AND FINCSH01 REDIRECT
      *             LATER ACTIVITY FOR THE OLD NUMBER. A REJECTED CARD
      *             ENDS THE RUN RETURN-CODE 4; A MASTER FILE ERROR
      *             STOPS IT RETURN-CODE 12.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-03  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      * 2026-10-15  TS   THE RETIRED ACCOUNT'S OPEN INVOICES AND OPEN
      *                  DISPUTES ARE NOW RE-KEYED TO THE SURVIVOR AS
      *                  WELL, SO THE BALANCE MOVED IS AGED AND ITS
      *                  DISPUTES STILL HOLD IT OUT OF COLLECTIONS. THE
      *                  COUNTS MOVED ARE LISTED WITH EACH MERGE.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MERGE-CARD-FILE ASSIGN U-T-MRGCRD.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
000900     SELECT MASTER-FILE ASSIGN U-T-MASTER
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT OPTIONAL ACCOUNT-FORWARD-FILE ASSIGN U-T-ACCFWD
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS AF-OLD-ACCOUNT
001800        FILE STATUS IS WS-ACCFWD-STATUS.
001900     SELECT OPTIONAL HISTORY-FILE ASSIGN U-T-TRNHIS
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS HIST-KEY
002300        FILE STATUS IS WS-HISTORY-STATUS.
002400     SELECT OPTIONAL PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS PI-KEY
002800        FILE STATUS IS WS-PAIDITM-STATUS.
002900     SELECT OPTIONAL BALANCE-FILE ASSIGN U-T-ACTBAL
003000        ORGANIZATION IS INDEXED
003100        ACCESS MODE IS DYNAMIC
003200        RECORD KEY IS AB-ACCOUNT-NUMBER
003300        FILE STATUS IS WS-ACTBAL-STATUS.
003400     SELECT OPTIONAL PROMISE-FILE ASSIGN U-T-PROMIS
003500        ORGANIZATION IS INDEXED
003600        ACCESS MODE IS DYNAMIC
003700        RECORD KEY IS PR-ACCOUNT-NUMBER
003800        FILE STATUS IS WS-PROMIS-STATUS.
003900     SELECT OPTIONAL LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
004000        ORGANIZATION IS INDEXED
004100        ACCESS MODE IS DYNAMIC
004200        RECORD KEY IS LH-ACCOUNT-NUMBER
004300        FILE STATUS IS WS-LTRHIS-STATUS.
004400     SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
004500        ORGANIZATION IS INDEXED
004600        ACCESS MODE IS DYNAMIC
004700        RECORD KEY IS CL-ACCOUNT-NUMBER
004800        FILE STATUS IS WS-CRLIMT-STATUS.
004810     SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN U-T-OPNITM
004820        ORGANIZATION IS INDEXED
004830        ACCESS MODE IS DYNAMIC
004840        RECORD KEY IS OI-KEY
004850        FILE STATUS IS WS-OPENITM-STATUS.
004860     SELECT OPTIONAL DISPUTE-FILE ASSIGN U-T-DISPUT
004870        ORGANIZATION IS INDEXED
004880        ACCESS MODE IS DYNAMIC
004890        RECORD KEY IS DS-KEY
004895        FILE STATUS IS WS-DISPUT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD REPORT-FILE
005200     LABEL RECORDS ARE OMITTED
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 133 CHARACTERS
005500     DATA RECORD IS OUTPUT-RECORD.
005600   01 OUTPUT-RECORD.
005700     02 CARRIAGE-CONTROL PIC X.
005800     02 OUTPUT-LINE      PIC X(132).
005900 FD MERGE-CARD-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 80 CHARACTERS
006200     DATA RECORD IS MERGE-CARD-RECORD.
006300   01 MERGE-CARD-RECORD.
006400     02 MRG-RETIRED-ACCOUNT    PIC 9(08).
006500     02 MRG-SURVIVING-ACCOUNT  PIC 9(08).
006600     02 MRG-OPERATOR-ID        PIC X(08).
006700     02 MRG-REASON-CODE        PIC X(04).
006800     02 FILLER                 PIC X(52).
006900 FD JOURNAL-FILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 196 CHARACTERS
007200     DATA RECORD IS MASTER-JOURNAL-RECORD.
007300 COPY MSTRJNL.
007400 FD MASTER-FILE
007500     LABEL RECORDS ARE STANDARD
007600     DATA RECORD IS MASTER-RECORD.
007700 COPY MSTRFILE.
007800 FD ACCOUNT-FORWARD-FILE
007900     LABEL RECORDS ARE STANDARD
008000     DATA RECORD IS ACCOUNT-FORWARD-RECORD.
008100 COPY ACCTFWD.
008200 FD HISTORY-FILE
008300     LABEL RECORDS ARE STANDARD
008400     DATA RECORD IS HISTORY-RECORD.
008500 COPY TRNHIST.
008600 FD PAID-ITEMS-FILE
008700     LABEL RECORDS ARE STANDARD
008800     DATA RECORD IS PAID-ITEM-RECORD.
008900 COPY PAIDITM.
009000 FD BALANCE-FILE
009100     LABEL RECORDS ARE STANDARD
009200     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
009300 COPY ACCTBAL.
009400 FD PROMISE-FILE
009500     LABEL RECORDS ARE STANDARD
009600     DATA RECORD IS PROMISE-RECORD.
009700 COPY PROMREC.
009800 FD LETTER-HISTORY-FILE
009900     LABEL RECORDS ARE STANDARD
010000     DATA RECORD IS LETTER-HISTORY-RECORD.
010100 COPY LTRHIST.
010200 FD CREDIT-LIMIT-FILE
010300     LABEL RECORDS ARE STANDARD
010400     DATA RECORD IS CREDIT-LIMIT-RECORD.
010500 COPY CRLIMIT.
010510 FD OPEN-ITEM-FILE
010520     LABEL RECORDS ARE STANDARD
010530     DATA RECORD IS OPEN-ITEM-RECORD.
010540 COPY OPENITM.
010550 FD DISPUTE-FILE
010560     LABEL RECORDS ARE STANDARD
010570     DATA RECORD IS DISPUTE-RECORD.
010580 COPY DISPUTE.
      ******************************************************************
010600 WORKING-STORAGE SECTION.
010700 COPY HEADER1.
010800 01  PROGRAM-WORK-FIELDS.
010900     02  INPUT-SWITCH      PIC X(3)  VALUE SPACES.
011000         88  END-OF-FILE   VALUE 'EOF'.
011100     02  BROWSE-SWITCH     PIC X(3)  VALUE SPACES.
011200         88  END-OF-BROWSE VALUE 'EOF'.
011300     02  FOUND-SWITCH      PIC X(3)  VALUE 'NO '.
011400         88  RECORD-FOUND  VALUE 'YES'.
011500     02  WRITTEN-SWITCH    PIC X(3)  VALUE 'NO '.
011600         88  RECORD-WRITTEN VALUE 'YES'.
011700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
011800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
011900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
012000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
012100     02  WS-ACCFWD-STATUS  PIC X(2)  VALUE ZERO.
012200     02  WS-HISTORY-STATUS PIC X(2)  VALUE ZERO.
012300     02  WS-PAIDITM-STATUS PIC X(2)  VALUE ZERO.
012400     02  WS-ACTBAL-STATUS  PIC X(2)  VALUE ZERO.
012500     02  WS-PROMIS-STATUS  PIC X(2)  VALUE ZERO.
012600     02  WS-LTRHIS-STATUS  PIC X(2)  VALUE ZERO.
012700     02  WS-CRLIMT-STATUS  PIC X(2)  VALUE ZERO.
012710     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
012720     02  WS-DISPUT-STATUS  PIC X(2)  VALUE ZERO.
012800     02  WS-MERGED-COUNT   PIC 9(5)  VALUE ZERO.
012900     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
013000     02  WS-HIST-MOVED     PIC 9(7)  VALUE ZERO.
013100     02  WS-PAID-MOVED     PIC 9(7)  VALUE ZERO.
013200     02  WS-PAID-LEFT      PIC 9(7)  VALUE ZERO.
013210     02  WS-ITEMS-MOVED    PIC 9(7)  VALUE ZERO.
013220     02  WS-ITEMS-LEFT     PIC 9(7)  VALUE ZERO.
013230     02  WS-DISPUTES-MOVED PIC 9(7)  VALUE ZERO.
013240     02  WS-DISPUTES-LEFT  PIC 9(7)  VALUE ZERO.
013300     02  WS-TRIES          PIC 9(3)  COMP.
013400 01  MERGE-WORK-FIELDS.
013500     02  WS-RETIRED-COMPANY  PIC X(2).
013600     02  WS-SURVIVOR-COMPANY PIC X(2).
013700     02  WS-RETIRED-AMOUNT-1 PIC S9(4)V99.
013800     02  WS-RETIRED-AMOUNT-2 PIC S9(4)V99.
013900     02  WS-RETIRED-REFUND   PIC X(1).
014000     02  WS-NEW-AMOUNT-1     PIC S9(4)V99.
014100     02  WS-NEW-AMOUNT-2     PIC S9(4)V99.
014200     02  WS-LAST-HIST-KEY    PIC X(21).
014300     02  WS-LAST-PAID-KEY    PIC X(26).
014400     02  WS-HOLD-HISTORY     PIC X(80).
014500     02  WS-HOLD-PAID-ITEM   PIC X(80).
014510     02  WS-LAST-ITEM-KEY    PIC X(18).
014520     02  WS-HOLD-OPEN-ITEM   PIC X(80).
014530     02  WS-NEW-INVOICE      PIC X(10).
014540     02  WS-LAST-DISPUTE-KEY PIC X(12).
014550     02  WS-HOLD-DISPUTE     PIC X(80).
014560     02  WS-NEW-DISPUTE      PIC 9(4).
014600     02  WS-HOLD-BALANCE     PIC X(80).
014700     02  FILLER REDEFINES WS-HOLD-BALANCE.
014800         03  FILLER              PIC X(18).
014900         03  WS-HOLD-MTD-COUNT   PIC 9(07).
015000         03  WS-HOLD-MTD-TOTAL   PIC S9(13)V99.
015100         03  WS-HOLD-YTD-COUNT   PIC 9(07).
015200         03  WS-HOLD-YTD-TOTAL   PIC S9(13)V99.
015300         03  WS-HOLD-AB-DATE     PIC 9(08).
015400         03  FILLER              PIC X(10).
015500     02  WS-HOLD-PROMISE     PIC X(80).
015600     02  FILLER REDEFINES WS-HOLD-PROMISE.
015700         03  FILLER              PIC X(25).
015800         03  WS-HOLD-PR-STATUS   PIC X(01).
015900             88  WS-HOLD-PR-OPEN VALUE ' '.
016000         03  FILLER              PIC X(54).
016100     02  WS-HOLD-LETTER      PIC X(80).
016200     02  FILLER REDEFINES WS-HOLD-LETTER.
016300         03  FILLER              PIC X(08).
016400         03  WS-HOLD-LH-LEVEL    PIC 9(01).
016500         03  FILLER              PIC X(71).
016600     02  WS-HOLD-LIMIT       PIC X(80).
016610     02  WS-RENUMBER-COUNT   PIC 9(3)  COMP.
016620     02  WS-RENUMBER-SUB     PIC 9(3)  COMP.
016630     02  WS-RENUMBERED-INVOICE OCCURS 50 TIMES.
016640         03  WS-RN-OLD-INVOICE   PIC X(10).
016650         03  WS-RN-NEW-INVOICE   PIC X(10).
016700 COPY PAGING.
016800 COPY FINBDC01.
016900 01  AUDIT-DETAIL-LINE.
017000     02  FILLER                PIC X(2).
017100     02  AUD-RETIRED           PIC 9(8).
017200     02  FILLER                PIC X(2).
017300     02  AUD-SURVIVOR          PIC 9(8).
017400     02  FILLER                PIC X(2).
017500     02  AUD-OPERATOR          PIC X(8).
017600     02  FILLER                PIC X(2).
017700     02  AUD-REASON            PIC X(4).
017800     02  FILLER                PIC X(2).
017900     02  AUD-TEXT              PIC X(36).
018000     02  FILLER                PIC X(2).
018100     02  AUD-ITEM              PIC X(26).
018200     02  FILLER                PIC X(2).
018300     02  AUD-AMOUNT-1          PIC -ZZZ9.99.
018400     02  FILLER                PIC X(2).
018500     02  AUD-AMOUNT-2          PIC -ZZZ9.99.
018600     02  FILLER                PIC X(12).
018700 01  COLUMN-HEADING-LINE.
018800     02  FILLER                PIC X(2).
018900     02  FILLER                PIC X(8)  VALUE 'RETIRED'.
019000     02  FILLER                PIC X(2).
019100     02  FILLER                PIC X(8)  VALUE 'SURVIVOR'.
019200     02  FILLER                PIC X(2).
019300     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
019400     02  FILLER                PIC X(2).
019500     02  FILLER                PIC X(4)  VALUE 'RSN'.
019600     02  FILLER                PIC X(2).
019700     02  FILLER                PIC X(36) VALUE 'ACTION'.
019800     02  FILLER                PIC X(2).
019900     02  FILLER                PIC X(26) VALUE 'ITEM'.
020000     02  FILLER                PIC X(2).
020100     02  FILLER                PIC X(8)  VALUE 'AMOUNT-1'.
020200     02  FILLER                PIC X(2).
020300     02  FILLER                PIC X(8)  VALUE 'AMOUNT-2'.
020400     02  FILLER                PIC X(12).
020500******************************************************************
020600 PROCEDURE DIVISION.
020700     DISPLAY 'FINMRG01 - ACCOUNT MERGE STARTING'.
020800     MOVE ZERO TO BD-REQUEST-DATE.
020900     CALL 'FINBDT01' USING FINBDC01-RECORD.
021000     OPEN INPUT  MERGE-CARD-FILE
021100          OUTPUT REPORT-FILE.
021200     OPEN I-O MASTER-FILE ACCOUNT-FORWARD-FILE HISTORY-FILE
021300              PAID-ITEMS-FILE BALANCE-FILE PROMISE-FILE
021400              LETTER-HISTORY-FILE CREDIT-LIMIT-FILE
021410              OPEN-ITEM-FILE DISPUTE-FILE.
021500     OPEN EXTEND JOURNAL-FILE.
021600     PERFORM WRITE-HEADER.
021700     PERFORM GET-MERGE-CARD.
021800     PERFORM MERGE-AND-READ
021900        UNTIL END-OF-FILE.
022000     CLOSE MERGE-CARD-FILE REPORT-FILE JOURNAL-FILE MASTER-FILE
022100           ACCOUNT-FORWARD-FILE HISTORY-FILE PAID-ITEMS-FILE
022200           BALANCE-FILE PROMISE-FILE LETTER-HISTORY-FILE
022300           CREDIT-LIMIT-FILE OPEN-ITEM-FILE DISPUTE-FILE.
022400     DISPLAY 'FINMRG01 - ACCOUNTS MERGED:      ' WS-MERGED-COUNT.
022500     DISPLAY 'FINMRG01 - CARDS REJECTED:       ' WS-REJECT-COUNT.
022600     DISPLAY 'FINMRG01 - HISTORY RECORDS MOVED: ' WS-HIST-MOVED.
022700     DISPLAY 'FINMRG01 - PAID ITEMS MOVED:     ' WS-PAID-MOVED.
022800     DISPLAY 'FINMRG01 - PAID ITEMS LEFT:      ' WS-PAID-LEFT.
022810     DISPLAY 'FINMRG01 - OPEN ITEMS LEFT:      ' WS-ITEMS-LEFT.
022820     DISPLAY 'FINMRG01 - DISPUTES LEFT:        ' WS-DISPUTES-LEFT.
022900     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
023000        MOVE 4 TO RETURN-CODE
023100     END-IF.
023200     GOBACK.
023300******************************************************************
023400 GET-MERGE-CARD.
023500     READ MERGE-CARD-FILE AT END
023600         MOVE 'EOF' TO INPUT-SWITCH.
023700******************************************************************
023800 MERGE-AND-READ.
023900     PERFORM MERGE-ONE-ACCOUNT
024000        THRU MERGE-ONE-ACCOUNT-EXIT.
024100     IF NOT END-OF-FILE
024200        PERFORM GET-MERGE-CARD
024300     END-IF.
024400******************************************************************
      * EVERY CHECK IS MADE BEFORE ANY FILE IS CHANGED, SO A REJECTED
      * CARD LEAVES BOTH ACCOUNTS EXACTLY AS THEY WERE.
      ******************************************************************
024500 MERGE-ONE-ACCOUNT.
024600     MOVE SPACES TO AUD-ITEM.
024700     MOVE ZERO TO AUD-AMOUNT-1 AUD-AMOUNT-2.
024800     IF MRG-OPERATOR-ID = SPACES
024900           OR MRG-REASON-CODE = SPACES
025000        MOVE 'REJECTED - NO OPERATOR OR REASON' TO AUD-TEXT
025100        PERFORM WRITE-REJECT-LINE
025200        GO TO MERGE-ONE-ACCOUNT-EXIT
025300     END-IF.
025400     IF MRG-RETIRED-ACCOUNT NOT NUMERIC
025500           OR MRG-SURVIVING-ACCOUNT NOT NUMERIC
025600           OR MRG-RETIRED-ACCOUNT = ZERO
025700           OR MRG-SURVIVING-ACCOUNT = ZERO
025800        MOVE 'REJECTED - ACCOUNT NUMBER INVALID' TO AUD-TEXT
025900        PERFORM WRITE-REJECT-LINE
026000        GO TO MERGE-ONE-ACCOUNT-EXIT
026100     END-IF.
026200     IF MRG-RETIRED-ACCOUNT = MRG-SURVIVING-ACCOUNT
026300        MOVE 'REJECTED - SAME ACCOUNT TWICE' TO AUD-TEXT
026400        PERFORM WRITE-REJECT-LINE
026500        GO TO MERGE-ONE-ACCOUNT-EXIT
026600     END-IF.
026700     MOVE MRG-RETIRED-ACCOUNT TO AF-OLD-ACCOUNT.
026800     PERFORM FIND-FORWARD-RECORD.
026900     IF RECORD-FOUND
027000        MOVE 'REJECTED - RETIRED ALREADY MERGED' TO AUD-TEXT
027100        PERFORM WRITE-REJECT-LINE
027200        GO TO MERGE-ONE-ACCOUNT-EXIT
027300     END-IF.
027400     MOVE MRG-SURVIVING-ACCOUNT TO AF-OLD-ACCOUNT.
027500     PERFORM FIND-FORWARD-RECORD.
027600     IF RECORD-FOUND
027700        MOVE 'REJECTED - SURVIVOR ALREADY MERGED' TO AUD-TEXT
027800        PERFORM WRITE-REJECT-LINE
027900        GO TO MERGE-ONE-ACCOUNT-EXIT
028000     END-IF.
028100     MOVE MRG-RETIRED-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
028200     PERFORM FIND-MASTER-RECORD.
028300     IF NOT RECORD-FOUND
028400        MOVE 'REJECTED - RETIRED NOT ON MASTER' TO AUD-TEXT
028500        PERFORM WRITE-REJECT-LINE
028600        GO TO MERGE-ONE-ACCOUNT-EXIT
028700     END-IF.
028800     IF MSTR-CLOSED
028900        MOVE 'REJECTED - RETIRED IS CLOSED' TO AUD-TEXT
029000        PERFORM WRITE-REJECT-LINE
029100        GO TO MERGE-ONE-ACCOUNT-EXIT
029200     END-IF.
029300     MOVE MSTR-AMOUNT-1 TO WS-RETIRED-AMOUNT-1.
029400     MOVE MSTR-AMOUNT-2 TO WS-RETIRED-AMOUNT-2.
029500     MOVE MSTR-REFUND-FLAG TO WS-RETIRED-REFUND.
029600     MOVE MSTR-COMPANY-CODE TO WS-RETIRED-COMPANY.
029700     IF WS-RETIRED-COMPANY = SPACES
029800        MOVE '01' TO WS-RETIRED-COMPANY
029900     END-IF.
030000     MOVE MRG-SURVIVING-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
030100     PERFORM FIND-MASTER-RECORD.
030200     IF NOT RECORD-FOUND
030300        MOVE 'REJECTED - SURVIVOR NOT ON MASTER' TO AUD-TEXT
030400        PERFORM WRITE-REJECT-LINE
030500        GO TO MERGE-ONE-ACCOUNT-EXIT
030600     END-IF.
030700     IF MSTR-CLOSED
030800        MOVE 'REJECTED - SURVIVOR IS CLOSED' TO AUD-TEXT
030900        PERFORM WRITE-REJECT-LINE
031000        GO TO MERGE-ONE-ACCOUNT-EXIT
031100     END-IF.
031200     MOVE MSTR-COMPANY-CODE TO WS-SURVIVOR-COMPANY.
031300     IF WS-SURVIVOR-COMPANY = SPACES
031400        MOVE '01' TO WS-SURVIVOR-COMPANY
031500     END-IF.
031600     IF WS-SURVIVOR-COMPANY NOT = WS-RETIRED-COMPANY
031700        MOVE 'REJECTED - COMPANY CODES DIFFER' TO AUD-TEXT
031800        PERFORM WRITE-REJECT-LINE
031900        GO TO MERGE-ONE-ACCOUNT-EXIT
032000     END-IF.
032100     COMPUTE WS-NEW-AMOUNT-1 = MSTR-AMOUNT-1 + WS-RETIRED-AMOUNT-1
032200        ON SIZE ERROR
032300           MOVE 'REJECTED - AMOUNT-1 TOO LARGE' TO
032400               AUD-TEXT
032500           PERFORM WRITE-REJECT-LINE
032600           GO TO MERGE-ONE-ACCOUNT-EXIT
032700     END-COMPUTE.
032800     COMPUTE WS-NEW-AMOUNT-2 = MSTR-AMOUNT-2 + WS-RETIRED-AMOUNT-2
032900        ON SIZE ERROR
033000           MOVE 'REJECTED - AMOUNT-2 TOO LARGE' TO
033100               AUD-TEXT
033200           PERFORM WRITE-REJECT-LINE
033300           GO TO MERGE-ONE-ACCOUNT-EXIT
033400     END-COMPUTE.
033500     MOVE ZERO TO WS-HIST-MOVED WS-PAID-MOVED.
033510     MOVE ZERO TO WS-ITEMS-MOVED WS-DISPUTES-MOVED.
033520     MOVE ZERO TO WS-RENUMBER-COUNT.
033600     PERFORM MOVE-HISTORY-RECORDS.
033700     PERFORM MOVE-PAID-ITEMS.
033710     PERFORM MOVE-OPEN-ITEMS.
033720     PERFORM MOVE-DISPUTES.
033800     PERFORM MERGE-BALANCE-RECORD.
033900     PERFORM MERGE-PROMISE-RECORD.
034000     PERFORM MERGE-LETTER-HISTORY.
034100     PERFORM MERGE-CREDIT-LIMIT.
034200     PERFORM UPDATE-SURVIVOR-MASTER
034300        THRU UPDATE-SURVIVOR-MASTER-EXIT.
034400     IF END-OF-FILE
034500        GO TO MERGE-ONE-ACCOUNT-EXIT
034600     END-IF.
034700     PERFORM CLOSE-RETIRED-MASTER
034800        THRU CLOSE-RETIRED-MASTER-EXIT.
034900     IF END-OF-FILE
035000        GO TO MERGE-ONE-ACCOUNT-EXIT
035100     END-IF.
035200     PERFORM WRITE-FORWARD-RECORD.
035300     ADD 1 TO WS-MERGED-COUNT.
035400     MOVE 'MERGED - HISTORY/PAID ITEMS MOVED' TO AUD-TEXT.
035500     MOVE SPACES TO AUD-ITEM.
035600     STRING WS-HIST-MOVED ' / ' WS-PAID-MOVED
035700         DELIMITED BY SIZE INTO AUD-ITEM.
035800     MOVE WS-NEW-AMOUNT-1 TO AUD-AMOUNT-1.
035900     MOVE WS-NEW-AMOUNT-2 TO AUD-AMOUNT-2.
036000     PERFORM WRITE-AUDIT-LINE.
036010     MOVE 'MERGED - OPEN ITEMS/DISPUTES MOVED' TO AUD-TEXT.
036020     MOVE SPACES TO AUD-ITEM.
036030     STRING WS-ITEMS-MOVED ' / ' WS-DISPUTES-MOVED
036040         DELIMITED BY SIZE INTO AUD-ITEM.
036050     MOVE ZERO TO AUD-AMOUNT-1 AUD-AMOUNT-2.
036060     PERFORM WRITE-AUDIT-LINE.
036100 MERGE-ONE-ACCOUNT-EXIT.
036200     EXIT.
036300******************************************************************
036400 FIND-FORWARD-RECORD.
036500     READ ACCOUNT-FORWARD-FILE
036600         INVALID KEY
036700            MOVE 'NO ' TO FOUND-SWITCH
036800         NOT INVALID KEY
036900            MOVE 'YES' TO FOUND-SWITCH
037000     END-READ.
037100******************************************************************
037200 FIND-MASTER-RECORD.
037300     READ MASTER-FILE
037400         INVALID KEY
037500            MOVE 'NO ' TO FOUND-SWITCH
037600         NOT INVALID KEY
037700            MOVE 'YES' TO FOUND-SWITCH
037800     END-READ.
037900******************************************************************
      * HISTORY IS BROWSED FROM THE FIRST KEY OF THE RETIRED ACCOUNT.
      * EACH RECORD IS WRITTEN UNDER THE SURVIVOR BEFORE THE OLD ONE
      * IS DELETED, AND THE BROWSE IS RE-STARTED PAST THE LAST KEY
      * HANDLED, SO THE WRITES AND DELETES NEVER UPSET ITS POSITION.
      ******************************************************************
038000 MOVE-HISTORY-RECORDS.
038100     MOVE SPACES TO BROWSE-SWITCH.
038200     MOVE MRG-RETIRED-ACCOUNT TO HIST-ACCOUNT-NUMBER.
038300     MOVE ZERO TO HIST-PROCESS-DATE HIST-SEQUENCE.
038400     START HISTORY-FILE KEY NOT LESS THAN HIST-KEY
038500         INVALID KEY
038600            MOVE 'EOF' TO BROWSE-SWITCH
038700     END-START.
038800     PERFORM MOVE-ONE-HISTORY-RECORD
038900        UNTIL END-OF-BROWSE.
039000******************************************************************
039100 MOVE-ONE-HISTORY-RECORD.
039200     READ HISTORY-FILE NEXT RECORD AT END
039300         MOVE 'EOF' TO BROWSE-SWITCH
039400     END-READ.
039500     IF NOT END-OF-BROWSE
039600        IF HIST-ACCOUNT-NUMBER NOT = MRG-RETIRED-ACCOUNT
039700           MOVE 'EOF' TO BROWSE-SWITCH
039800        ELSE
039900           MOVE HIST-KEY TO WS-LAST-HIST-KEY
040000           MOVE HISTORY-RECORD TO WS-HOLD-HISTORY
040100           MOVE MRG-SURVIVING-ACCOUNT TO HIST-ACCOUNT-NUMBER
040200           MOVE 'NO ' TO WRITTEN-SWITCH
040300           MOVE ZERO TO WS-TRIES
040400           PERFORM WRITE-MOVED-HISTORY
040500              UNTIL RECORD-WRITTEN OR WS-TRIES > 99
040600           MOVE WS-HOLD-HISTORY TO HISTORY-RECORD
040700           IF RECORD-WRITTEN
040800              DELETE HISTORY-FILE RECORD
040900                  INVALID KEY
041000                     CONTINUE
041100              END-DELETE
041200              ADD 1 TO WS-HIST-MOVED
041300           ELSE
041400              MOVE 'HISTORY LEFT - NO FREE SEQUENCE' TO AUD-TEXT
041500              MOVE WS-LAST-HIST-KEY TO AUD-ITEM
041600              PERFORM WRITE-AUDIT-LINE
041700           END-IF
041800           MOVE WS-LAST-HIST-KEY TO HIST-KEY
041900           START HISTORY-FILE KEY GREATER THAN HIST-KEY
042000               INVALID KEY
042100                  MOVE 'EOF' TO BROWSE-SWITCH
042200           END-START
042300        END-IF
042400     END-IF.
042500******************************************************************
042600 WRITE-MOVED-HISTORY.
042700     ADD 1 TO WS-TRIES.
042800     WRITE HISTORY-RECORD
042900         INVALID KEY
043000            ADD 1 TO HIST-SEQUENCE
043100         NOT INVALID KEY
043200            MOVE 'YES' TO WRITTEN-SWITCH
043300     END-WRITE.
043400******************************************************************
      * A PAID ITEM'S KEY CARRIES THE CUSTOMER'S OWN PAYMENT REFERENCE,
      * SO IT CANNOT BE RE-NUMBERED; ONE THE SURVIVOR ALREADY HOLDS
      * STAYS ON THE OLD NUMBER, WHERE FINNSF01 STILL FINDS IT.
      ******************************************************************
043500 MOVE-PAID-ITEMS.
043600     MOVE SPACES TO BROWSE-SWITCH.
043700     MOVE MRG-RETIRED-ACCOUNT TO PI-ACCOUNT-NUMBER.
043800     MOVE LOW-VALUES TO PI-REFERENCE.
043900     MOVE ZERO TO PI-PAYMENT-DATE.
044000     START PAID-ITEMS-FILE KEY NOT LESS THAN PI-KEY
044100         INVALID KEY
044200            MOVE 'EOF' TO BROWSE-SWITCH
044300     END-START.
044400     PERFORM MOVE-ONE-PAID-ITEM
044500        UNTIL END-OF-BROWSE.
044600******************************************************************
044700 MOVE-ONE-PAID-ITEM.
044800     READ PAID-ITEMS-FILE NEXT RECORD AT END
044900         MOVE 'EOF' TO BROWSE-SWITCH
045000     END-READ.
045100     IF NOT END-OF-BROWSE
045200        IF PI-ACCOUNT-NUMBER NOT = MRG-RETIRED-ACCOUNT
045300           MOVE 'EOF' TO BROWSE-SWITCH
045400        ELSE
045500           MOVE PI-KEY TO WS-LAST-PAID-KEY
045600           MOVE PAID-ITEM-RECORD TO WS-HOLD-PAID-ITEM
045700           MOVE MRG-SURVIVING-ACCOUNT TO PI-ACCOUNT-NUMBER
045800           MOVE 'NO ' TO WRITTEN-SWITCH
045900           WRITE PAID-ITEM-RECORD
046000               INVALID KEY
046100                  CONTINUE
046200               NOT INVALID KEY
046300                  MOVE 'YES' TO WRITTEN-SWITCH
046400           END-WRITE
046500           MOVE WS-HOLD-PAID-ITEM TO PAID-ITEM-RECORD
046600           IF RECORD-WRITTEN
046700              DELETE PAID-ITEMS-FILE RECORD
046800                  INVALID KEY
046900                     CONTINUE
047000              END-DELETE
047100              ADD 1 TO WS-PAID-MOVED
047200           ELSE
047300              ADD 1 TO WS-PAID-LEFT
047400              MOVE 'PAID ITEM LEFT - SURVIVOR HOLDS KEY' TO
047500                  AUD-TEXT
047600              MOVE WS-LAST-PAID-KEY TO AUD-ITEM
047700              PERFORM WRITE-AUDIT-LINE
047800           END-IF
047900           MOVE WS-LAST-PAID-KEY TO PI-KEY
048000           START PAID-ITEMS-FILE KEY GREATER THAN PI-KEY
048100               INVALID KEY
048200                  MOVE 'EOF' TO BROWSE-SWITCH
048300           END-START
048400        END-IF
048500     END-IF.
048600******************************************************************
      * MONTH- AND YEAR-TO-DATE ACTIVITY IS THE SUM OF THE TWO
      * ACCOUNTS'; THE LATER OF THE TWO UPDATE DATES STANDS.
      ******************************************************************
048700 MERGE-BALANCE-RECORD.
048800     MOVE MRG-RETIRED-ACCOUNT TO AB-ACCOUNT-NUMBER.
048900     READ BALANCE-FILE
049000         INVALID KEY
049100            GO TO MERGE-BALANCE-RECORD-EXIT
049200     END-READ.
049300     MOVE ACCOUNT-BALANCE-RECORD TO WS-HOLD-BALANCE.
049400     DELETE BALANCE-FILE RECORD
049500         INVALID KEY
049600            CONTINUE
049700     END-DELETE.
049800     MOVE MRG-SURVIVING-ACCOUNT TO AB-ACCOUNT-NUMBER.
049900     READ BALANCE-FILE
050000         INVALID KEY
050100            MOVE WS-HOLD-BALANCE TO ACCOUNT-BALANCE-RECORD
050200            MOVE MRG-SURVIVING-ACCOUNT TO AB-ACCOUNT-NUMBER
050300            WRITE ACCOUNT-BALANCE-RECORD
050400                INVALID KEY
050500                   CONTINUE
050600            END-WRITE
050700            GO TO MERGE-BALANCE-RECORD-EXIT
050800     END-READ.
050900     ADD WS-HOLD-MTD-COUNT TO AB-MTD-COUNT.
051000     ADD WS-HOLD-MTD-TOTAL TO AB-MTD-TOTAL.
051100     ADD WS-HOLD-YTD-COUNT TO AB-YTD-COUNT.
051200     ADD WS-HOLD-YTD-TOTAL TO AB-YTD-TOTAL.
051300     IF WS-HOLD-AB-DATE > AB-LAST-UPDATE-DATE
051400        MOVE WS-HOLD-AB-DATE TO AB-LAST-UPDATE-DATE
051500     END-IF.
051600     REWRITE ACCOUNT-BALANCE-RECORD
051700         INVALID KEY
051800            CONTINUE
051900     END-REWRITE.
052000 MERGE-BALANCE-RECORD-EXIT.
052100     EXIT.
052200******************************************************************
      * ONLY ONE PROMISE-TO-PAY IS HELD PER ACCOUNT. AN OPEN PROMISE
      * IS STILL BEING WATCHED BY COLLECTIONS AND WINS OVER ONE THAT
      * IS ALREADY KEPT OR BROKEN; BETWEEN TWO OF A KIND THE
      * SURVIVOR'S STANDS. THE ONE DROPPED IS LISTED.
      ******************************************************************
052300 MERGE-PROMISE-RECORD.
052400     MOVE MRG-RETIRED-ACCOUNT TO PR-ACCOUNT-NUMBER.
052500     READ PROMISE-FILE
052600         INVALID KEY
052700            GO TO MERGE-PROMISE-RECORD-EXIT
052800     END-READ.
052900     MOVE PROMISE-RECORD TO WS-HOLD-PROMISE.
053000     DELETE PROMISE-FILE RECORD
053100         INVALID KEY
053200            CONTINUE
053300     END-DELETE.
053400     MOVE MRG-SURVIVING-ACCOUNT TO PR-ACCOUNT-NUMBER.
053500     READ PROMISE-FILE
053600         INVALID KEY
053700            MOVE WS-HOLD-PROMISE TO PROMISE-RECORD
053800            MOVE MRG-SURVIVING-ACCOUNT TO PR-ACCOUNT-NUMBER
053900            WRITE PROMISE-RECORD
054000                INVALID KEY
054100                   CONTINUE
054200            END-WRITE
054300            GO TO MERGE-PROMISE-RECORD-EXIT
054400     END-READ.
054500     IF WS-HOLD-PR-OPEN AND NOT PR-OPEN
054600        MOVE 'PROMISE DROPPED - SURVIVOR CLOSED' TO AUD-TEXT
054700        MOVE PROMISE-RECORD TO AUD-ITEM
054800        MOVE WS-HOLD-PROMISE TO PROMISE-RECORD
054900        MOVE MRG-SURVIVING-ACCOUNT TO PR-ACCOUNT-NUMBER
055000        REWRITE PROMISE-RECORD
055100            INVALID KEY
055200               CONTINUE
055300        END-REWRITE
055400     ELSE
055500        MOVE 'PROMISE DROPPED - RETIRED ACCOUNT' TO AUD-TEXT
055600        MOVE WS-HOLD-PROMISE TO AUD-ITEM
055700     END-IF.
055800     PERFORM WRITE-AUDIT-LINE.
055900 MERGE-PROMISE-RECORD-EXIT.
056000     EXIT.
056100******************************************************************
      * THE DUNNING CYCLE CARRIES ON FROM WHICHEVER ACCOUNT HAD GONE
      * FURTHER, SO A MERGE NEVER RESETS A CUSTOMER TO A REMINDER.
      ******************************************************************
056200 MERGE-LETTER-HISTORY.
056300     MOVE MRG-RETIRED-ACCOUNT TO LH-ACCOUNT-NUMBER.
056400     READ LETTER-HISTORY-FILE
056500         INVALID KEY
056600            GO TO MERGE-LETTER-HISTORY-EXIT
056700     END-READ.
056800     MOVE LETTER-HISTORY-RECORD TO WS-HOLD-LETTER.
056900     DELETE LETTER-HISTORY-FILE RECORD
057000         INVALID KEY
057100            CONTINUE
057200     END-DELETE.
057300     MOVE MRG-SURVIVING-ACCOUNT TO LH-ACCOUNT-NUMBER.
057400     READ LETTER-HISTORY-FILE
057500         INVALID KEY
057600            MOVE WS-HOLD-LETTER TO LETTER-HISTORY-RECORD
057700            MOVE MRG-SURVIVING-ACCOUNT TO LH-ACCOUNT-NUMBER
057800            WRITE LETTER-HISTORY-RECORD
057900                INVALID KEY
058000                   CONTINUE
058100            END-WRITE
058200            GO TO MERGE-LETTER-HISTORY-EXIT
058300     END-READ.
058400     IF WS-HOLD-LH-LEVEL > LH-LETTER-LEVEL
058500        MOVE WS-HOLD-LETTER TO LETTER-HISTORY-RECORD
058600        MOVE MRG-SURVIVING-ACCOUNT TO LH-ACCOUNT-NUMBER
058700        REWRITE LETTER-HISTORY-RECORD
058800            INVALID KEY
058900               CONTINUE
059000        END-REWRITE
059100     END-IF.
059200 MERGE-LETTER-HISTORY-EXIT.
059300     EXIT.
059400******************************************************************
      * THE SURVIVOR'S CREDIT LIMIT WAS SET FOR THE SURVIVOR AND IS
      * KEPT; THE RETIRED ACCOUNT'S LIMIT MOVES ONLY WHEN THE SURVIVOR
      * HAS NONE. A DROPPED LIMIT IS LISTED FOR CREDIT CONTROL.
      ******************************************************************
059500 MERGE-CREDIT-LIMIT.
059600     MOVE MRG-RETIRED-ACCOUNT TO CL-ACCOUNT-NUMBER.
059700     READ CREDIT-LIMIT-FILE
059800         INVALID KEY
059900            GO TO MERGE-CREDIT-LIMIT-EXIT
060000     END-READ.
060100     MOVE CREDIT-LIMIT-RECORD TO WS-HOLD-LIMIT.
060200     DELETE CREDIT-LIMIT-FILE RECORD
060300         INVALID KEY
060400            CONTINUE
060500     END-DELETE.
060600     MOVE MRG-SURVIVING-ACCOUNT TO CL-ACCOUNT-NUMBER.
060700     READ CREDIT-LIMIT-FILE
060800         INVALID KEY
060900            MOVE WS-HOLD-LIMIT TO CREDIT-LIMIT-RECORD
061000            MOVE MRG-SURVIVING-ACCOUNT TO CL-ACCOUNT-NUMBER
061100            WRITE CREDIT-LIMIT-RECORD
061200                INVALID KEY
061300                   CONTINUE
061400            END-WRITE
061500            GO TO MERGE-CREDIT-LIMIT-EXIT
061600     END-READ.
061700     MOVE 'CREDIT LIMIT DROPPED - SURVIVOR KEPT' TO AUD-TEXT.
061800     MOVE WS-HOLD-LIMIT TO AUD-ITEM.
061900     PERFORM WRITE-AUDIT-LINE.
062000 MERGE-CREDIT-LIMIT-EXIT.
062100     EXIT.
062200******************************************************************
062300 UPDATE-SURVIVOR-MASTER.
062400     MOVE MRG-SURVIVING-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
062500     PERFORM FIND-MASTER-RECORD.
062600     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
062700     MOVE WS-NEW-AMOUNT-1 TO MSTR-AMOUNT-1.
062800     MOVE WS-NEW-AMOUNT-2 TO MSTR-AMOUNT-2.
062900     IF WS-RETIRED-REFUND = 'Y'
063000        MOVE 'Y' TO MSTR-REFUND-FLAG
063100     END-IF.
063200     MOVE 'FINMRG01' TO MSTR-SOURCE-PROGRAM.
063300     MOVE BD-BUSINESS-DATE TO MSTR-LAST-UPDATE-DATE.
063400     REWRITE MASTER-RECORD.
063500     PERFORM CHECK-MASTER-STATUS.
063600     IF END-OF-FILE
063700        GO TO UPDATE-SURVIVOR-MASTER-EXIT
063800     END-IF.
063900     PERFORM WRITE-JOURNAL-RECORD.
064000 UPDATE-SURVIVOR-MASTER-EXIT.
064100     EXIT.
064200******************************************************************
064300 CLOSE-RETIRED-MASTER.
064400     MOVE MRG-RETIRED-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
064500     PERFORM FIND-MASTER-RECORD.
064600     MOVE MASTER-RECORD TO JL-BEFORE-IMAGE.
064700     MOVE ZERO TO MSTR-AMOUNT-1 MSTR-AMOUNT-2.
064800     MOVE SPACE TO MSTR-REFUND-FLAG.
064900     MOVE 'C' TO MSTR-STATUS-CODE.
065000     MOVE 'FINMRG01' TO MSTR-SOURCE-PROGRAM.
065100     MOVE BD-BUSINESS-DATE TO MSTR-LAST-UPDATE-DATE.
065200     REWRITE MASTER-RECORD.
065300     PERFORM CHECK-MASTER-STATUS.
065400     IF END-OF-FILE
065500        GO TO CLOSE-RETIRED-MASTER-EXIT
065600     END-IF.
065700     PERFORM WRITE-JOURNAL-RECORD.
065800 CLOSE-RETIRED-MASTER-EXIT.
065900     EXIT.
066000******************************************************************
066100 WRITE-JOURNAL-RECORD.
066200     MOVE 'C' TO JL-ACTION-CODE.
066300     MOVE 'FINMRG01' TO JL-SOURCE-PROGRAM.
066400     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
066500     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
066600     ACCEPT JL-JOURNAL-TIME FROM TIME.
066700     WRITE MASTER-JOURNAL-RECORD.
066800******************************************************************
066900 CHECK-MASTER-STATUS.
067000     IF WS-MASTER-STATUS NOT = '00' AND
067100           WS-MASTER-STATUS NOT = '02'
067200        DISPLAY 'FINMRG01 - MASTER FILE STATUS '
067300            WS-MASTER-STATUS ' ON ACCOUNT ' MSTR-ACCOUNT-NUMBER
067400            ' - ACCOUNT MERGE STOPPED'
067500        MOVE 12 TO RETURN-CODE
067600        MOVE 'EOF' TO INPUT-SWITCH
067700     END-IF.
067800******************************************************************
067900 WRITE-FORWARD-RECORD.
068000     MOVE SPACES TO ACCOUNT-FORWARD-RECORD.
068100     MOVE MRG-RETIRED-ACCOUNT TO AF-OLD-ACCOUNT.
068200     MOVE MRG-SURVIVING-ACCOUNT TO AF-NEW-ACCOUNT.
068300     MOVE BD-BUSINESS-DATE TO AF-MERGE-DATE.
068400     MOVE MRG-OPERATOR-ID TO AF-OPERATOR-ID.
068500     MOVE MRG-REASON-CODE TO AF-REASON-CODE.
068600     WRITE ACCOUNT-FORWARD-RECORD
068700         INVALID KEY
068800            DISPLAY 'FINMRG01 - FORWARD RECORD FOR '
068900                AF-OLD-ACCOUNT ' NOT WRITTEN, STATUS '
069000                WS-ACCFWD-STATUS
069100            MOVE 12 TO RETURN-CODE
069200     END-WRITE.
069300******************************************************************
069400 WRITE-AUDIT-LINE.
069500     IF LINES-WRITTEN >= WS-PAGE-SIZE
069600        PERFORM WRITE-HEADER
069700        MOVE 2 TO LINE-SPACING
069800     END-IF.
069900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
070000     MOVE MRG-RETIRED-ACCOUNT TO AUD-RETIRED.
070100     MOVE MRG-SURVIVING-ACCOUNT TO AUD-SURVIVOR.
070200     MOVE MRG-OPERATOR-ID TO AUD-OPERATOR.
070300     MOVE MRG-REASON-CODE TO AUD-REASON.
070400     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
070500     WRITE OUTPUT-RECORD.
070600     ADD 1 TO LINES-WRITTEN.
070700     MOVE 1 TO LINE-SPACING.
070800     MOVE SPACES TO AUD-ITEM.
070900******************************************************************
071000 WRITE-REJECT-LINE.
071100     ADD 1 TO WS-REJECT-COUNT.
071200     MOVE SPACES TO AUD-ITEM.
071300     PERFORM WRITE-AUDIT-LINE.
071400******************************************************************
071500 WRITE-HEADER.
071600     MOVE ZERO TO LINES-WRITTEN.
071700     ACCEPT HDR-PRT-DATE FROM DATE.
071800     ACCEPT HDR-PRT-TIME FROM TIME.
071900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
072000     ADD 1 TO PAGE-COUNT
072100     MOVE '   ACCOUNT MERGE REGISTER      '   TO REPORT-TITLE.
072200     MOVE PAGE-COUNT TO PAGE-NUMBER.
072300     MOVE HEADER-RECORD TO OUTPUT-LINE.
072400     WRITE OUTPUT-RECORD.
072500     MOVE 1 TO LINE-SPACING.
072600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
072700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
072800     WRITE OUTPUT-RECORD.
072900     ADD 1 TO LINES-WRITTEN.
073000******************************************************************
      * ONLY THE RETIRED ACCOUNT'S OPEN INVOICES MOVE -- PAID AND
      * REVERSED ONES STAY ON THE OLD NUMBER AS ITS HISTORY. AN INVOICE
      * NUMBER THE SURVIVOR ALREADY HOLDS TAKES THE NEXT FREE SEQUENCE
      * WITHIN ITS POSTING DATE, THE SAME RETRY FINAPL01 USES, AND IS
      * LISTED SO A REMITTANCE NAMING THE OLD NUMBER CAN BE MATCHED.
      ******************************************************************
073100 MOVE-OPEN-ITEMS.
073200     MOVE SPACES TO BROWSE-SWITCH.
073300     MOVE MRG-RETIRED-ACCOUNT TO OI-ACCOUNT-NUMBER.
073400     MOVE LOW-VALUES TO OI-INVOICE-NUMBER.
073500     START OPEN-ITEM-FILE KEY NOT LESS THAN OI-KEY
073600         INVALID KEY
073700            MOVE 'EOF' TO BROWSE-SWITCH
073800     END-START.
073900     PERFORM MOVE-ONE-OPEN-ITEM
074000        UNTIL END-OF-BROWSE.
074100******************************************************************
074200 MOVE-ONE-OPEN-ITEM.
074300     READ OPEN-ITEM-FILE NEXT RECORD AT END
074400         MOVE 'EOF' TO BROWSE-SWITCH
074500     END-READ.
074600     IF NOT END-OF-BROWSE
074700        IF OI-ACCOUNT-NUMBER NOT = MRG-RETIRED-ACCOUNT
074800           MOVE 'EOF' TO BROWSE-SWITCH
074900        ELSE
075000           MOVE OI-KEY TO WS-LAST-ITEM-KEY
075100           IF OI-ITEM-OPEN
075200              PERFORM RE-KEY-OPEN-ITEM
075300           END-IF
075400           MOVE WS-LAST-ITEM-KEY TO OI-KEY
075500           START OPEN-ITEM-FILE KEY GREATER THAN OI-KEY
075600               INVALID KEY
075700                  MOVE 'EOF' TO BROWSE-SWITCH
075800           END-START
075900        END-IF
076000     END-IF.
076100******************************************************************
076200 RE-KEY-OPEN-ITEM.
076300     MOVE OPEN-ITEM-RECORD TO WS-HOLD-OPEN-ITEM.
076400     MOVE MRG-SURVIVING-ACCOUNT TO OI-ACCOUNT-NUMBER.
076500     MOVE 'NO ' TO WRITTEN-SWITCH.
076600     MOVE ZERO TO WS-TRIES.
076700     PERFORM WRITE-MOVED-OPEN-ITEM
076800        UNTIL RECORD-WRITTEN OR WS-TRIES > 98.
076900     MOVE OI-INVOICE-NUMBER TO WS-NEW-INVOICE.
077000     MOVE WS-HOLD-OPEN-ITEM TO OPEN-ITEM-RECORD.
077100     IF RECORD-WRITTEN
077200        DELETE OPEN-ITEM-FILE RECORD
077300            INVALID KEY
077400               CONTINUE
077500        END-DELETE
077600        ADD 1 TO WS-ITEMS-MOVED
077700        IF WS-NEW-INVOICE NOT = OI-INVOICE-NUMBER
077800           PERFORM NOTE-RENUMBERED-INVOICE
077900        END-IF
078000     ELSE
078100        ADD 1 TO WS-ITEMS-LEFT
078200        MOVE 'OPEN ITEM LEFT - NO FREE SEQUENCE' TO AUD-TEXT
078300        MOVE OI-KEY TO AUD-ITEM
078400        PERFORM WRITE-AUDIT-LINE
078500     END-IF.
078600******************************************************************
078700 WRITE-MOVED-OPEN-ITEM.
078800     ADD 1 TO WS-TRIES.
078900     WRITE OPEN-ITEM-RECORD
079000         INVALID KEY
079100            IF OI-INVOICE-SEQUENCE < 99
079200               ADD 1 TO OI-INVOICE-SEQUENCE
079300            ELSE
079400               MOVE 99 TO WS-TRIES
079500            END-IF
079600         NOT INVALID KEY
079700            MOVE 'YES' TO WRITTEN-SWITCH
079800     END-WRITE.
079900******************************************************************
      * A RENUMBERED INVOICE IS HELD FOR MOVE-DISPUTES, SO A DISPUTE
      * NAMING IT FOLLOWS IT TO ITS NEW NUMBER. THE TABLE HOLDS FIFTY
      * PER MERGE; EVERY RENUMBERING IS LISTED EITHER WAY.
      ******************************************************************
080000 NOTE-RENUMBERED-INVOICE.
080100     IF WS-RENUMBER-COUNT < 50
080200        ADD 1 TO WS-RENUMBER-COUNT
080300        MOVE OI-INVOICE-NUMBER
080400            TO WS-RN-OLD-INVOICE (WS-RENUMBER-COUNT)
080500        MOVE WS-NEW-INVOICE
080600            TO WS-RN-NEW-INVOICE (WS-RENUMBER-COUNT)
080700     END-IF.
080800     MOVE 'OPEN ITEM RENUMBERED ON SURVIVOR' TO AUD-TEXT.
080900     MOVE SPACES TO AUD-ITEM.
081000     STRING OI-INVOICE-NUMBER ' TO ' WS-NEW-INVOICE
081100         DELIMITED BY SIZE INTO AUD-ITEM.
081200     PERFORM WRITE-AUDIT-LINE.
081300******************************************************************
      * AN OPEN DISPUTE MOVES WITH THE BALANCE IT HOLDS BACK, SO
      * FINDSQ01 STILL KEEPS IT OUT OF DUNNING, CHARGES AND WRITE-OFF
      * ON THE SURVIVOR. A DISPUTE NUMBER THE SURVIVOR ALREADY USES
      * TAKES THE NEXT FREE ONE AND IS LISTED. RESOLVED DISPUTES STAY
      * ON THE OLD NUMBER.
      ******************************************************************
081400 MOVE-DISPUTES.
081500     MOVE SPACES TO BROWSE-SWITCH.
081600     MOVE MRG-RETIRED-ACCOUNT TO DS-ACCOUNT-NUMBER.
081700     MOVE ZERO TO DS-DISPUTE-NUMBER.
081800     START DISPUTE-FILE KEY NOT LESS THAN DS-KEY
081900         INVALID KEY
082000            MOVE 'EOF' TO BROWSE-SWITCH
082100     END-START.
082200     PERFORM MOVE-ONE-DISPUTE
082300        UNTIL END-OF-BROWSE.
082400******************************************************************
082500 MOVE-ONE-DISPUTE.
082600     READ DISPUTE-FILE NEXT RECORD AT END
082700         MOVE 'EOF' TO BROWSE-SWITCH
082800     END-READ.
082900     IF NOT END-OF-BROWSE
083000        IF DS-ACCOUNT-NUMBER NOT = MRG-RETIRED-ACCOUNT
083100           MOVE 'EOF' TO BROWSE-SWITCH
083200        ELSE
083300           MOVE DS-KEY TO WS-LAST-DISPUTE-KEY
083400           IF DS-OPEN
083500              PERFORM RE-KEY-DISPUTE
083600           END-IF
083700           MOVE WS-LAST-DISPUTE-KEY TO DS-KEY
083800           START DISPUTE-FILE KEY GREATER THAN DS-KEY
083900               INVALID KEY
084000                  MOVE 'EOF' TO BROWSE-SWITCH
084100           END-START
084200        END-IF
084300     END-IF.
084400******************************************************************
084500 RE-KEY-DISPUTE.
084600     MOVE DISPUTE-RECORD TO WS-HOLD-DISPUTE.
084700     MOVE MRG-SURVIVING-ACCOUNT TO DS-ACCOUNT-NUMBER.
084800     IF DS-INVOICE-NUMBER NOT = SPACES
084900        PERFORM FIND-RENUMBERED-INVOICE
085000           VARYING WS-RENUMBER-SUB FROM 1 BY 1
085100           UNTIL WS-RENUMBER-SUB > WS-RENUMBER-COUNT
085200     END-IF.
085300     MOVE 'NO ' TO WRITTEN-SWITCH.
085400     MOVE ZERO TO WS-TRIES.
085500     PERFORM WRITE-MOVED-DISPUTE
085600        UNTIL RECORD-WRITTEN OR WS-TRIES > 99.
085700     MOVE DS-DISPUTE-NUMBER TO WS-NEW-DISPUTE.
085800     MOVE WS-HOLD-DISPUTE TO DISPUTE-RECORD.
085900     IF RECORD-WRITTEN
086000        DELETE DISPUTE-FILE RECORD
086100            INVALID KEY
086200               CONTINUE
086300        END-DELETE
086400        ADD 1 TO WS-DISPUTES-MOVED
086500        IF WS-NEW-DISPUTE NOT = DS-DISPUTE-NUMBER
086600           MOVE 'DISPUTE RENUMBERED ON SURVIVOR' TO AUD-TEXT
086700           MOVE SPACES TO AUD-ITEM
086800           STRING DS-DISPUTE-NUMBER ' TO ' WS-NEW-DISPUTE
086900               DELIMITED BY SIZE INTO AUD-ITEM
087000           PERFORM WRITE-AUDIT-LINE
087100        END-IF
087200     ELSE
087300        ADD 1 TO WS-DISPUTES-LEFT
087400        MOVE 'DISPUTE LEFT - NO FREE NUMBER' TO AUD-TEXT
087500        MOVE DS-KEY TO AUD-ITEM
087600        PERFORM WRITE-AUDIT-LINE
087700     END-IF.
087800******************************************************************
087900 FIND-RENUMBERED-INVOICE.
088000     IF WS-RN-OLD-INVOICE (WS-RENUMBER-SUB) = DS-INVOICE-NUMBER
088100        MOVE WS-RN-NEW-INVOICE (WS-RENUMBER-SUB)
088200            TO DS-INVOICE-NUMBER
088300        MOVE WS-RENUMBER-COUNT TO WS-RENUMBER-SUB
088400     END-IF.
088500******************************************************************
088600 WRITE-MOVED-DISPUTE.
088700     ADD 1 TO WS-TRIES.
088800     WRITE DISPUTE-RECORD
088900         INVALID KEY
089000            IF DS-DISPUTE-NUMBER < 9999
089100               ADD 1 TO DS-DISPUTE-NUMBER
089200            ELSE
089300               MOVE 100 TO WS-TRIES
089400            END-IF
089500         NOT INVALID KEY
089600            MOVE 'YES' TO WRITTEN-SWITCH
089700     END-WRITE.
