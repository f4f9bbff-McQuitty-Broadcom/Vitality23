000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINOEF01.
      ******************************************************************
      * FINOEF01 -- OUTBOUND CREDIT-STATUS FEED TO THE ORDER-ENTRY
      *             SYSTEM, CUT AT THE END OF EACH NIGHT'S STREAM SO
      *             ORDER ENTRY STOPS SHIPPING TO ACCOUNTS WE HAVE PUT
      *             ON HOLD, CLOSED OR FOUND OVER LIMIT. ON A DAILY
      *             RUN THE FEED CARRIES:
      *               - EVERY ACCOUNT WHOSE MSTR-STATUS-CODE CHANGED
      *                 ON THE BUSINESS DATE, FOUND FROM THE MASTER
      *                 JOURNAL (BEFORE-IMAGE STATUS AGAINST AFTER-
      *                 IMAGE STATUS). A NEW ACCOUNT COUNTS AS A
      *                 CHANGE; A DELETED ACCOUNT GOES AS CLOSED WITH
      *                 NO BALANCE. AN ACCOUNT WHOSE STATUS CHANGED
      *                 AND CHANGED BACK THE SAME DAY IS NOT SENT;
      *               - EVERY ACCOUNT OVER ITS CREDIT LIMIT -- NET
      *                 MASTER BALANCE ABOVE CL-CREDIT-LIMIT, THE SAME
      *                 TEST FINEXP01 REPORTS ON.
      *             EACH DETAIL CARRIES THE ACCOUNT'S STATUS, BALANCE,
      *             CREDIT LIMIT AND AVAILABLE CREDIT (LIMIT LESS
      *             BALANCE; ZERO WITH THE LIMIT-ON-FILE FLAG 'N' WHEN
      *             NO LIMIT IS RECORDED).
      *             WHEN THE BUSINESS DATE FALLS ON WS-REFRESH-DAY THE
      *             RUN IS THE WEEKLY FULL REFRESH INSTEAD: EVERY
      *             ACCOUNT ON THE MASTER GOES, WITH THE DAY'S
      *             STATUS-CHANGE AND OVER-LIMIT FLAGS SET AS ON A
      *             DAILY RUN, SO ORDER ENTRY CAN REBUILD ITS COPY.
      *             THE FILE USES THE H/D/T CONVENTION OF FINXTR01'S
      *             HEAD-OFFICE FEED: RUN DATE AND FEED TYPE IN THE
      *             HEADER, RECORD COUNT AND A HASH TOTAL OF THE
      *             ACCOUNT NUMBERS IN THE TRAILER. THE RUN IS LOGGED
      *             ON THE FEED-HISTORY FILE (SEE OEFHIST), WHERE
      *             FINOEA01 MATCHES ORDER ENTRY'S ACKNOWLEDGMENT.
      *             THE BUSINESS DATE COMES FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR FROM THE FINBDT01 BUSINESS-DATE
      *             SERVICE WHEN NO CARD IS SUPPLIED. A CHANGED-ACCOUNT
      *             TABLE OVERFLOW ENDS THE RUN RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-07  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE STATUS-CHANGE TEST IS MADE BY NESTED IFS.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000700     SELECT OUTBOUND-FILE ASSIGN U-T-OEFEED.
000800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
000900     SELECT MASTER-FILE ASSIGN U-T-MASTER
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS CL-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-CRLIMT-STATUS.
001900     SELECT FEED-HISTORY-FILE ASSIGN U-T-OEFHIS
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS OH-RUN-DATE
002300        FILE STATUS IS WS-OEFHIS-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD CONTROL-FILE
002700     LABEL RECORDS ARE STANDARD
002800     RECORD CONTAINS 80 CHARACTERS
002900     DATA RECORD IS CONTROL-CARD-RECORD.
003000 COPY CTLCARD.
003100 FD OUTBOUND-FILE
003200     LABEL RECORDS ARE STANDARD
003300     RECORD CONTAINS 80 CHARACTERS
003400     DATA RECORD IS OUTBOUND-RECORD.
003500   01 OUTBOUND-RECORD.
003600     02 OE-REC-TYPE            PIC X(01).
003700        88  OE-IS-HEADER       VALUE 'H'.
003800        88  OE-IS-DETAIL       VALUE 'D'.
003900        88  OE-IS-TRAILER      VALUE 'T'.
004000     02 OE-ACCOUNT-NUMBER      PIC 9(08).
004100     02 OE-NAME                PIC X(10).
004200     02 OE-STATUS-CODE         PIC X(01).
004300     02 OE-PRIOR-STATUS-CODE   PIC X(01).
004400     02 OE-BALANCE             PIC S9(07)V99.
004500     02 OE-CREDIT-LIMIT        PIC 9(07)V99.
004600     02 OE-AVAILABLE-CREDIT    PIC S9(07)V99.
004700     02 OE-LIMIT-ON-FILE-FLAG  PIC X(01).
004800     02 OE-STATUS-CHANGED-FLAG PIC X(01).
004900     02 OE-OVER-LIMIT-FLAG     PIC X(01).
005000     02 OE-COMPANY-CODE        PIC X(02).
005100     02 FILLER                 PIC X(27).
005200   01 OUTBOUND-HEADER-RECORD REDEFINES OUTBOUND-RECORD.
005300     02 FILLER                 PIC X(01).
005400     02 OE-HDR-RUN-DATE        PIC 9(08).
005500     02 OE-HDR-EXPECTED-COUNT  PIC 9(07).
005600     02 OE-HDR-FEED-TYPE       PIC X(01).
005700     02 FILLER                 PIC X(63).
005800   01 OUTBOUND-TRAILER-RECORD REDEFINES OUTBOUND-RECORD.
005900     02 FILLER                 PIC X(01).
006000     02 OE-TRL-ACTUAL-COUNT    PIC 9(07).
006100     02 OE-TRL-HASH-TOTAL      PIC 9(15).
006200     02 FILLER                 PIC X(57).
006300 FD JOURNAL-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 196 CHARACTERS
006600     DATA RECORD IS MASTER-JOURNAL-RECORD.
006700 COPY MSTRJNL.
006800 FD MASTER-FILE
006900     LABEL RECORDS ARE STANDARD
007000     DATA RECORD IS MASTER-RECORD.
007100 COPY MSTRFILE.
007200 FD CREDIT-LIMIT-FILE
007300     LABEL RECORDS ARE STANDARD
007400     DATA RECORD IS CREDIT-LIMIT-RECORD.
007500 COPY CRLIMIT.
007600 FD FEED-HISTORY-FILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 80 CHARACTERS
007900     DATA RECORD IS FEED-HISTORY-RECORD.
008000 COPY OEFHIST.
      ******************************************************************
008100 WORKING-STORAGE SECTION.
008200 01  PROGRAM-WORK-FIELDS.
008300     02  INPUT-SWITCH      PIC X(3).
008400         88  END-OF-FILE   VALUE 'EOF'.
008500     02  JOURNAL-SWITCH    PIC X(3)  VALUE 'GO '.
008600         88  END-OF-JOURNAL VALUE 'EOF'.
008700     02  FEED-TYPE-SWITCH  PIC X(1)  VALUE 'D'.
008800         88  DAILY-FEED    VALUE 'D'.
008900         88  FULL-REFRESH  VALUE 'F'.
009000     02  ENTRY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
009100         88  ENTRY-FOUND   VALUE 'YES'.
009200     02  LIMIT-FOUND-SWITCH PIC X(3) VALUE 'NO '.
009300         88  LIMIT-FOUND   VALUE 'YES'.
009400     02  HISTORY-SWITCH    PIC X(3)  VALUE 'NO '.
009500         88  HISTORY-ON-FILE VALUE 'YES'.
009600     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009700     02  WS-CRLIMT-STATUS  PIC X(2)  VALUE ZERO.
009800     02  WS-OEFHIS-STATUS  PIC X(2)  VALUE ZERO.
009900     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
010000     02  WS-REFRESH-DAY    PIC 9(1)  VALUE 5.
010100     02  WS-NET-BALANCE    PIC S9(7)V99 VALUE ZERO.
010200     02  WS-BEFORE-STATUS  PIC X(1)  VALUE SPACE.
010300     02  WS-AFTER-STATUS   PIC X(1)  VALUE SPACE.
010400     02  WS-CHANGE-ACCOUNT PIC 9(8)  VALUE ZERO.
010500     02  WS-ENTRY-SUB      PIC 9(4)  COMP.
010600     02  WS-ENTRY-COUNT    PIC 9(4)  COMP VALUE ZERO.
010700     02  WS-ENTRY-LIMIT    PIC 9(4)  COMP VALUE 2000.
010800     02  WS-JOURNAL-READ   PIC 9(7)  VALUE ZERO.
010900     02  WS-UNTABLED-COUNT PIC 9(7)  VALUE ZERO.
011000     02  WS-DETAIL-COUNT   PIC 9(7)  VALUE ZERO.
011100     02  WS-CHANGE-COUNT   PIC 9(7)  VALUE ZERO.
011200     02  WS-OVER-LIMIT-COUNT PIC 9(7) VALUE ZERO.
011300     02  WS-HASH-TOTAL     PIC 9(15) VALUE ZERO.
011400 01  BEFORE-IMAGE-FIELDS.
011500     02  BI-ACCOUNT-NUMBER PIC 9(8).
011600     02  FILLER            PIC X(66).
011700     02  BI-STATUS-CODE    PIC X(1).
011800     02  FILLER            PIC X(5).
011900 01  AFTER-IMAGE-FIELDS.
012000     02  AI-ACCOUNT-NUMBER PIC 9(8).
012100     02  FILLER            PIC X(66).
012200     02  AI-STATUS-CODE    PIC X(1).
012300     02  FILLER            PIC X(5).
012400 01  DATE-WORK-FIELDS.
012500     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
012600     02  FILLER REDEFINES WS-WORK-DATE.
012700         03  WS-WORK-CCYY  PIC 9(4).
012800         03  WS-WORK-MM    PIC 9(2).
012900         03  WS-WORK-DD    PIC 9(2).
013000 01  ZELLER-WORK-FIELDS.
013100     02  WS-Z-YEAR         PIC 9(4)  COMP VALUE ZERO.
013200     02  WS-Z-MONTH        PIC 9(2)  COMP VALUE ZERO.
013300     02  WS-Z-H            PIC S9(8) COMP VALUE ZERO.
013400     02  WS-Z-REM          PIC S9(8) COMP VALUE ZERO.
013500     02  WS-DAY-OF-WEEK    PIC 9(1)  VALUE ZERO.
      * ONE ENTRY PER ACCOUNT WHOSE STATUS CHANGED ON THE BUSINESS
      * DATE. CHG-PRIOR-STATUS IS THE STATUS BEFORE THE DAY'S FIRST
      * CHANGE; CHG-WRITTEN-FLAG IS SET WHEN THE MASTER SWEEP SENDS
      * THE ACCOUNT, SO WHAT IS LEFT AFTERWARDS WAS DELETED.
013600 01  CHANGED-ACCOUNT-TABLE.
013700     05  CHANGED-ENTRY OCCURS 2000 TIMES.
013800         10  CHG-ACCOUNT-NUMBER PIC 9(08).
013900         10  CHG-PRIOR-STATUS   PIC X(01).
014000         10  CHG-WRITTEN-FLAG   PIC X(01).
014100 COPY FINBDC01.
014200******************************************************************
014300 PROCEDURE DIVISION.
014400     DISPLAY 'FINOEF01 - ORDER-ENTRY CREDIT FEED STARTING'.
014500     PERFORM READ-CONTROL-CARD.
014600     PERFORM SET-FEED-TYPE.
014700     PERFORM LOAD-STATUS-CHANGES.
014800     OPEN OUTPUT OUTBOUND-FILE.
014900     PERFORM WRITE-HEADER-RECORD.
015000     OPEN INPUT MASTER-FILE
015100                CREDIT-LIMIT-FILE.
015200     MOVE SPACES TO INPUT-SWITCH.
015300     PERFORM GET-MASTER-RECORD.
015400     PERFORM SELECT-AND-READ
015500        UNTIL END-OF-FILE.
015600     CLOSE MASTER-FILE
015700           CREDIT-LIMIT-FILE.
015800     PERFORM WRITE-DELETED-ACCOUNT
015900        VARYING WS-ENTRY-SUB FROM 1 BY 1
016000        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
016100     PERFORM WRITE-TRAILER-RECORD.
016200     CLOSE OUTBOUND-FILE.
016300     PERFORM SAVE-FEED-HISTORY.
016400     DISPLAY 'FINOEF01 - BUSINESS DATE:  ' WS-BUSINESS-DATE.
016500     DISPLAY 'FINOEF01 - FEED TYPE:      ' FEED-TYPE-SWITCH.
016600     DISPLAY 'FINOEF01 - STATUS CHANGES: ' WS-CHANGE-COUNT.
016700     DISPLAY 'FINOEF01 - OVER LIMIT:     ' WS-OVER-LIMIT-COUNT.
016800     DISPLAY 'FINOEF01 - RECORDS WRITTEN: ' WS-DETAIL-COUNT.
016900     DISPLAY 'FINOEF01 - HASH TOTAL:     ' WS-HASH-TOTAL.
017000     IF WS-UNTABLED-COUNT > ZERO
017100        DISPLAY 'FINOEF01 - CHANGES NOT SENT, TABLE FULL: '
017200                WS-UNTABLED-COUNT
017300        MOVE 4 TO RETURN-CODE
017400     END-IF.
017500     GOBACK.
017600******************************************************************
017700 READ-CONTROL-CARD.
017800     OPEN INPUT CONTROL-FILE.
017900     READ CONTROL-FILE AT END
018000         MOVE ZERO TO CC-AS-OF-DATE
018100     END-READ.
018200     CLOSE CONTROL-FILE.
018300     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
018400        MOVE CC-AS-OF-DATE TO WS-BUSINESS-DATE
018500     ELSE
018600        MOVE ZERO TO BD-REQUEST-DATE
018700        CALL 'FINBDT01' USING FINBDC01-RECORD
018800        MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
018900     END-IF.
019000******************************************************************
      * THE WEEKLY FULL REFRESH GOES ON THE BUSINESS DATE THAT FALLS
      * ON WS-REFRESH-DAY (1=MONDAY .. 5=FRIDAY); EVERY OTHER NIGHT
      * SENDS THE DAY'S CHANGES ONLY.
      ******************************************************************
019100 SET-FEED-TYPE.
019200     MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
019300     PERFORM COMPUTE-DAY-OF-WEEK.
019400     IF WS-DAY-OF-WEEK = WS-REFRESH-DAY
019500        SET FULL-REFRESH TO TRUE
019600     ELSE
019700        SET DAILY-FEED TO TRUE
019800     END-IF.
019900******************************************************************
020000 LOAD-STATUS-CHANGES.
020100     OPEN INPUT JOURNAL-FILE.
020200     PERFORM GET-JOURNAL-RECORD.
020300     PERFORM CHECK-AND-READ-JOURNAL
020400        UNTIL END-OF-JOURNAL.
020500     CLOSE JOURNAL-FILE.
020600******************************************************************
020700 GET-JOURNAL-RECORD.
020800     READ JOURNAL-FILE AT END
020900         MOVE 'EOF' TO JOURNAL-SWITCH.
021000******************************************************************
021100 CHECK-AND-READ-JOURNAL.
021200     ADD 1 TO WS-JOURNAL-READ.
021300     PERFORM CHECK-STATUS-CHANGE THRU CHECK-STATUS-CHANGE-EXIT.
021400     PERFORM GET-JOURNAL-RECORD.
021500******************************************************************
      * ONLY THE BUSINESS DATE'S JOURNAL COUNTS, AND A POSTING BACKED
      * OUT BY FINDRB01 NEVER HAPPENED. A SPACE STATUS READS AS OPEN.
      ******************************************************************
021600 CHECK-STATUS-CHANGE.
021700     IF JL-JOURNAL-DATE NOT = WS-BUSINESS-DATE
021800           OR JL-BACKED-OUT
021900        GO TO CHECK-STATUS-CHANGE-EXIT
022000     END-IF.
022100     MOVE JL-BEFORE-IMAGE TO BEFORE-IMAGE-FIELDS.
022200     MOVE JL-AFTER-IMAGE TO AFTER-IMAGE-FIELDS.
022300     MOVE BI-STATUS-CODE TO WS-BEFORE-STATUS.
022400     MOVE AI-STATUS-CODE TO WS-AFTER-STATUS.
022500     IF WS-BEFORE-STATUS = SPACE
022600        MOVE 'O' TO WS-BEFORE-STATUS
022700     END-IF.
022800     IF WS-AFTER-STATUS = SPACE
022900        MOVE 'O' TO WS-AFTER-STATUS
023000     END-IF.
023100     IF JL-IS-ADD
023178        MOVE AI-ACCOUNT-NUMBER TO WS-CHANGE-ACCOUNT
023256        MOVE SPACE TO WS-BEFORE-STATUS
023334     ELSE
023412        IF JL-IS-DELETE
023490           MOVE BI-ACCOUNT-NUMBER TO WS-CHANGE-ACCOUNT
023568        ELSE
023646           IF WS-BEFORE-STATUS NOT = WS-AFTER-STATUS
023724              MOVE AI-ACCOUNT-NUMBER TO WS-CHANGE-ACCOUNT
023802           ELSE
023880              GO TO CHECK-STATUS-CHANGE-EXIT
023958           END-IF
024036        END-IF
024114     END-IF.
024200     PERFORM FIND-CHANGED-ENTRY.
024300     IF ENTRY-FOUND
024400        GO TO CHECK-STATUS-CHANGE-EXIT
024500     END-IF.
024600     IF WS-ENTRY-COUNT NOT < WS-ENTRY-LIMIT
024700        ADD 1 TO WS-UNTABLED-COUNT
024800        GO TO CHECK-STATUS-CHANGE-EXIT
024900     END-IF.
025000     ADD 1 TO WS-ENTRY-COUNT.
025100     MOVE WS-CHANGE-ACCOUNT
025200         TO CHG-ACCOUNT-NUMBER (WS-ENTRY-COUNT).
025300     MOVE WS-BEFORE-STATUS TO CHG-PRIOR-STATUS (WS-ENTRY-COUNT).
025400     MOVE 'N' TO CHG-WRITTEN-FLAG (WS-ENTRY-COUNT).
025500 CHECK-STATUS-CHANGE-EXIT.
025600     EXIT.
025700******************************************************************
025800 FIND-CHANGED-ENTRY.
025900     MOVE 'NO ' TO ENTRY-FOUND-SWITCH.
026000     PERFORM CHECK-CHANGED-ENTRY
026100        VARYING WS-ENTRY-SUB FROM 1 BY 1
026200        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
026300           OR ENTRY-FOUND.
026400     IF ENTRY-FOUND
026500        SUBTRACT 1 FROM WS-ENTRY-SUB
026600     END-IF.
026700******************************************************************
026800 CHECK-CHANGED-ENTRY.
026900     IF CHG-ACCOUNT-NUMBER (WS-ENTRY-SUB) = WS-CHANGE-ACCOUNT
027000        SET ENTRY-FOUND TO TRUE
027100     END-IF.
027200******************************************************************
      * THE GENERATED HEADER CARRIES THE RUN DATE AND FEED TYPE; THE
      * EXPECTED COUNT IS LEFT ZERO AS ON FINXTR01'S FEED -- THE
      * TRAILER CARRIES THE REAL COUNT AND HASH.
      ******************************************************************
027300 WRITE-HEADER-RECORD.
027400     MOVE SPACES TO OUTBOUND-RECORD.
027500     MOVE 'H' TO OE-REC-TYPE.
027600     MOVE WS-BUSINESS-DATE TO OE-HDR-RUN-DATE.
027700     MOVE ZERO TO OE-HDR-EXPECTED-COUNT.
027800     MOVE FEED-TYPE-SWITCH TO OE-HDR-FEED-TYPE.
027900     WRITE OUTBOUND-RECORD.
028000******************************************************************
028100 GET-MASTER-RECORD.
028200     READ MASTER-FILE NEXT RECORD AT END
028300         MOVE 'EOF' TO INPUT-SWITCH.
028400******************************************************************
028500 SELECT-AND-READ.
028600     PERFORM SELECT-ACCOUNT THRU SELECT-ACCOUNT-EXIT.
028700     PERFORM GET-MASTER-RECORD.
028800******************************************************************
      * A DAILY RUN SENDS THE ACCOUNT ONLY IF ITS STATUS CHANGED OR IT
      * IS OVER LIMIT; THE FULL REFRESH SENDS EVERY ACCOUNT.
      ******************************************************************
028900 SELECT-ACCOUNT.
029000     MOVE SPACES TO OUTBOUND-RECORD.
029100     MOVE 'D' TO OE-REC-TYPE.
029200     MOVE MSTR-ACCOUNT-NUMBER TO OE-ACCOUNT-NUMBER.
029300     MOVE MSTR-NAME TO OE-NAME.
029400     MOVE MSTR-STATUS-CODE TO OE-STATUS-CODE.
029500     IF OE-STATUS-CODE = SPACE
029600        MOVE 'O' TO OE-STATUS-CODE
029700     END-IF.
029800     MOVE OE-STATUS-CODE TO OE-PRIOR-STATUS-CODE.
029900     MOVE MSTR-COMPANY-CODE TO OE-COMPANY-CODE.
030000     COMPUTE WS-NET-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
030100     MOVE WS-NET-BALANCE TO OE-BALANCE.
030200     PERFORM SET-CREDIT-FIGURES.
030300     MOVE 'N' TO OE-STATUS-CHANGED-FLAG.
030400     MOVE MSTR-ACCOUNT-NUMBER TO WS-CHANGE-ACCOUNT.
030500     PERFORM FIND-CHANGED-ENTRY.
030600     IF ENTRY-FOUND
030700        MOVE 'Y' TO CHG-WRITTEN-FLAG (WS-ENTRY-SUB)
030800        IF CHG-PRIOR-STATUS (WS-ENTRY-SUB) NOT = OE-STATUS-CODE
030900           MOVE 'Y' TO OE-STATUS-CHANGED-FLAG
031000           MOVE CHG-PRIOR-STATUS (WS-ENTRY-SUB)
031100               TO OE-PRIOR-STATUS-CODE
031200        END-IF
031300     END-IF.
031400     IF DAILY-FEED
031500           AND OE-STATUS-CHANGED-FLAG = 'N'
031600           AND OE-OVER-LIMIT-FLAG = 'N'
031700        GO TO SELECT-ACCOUNT-EXIT
031800     END-IF.
031900     PERFORM WRITE-DETAIL-RECORD.
032000 SELECT-ACCOUNT-EXIT.
032100     EXIT.
032200******************************************************************
032300 SET-CREDIT-FIGURES.
032400     MOVE 'NO ' TO LIMIT-FOUND-SWITCH.
032500     MOVE MSTR-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER.
032600     READ CREDIT-LIMIT-FILE
032700         INVALID KEY
032800            CONTINUE
032900         NOT INVALID KEY
033000            MOVE 'YES' TO LIMIT-FOUND-SWITCH
033100     END-READ.
033200     MOVE 'N' TO OE-OVER-LIMIT-FLAG.
033300     IF LIMIT-FOUND
033400        MOVE 'Y' TO OE-LIMIT-ON-FILE-FLAG
033500        MOVE CL-CREDIT-LIMIT TO OE-CREDIT-LIMIT
033600        COMPUTE OE-AVAILABLE-CREDIT =
033700            CL-CREDIT-LIMIT - WS-NET-BALANCE
033800        IF WS-NET-BALANCE > CL-CREDIT-LIMIT
033900           MOVE 'Y' TO OE-OVER-LIMIT-FLAG
034000        END-IF
034100     ELSE
034200        MOVE 'N' TO OE-LIMIT-ON-FILE-FLAG
034300        MOVE ZERO TO OE-CREDIT-LIMIT
034400                     OE-AVAILABLE-CREDIT
034500     END-IF.
034600******************************************************************
034700 WRITE-DETAIL-RECORD.
034800     WRITE OUTBOUND-RECORD.
034900     ADD 1 TO WS-DETAIL-COUNT.
035000     ADD OE-ACCOUNT-NUMBER TO WS-HASH-TOTAL.
035100     IF OE-STATUS-CHANGED-FLAG = 'Y'
035200        ADD 1 TO WS-CHANGE-COUNT
035300     END-IF.
035400     IF OE-OVER-LIMIT-FLAG = 'Y'
035500        ADD 1 TO WS-OVER-LIMIT-COUNT
035600     END-IF.
035700******************************************************************
      * A CHANGED ACCOUNT THE MASTER SWEEP NEVER MET WAS DELETED ON
      * THE DAY -- IT GOES AS CLOSED, WITH NO BALANCE OR CREDIT.
      ******************************************************************
035800 WRITE-DELETED-ACCOUNT.
035900     IF CHG-WRITTEN-FLAG (WS-ENTRY-SUB) = 'N'
036000        MOVE SPACES TO OUTBOUND-RECORD
036100        MOVE 'D' TO OE-REC-TYPE
036200        MOVE CHG-ACCOUNT-NUMBER (WS-ENTRY-SUB)
036300            TO OE-ACCOUNT-NUMBER
036400        MOVE 'C' TO OE-STATUS-CODE
036500        MOVE CHG-PRIOR-STATUS (WS-ENTRY-SUB)
036600            TO OE-PRIOR-STATUS-CODE
036700        MOVE ZERO TO OE-BALANCE
036800                     OE-CREDIT-LIMIT
036900                     OE-AVAILABLE-CREDIT
037000        MOVE 'N' TO OE-LIMIT-ON-FILE-FLAG
037100                    OE-OVER-LIMIT-FLAG
037200        MOVE 'Y' TO OE-STATUS-CHANGED-FLAG
037300        MOVE 'Y' TO CHG-WRITTEN-FLAG (WS-ENTRY-SUB)
037400        PERFORM WRITE-DETAIL-RECORD
037500     END-IF.
037600******************************************************************
037700 WRITE-TRAILER-RECORD.
037800     MOVE SPACES TO OUTBOUND-RECORD.
037900     MOVE 'T' TO OE-REC-TYPE.
038000     MOVE WS-DETAIL-COUNT TO OE-TRL-ACTUAL-COUNT.
038100     MOVE WS-HASH-TOTAL TO OE-TRL-HASH-TOTAL.
038200     WRITE OUTBOUND-RECORD.
038300******************************************************************
      * A RERUN FOR THE SAME BUSINESS DATE REPLACES THE DAY'S RECORD
      * AND PUTS IT BACK TO AWAITING ACKNOWLEDGMENT -- THE FILE ORDER
      * ENTRY MUST LOAD IS THE ONE JUST CUT.
      ******************************************************************
038400 SAVE-FEED-HISTORY.
038500     OPEN I-O FEED-HISTORY-FILE.
038600     MOVE WS-BUSINESS-DATE TO OH-RUN-DATE.
038700     READ FEED-HISTORY-FILE
038800         INVALID KEY
038900            MOVE 'NO ' TO HISTORY-SWITCH
039000         NOT INVALID KEY
039100            MOVE 'YES' TO HISTORY-SWITCH
039200     END-READ.
039300     MOVE SPACES TO FEED-HISTORY-RECORD.
039400     MOVE WS-BUSINESS-DATE TO OH-RUN-DATE.
039500     MOVE FEED-TYPE-SWITCH TO OH-FEED-TYPE.
039600     MOVE WS-DETAIL-COUNT TO OH-RECORD-COUNT.
039700     MOVE WS-HASH-TOTAL TO OH-HASH-TOTAL.
039800     MOVE WS-CHANGE-COUNT TO OH-STATUS-CHANGE-COUNT.
039900     MOVE WS-OVER-LIMIT-COUNT TO OH-OVER-LIMIT-COUNT.
040000     MOVE ZERO TO OH-ACK-DATE
040100                  OH-ACK-RECORD-COUNT
040200                  OH-ACK-HASH-TOTAL.
040300     IF HISTORY-ON-FILE
040400        REWRITE FEED-HISTORY-RECORD
040500     ELSE
040600        WRITE FEED-HISTORY-RECORD
040700     END-IF.
040800     CLOSE FEED-HISTORY-FILE.
040900******************************************************************
      * ZELLER GIVES 0=SATURDAY, 1=SUNDAY, 2=MONDAY ... MAPPED TO
      * 1=MONDAY .. 7=SUNDAY, THE SAME RULE COBMAIN SCHEDULES WITH.
      ******************************************************************
041000 COMPUTE-DAY-OF-WEEK.
041100     MOVE WS-WORK-CCYY TO WS-Z-YEAR.
041200     MOVE WS-WORK-MM TO WS-Z-MONTH.
041300     IF WS-Z-MONTH < 3
041400        ADD 12 TO WS-Z-MONTH
041500        SUBTRACT 1 FROM WS-Z-YEAR
041600     END-IF.
041700     COMPUTE WS-Z-H =
041800         WS-WORK-DD + ((13 * (WS-Z-MONTH + 1)) / 5)
041900         + WS-Z-YEAR + (WS-Z-YEAR / 4)
042000         - (WS-Z-YEAR / 100) + (WS-Z-YEAR / 400).
042100     COMPUTE WS-Z-REM =
042200         WS-Z-H - ((WS-Z-H / 7) * 7).
042300     COMPUTE WS-DAY-OF-WEEK =
042400         WS-Z-REM + 5
042500         - (((WS-Z-REM + 5) / 7) * 7) + 1.
