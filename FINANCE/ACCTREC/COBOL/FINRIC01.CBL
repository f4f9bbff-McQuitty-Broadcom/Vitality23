000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINRIC01.
      ******************************************************************
      * FINRIC01 -- WEEKLY CROSS-FILE REFERENTIAL INTEGRITY CHECK.
      *             FINPRG01 PURGES AND FINMNT01 DELETES TAKE THE
      *             MASTER RECORD AWAY BUT LEAVE THE ACCOUNT'S KEYED
      *             PARTNER RECORDS BEHIND. THIS PROGRAM SWEEPS:
      *               - THE AR MASTER (MSTRFILE) -- EVERY REFERENCE
      *                 CODE MUST BE ON THE REFERENCE-CODE MASTER AND
      *                 ACTIVE, AND EVERY ACCOUNT MUST HAVE A NAME-AND-
      *                 ADDRESS RECORD OR ITS STATEMENTS AND LETTERS
      *                 FAIL WITHOUT A WORD;
      *               - NAMADDR, ACCTBAL, CRLIMIT, PROMREC, LTRHIST
      *                 AND PAIDITM -- EVERY RECORD MUST BELONG TO AN
      *                 ACCOUNT STILL ON THE MASTER.
      *             EVERY BREAK IS LISTED, WITH COUNTS PER FILE, AND
      *             ANY BREAK ENDS THE RUN AT RETURN-CODE 4. THE RUN
      *             ONLY REPORTS UNLESS THE CONTROL CARD CARRIES THE
      *             APPROVAL FLAG ('Y'), IN WHICH CASE EACH ORPHAN IS
      *             WRITTEN TO THE ARCHIVE FILE WITH ITS FILE NAME AND
      *             THEN DELETED. MISSING NAME-AND-ADDRESS RECORDS AND
      *             BAD REFERENCE CODES ARE NEVER REPAIRED HERE -- THEY
      *             GO THROUGH FINNAM01 AND FINMNT01.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-26  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT OPTIONAL REFCODE-FILE ASSIGN U-T-REFCDE.
000900     SELECT ARCHIVE-FILE ASSIGN U-T-RICARC.
001000     SELECT MASTER-FILE ASSIGN U-T-MASTER
001100        ORGANIZATION IS INDEXED
001200        ACCESS MODE IS DYNAMIC
001300        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001400        FILE STATUS IS WS-MASTER-STATUS.
001500     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
001600        ORGANIZATION IS INDEXED
001700        ACCESS MODE IS DYNAMIC
001800        RECORD KEY IS NA-ACCOUNT-NUMBER
001900        FILE STATUS IS WS-INPUT-STATUS.
002000     SELECT OPTIONAL BALANCE-FILE ASSIGN U-T-ACTBAL
002100        ORGANIZATION IS INDEXED
002200        ACCESS MODE IS DYNAMIC
002300        RECORD KEY IS AB-ACCOUNT-NUMBER
002400        FILE STATUS IS WS-INPUT-STATUS.
002500     SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
002600        ORGANIZATION IS INDEXED
002700        ACCESS MODE IS DYNAMIC
002800        RECORD KEY IS CL-ACCOUNT-NUMBER
002900        FILE STATUS IS WS-INPUT-STATUS.
003000     SELECT OPTIONAL PROMISE-FILE ASSIGN U-T-PROMIS
003100        ORGANIZATION IS INDEXED
003200        ACCESS MODE IS DYNAMIC
003300        RECORD KEY IS PR-ACCOUNT-NUMBER
003400        FILE STATUS IS WS-INPUT-STATUS.
003500     SELECT OPTIONAL LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
003600        ORGANIZATION IS INDEXED
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS LH-ACCOUNT-NUMBER
003900        FILE STATUS IS WS-INPUT-STATUS.
004000     SELECT OPTIONAL PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
004100        ORGANIZATION IS INDEXED
004200        ACCESS MODE IS DYNAMIC
004300        RECORD KEY IS PI-KEY
004400        FILE STATUS IS WS-INPUT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD REPORT-FILE
004800     LABEL RECORDS ARE OMITTED
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 133 CHARACTERS
005100     DATA RECORD IS OUTPUT-RECORD.
005200   01 OUTPUT-RECORD.
005300     02 CARRIAGE-CONTROL PIC X.
005400     02 OUTPUT-LINE      PIC X(132).
005500 FD CONTROL-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 80 CHARACTERS
005800     DATA RECORD IS CONTROL-CARD-RECORD.
005900 COPY CTLCARD.
006000 FD REFCODE-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS
006300     DATA RECORD IS REFCODE-RECORD.
006400   01 REFCODE-RECORD.
006500     02 RC-REFERENCE-CODE  PIC X(06).
006600     02 RC-DESCRIPTION     PIC X(20).
006700     02 RC-ACTIVE-FLAG     PIC X(01).
006800        88 RC-ACTIVE       VALUE 'A'.
006900        88 RC-INACTIVE     VALUE 'I'.
007000     02 FILLER             PIC X(53).
      ******************************************************************
      * ONE ARCHIVED ORPHAN: THE FILE IT CAME OFF, THE DATE IT WAS
      * REMOVED AND THE RECORD AS IT STOOD.
      ******************************************************************
007100 FD ARCHIVE-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 96 CHARACTERS
007400     DATA RECORD IS ARCHIVE-RECORD.
007500   01 ARCHIVE-RECORD.
007600     02 RA-FILE-NAME       PIC X(08).
007700     02 RA-ARCHIVE-DATE    PIC 9(08).
007800     02 RA-RECORD-IMAGE    PIC X(80).
007900 FD MASTER-FILE
008000     LABEL RECORDS ARE STANDARD
008100     DATA RECORD IS MASTER-RECORD.
008200 COPY MSTRFILE.
008300 FD NAME-ADDRESS-FILE
008400     LABEL RECORDS ARE STANDARD
008500     DATA RECORD IS NAME-ADDRESS-RECORD.
008600 COPY NAMADDR.
008700 FD BALANCE-FILE
008800     LABEL RECORDS ARE STANDARD
008900     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
009000 COPY ACCTBAL.
009100 FD CREDIT-LIMIT-FILE
009200     LABEL RECORDS ARE STANDARD
009300     DATA RECORD IS CREDIT-LIMIT-RECORD.
009400 COPY CRLIMIT.
009500 FD PROMISE-FILE
009600     LABEL RECORDS ARE STANDARD
009700     DATA RECORD IS PROMISE-RECORD.
009800 COPY PROMREC.
009900 FD LETTER-HISTORY-FILE
010000     LABEL RECORDS ARE STANDARD
010100     DATA RECORD IS LETTER-HISTORY-RECORD.
010200 COPY LTRHIST.
010300 FD PAID-ITEMS-FILE
010400     LABEL RECORDS ARE STANDARD
010500     DATA RECORD IS PAID-ITEM-RECORD.
010600 COPY PAIDITM.
      ******************************************************************
010700 WORKING-STORAGE SECTION.
010800 COPY HEADER1.
010900 01  PROGRAM-WORK-FIELDS.
011000     02  INPUT-SWITCH      PIC X(3).
011100         88  END-OF-FILE   VALUE 'EOF'.
011200     02  LINES-WRITTEN     PIC 9(3).
011300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
011400     02  PAGE-COUNT        PIC 9(3).
011500     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
011600     02  WS-INPUT-STATUS   PIC X(2)  VALUE ZERO.
011700     02  REPAIR-SWITCH     PIC X(3)  VALUE 'NO '.
011800         88  REPAIR-MODE   VALUE 'YES'.
011900     02  ORPHAN-SWITCH     PIC X(3)  VALUE 'NO '.
012000         88  ORPHAN-FOUND  VALUE 'YES'.
012100     02  NAMADR-SWITCH     PIC X(3)  VALUE 'NO '.
012200         88  NAMADR-SUPPLIED VALUE 'YES'.
012300     02  WS-FILE-SUB       PIC 9(2)  COMP.
012400     02  WS-CHECK-ACCOUNT  PIC 9(8)  VALUE ZERO.
012500     02  WS-CHECK-DETAIL   PIC X(20) VALUE SPACES.
012600     02  WS-ARCHIVE-IMAGE  PIC X(80) VALUE SPACES.
012700     02  WS-RUN-DATE       PIC 9(6)  VALUE ZERO.
012800     02  WS-RUN-CCYYMMDD   PIC 9(8)  VALUE ZERO.
012900     02  WS-BREAK-COUNT    PIC 9(7)  VALUE ZERO.
013000     02  WS-NO-NAMADR-COUNT PIC 9(7) VALUE ZERO.
013100     02  WS-BAD-REFCODE-COUNT PIC 9(7) VALUE ZERO.
013200     02  WS-ERROR-COUNT    PIC 9(5)  VALUE ZERO.
013300 01  REFCODE-WORK-FIELDS.
013400     02  REFCODE-SWITCH    PIC X(3)  VALUE 'GO '.
013500         88  END-OF-REFCODE VALUE 'EOF'.
013600     02  REFCODE-FOUND-SWITCH PIC X(3) VALUE 'NO '.
013700         88  REFCODE-FOUND VALUE 'YES'.
013800     02  WS-REFCODE-SUB    PIC 9(3)  COMP.
013900     02  WS-REFCODE-COUNT  PIC 9(3)  COMP VALUE ZERO.
014000 01  REFCODE-TABLE.
014100     05  REFCODE-ENTRY OCCURS 100 TIMES.
014200         10  RCT-CODE        PIC X(06).
014300         10  RCT-DESCRIPTION PIC X(20).
014400         10  RCT-ACTIVE-FLAG PIC X(01).
014500 COPY PAGING.
014600 01  FILE-NAME-VALUES.
014700     02  FILLER            PIC X(8)  VALUE 'MSTRFILE'.
014800     02  FILLER            PIC X(8)  VALUE 'NAMADDR '.
014900     02  FILLER            PIC X(8)  VALUE 'ACCTBAL '.
015000     02  FILLER            PIC X(8)  VALUE 'CRLIMIT '.
015100     02  FILLER            PIC X(8)  VALUE 'PROMREC '.
015200     02  FILLER            PIC X(8)  VALUE 'LTRHIST '.
015300     02  FILLER            PIC X(8)  VALUE 'PAIDITM '.
015400 01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
015500     02  FN-FILE-NAME      PIC X(8)  OCCURS 7 TIMES.
015600 01  FILE-COUNT-TABLE.
015700     02  FILE-COUNT-ENTRY  OCCURS 7 TIMES.
015800         03  FC-READ-COUNT   PIC 9(7).
015900         03  FC-BREAK-COUNT  PIC 9(7).
016000         03  FC-ARCHIVED-COUNT PIC 9(7).
016100         03  FC-SUPPLIED-FLAG PIC X(1).
016200             88  FC-NOT-SUPPLIED VALUE 'N'.
016300 01  BREAK-DETAIL-LINE.
016400     02  FILLER                PIC X(2).
016500     02  BDL-FILE-NAME         PIC X(8).
016600     02  FILLER                PIC X(4).
016700     02  BDL-ACCOUNT           PIC 9(8).
016800     02  FILLER                PIC X(4).
016900     02  BDL-CONDITION         PIC X(30).
017000     02  FILLER                PIC X(2).
017100     02  BDL-DETAIL            PIC X(20).
017200     02  FILLER                PIC X(2).
017300     02  BDL-ACTION            PIC X(10).
017400     02  FILLER                PIC X(42).
017500 01  FILE-TOTAL-LINE.
017600     02  FILLER                PIC X(2).
017700     02  FTL-FILE-NAME         PIC X(8).
017800     02  FILLER                PIC X(4).
017900     02  FTL-READ-COUNT        PIC Z,ZZZ,ZZ9.
018000     02  FILLER                PIC X(4).
018100     02  FTL-BREAK-COUNT       PIC Z,ZZZ,ZZ9.
018200     02  FILLER                PIC X(4).
018300     02  FTL-ARCHIVED-COUNT    PIC Z,ZZZ,ZZ9.
018400     02  FILLER                PIC X(4).
018500     02  FTL-NOTE              PIC X(14).
018600     02  FILLER                PIC X(65).
018700 01  TOTAL-HEADING-LINE.
018800     02  FILLER                PIC X(2).
018900     02  FILLER                PIC X(8)  VALUE 'FILE'.
019000     02  FILLER                PIC X(4).
019100     02  FILLER                PIC X(9)  VALUE '  RECORDS'.
019200     02  FILLER                PIC X(4).
019300     02  FILLER                PIC X(9)  VALUE '   BREAKS'.
019400     02  FILLER                PIC X(4).
019500     02  FILLER                PIC X(9)  VALUE ' ARCHIVED'.
019600     02  FILLER                PIC X(83).
019700 01  NOTE-LINE.
019800     02  FILLER                PIC X(2).
019900     02  NTL-TAG               PIC X(40).
020000     02  NTL-COUNT             PIC Z,ZZZ,ZZ9.
020100     02  FILLER                PIC X(81).
020200 01  COLUMN-HEADING-LINE.
020300     02  FILLER                PIC X(2).
020400     02  FILLER                PIC X(8)  VALUE 'FILE'.
020500     02  FILLER                PIC X(4).
020600     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
020700     02  FILLER                PIC X(4).
020800     02  FILLER                PIC X(30) VALUE 'CONDITION'.
020900     02  FILLER                PIC X(2).
021000     02  FILLER                PIC X(20) VALUE 'DETAIL'.
021100     02  FILLER                PIC X(2).
021200     02  FILLER                PIC X(10) VALUE 'ACTION'.
021300     02  FILLER                PIC X(42).
021400******************************************************************
021500 PROCEDURE DIVISION.
021600     DISPLAY 'FINRIC01 - REFERENTIAL INTEGRITY CHECK STARTING'.
021700     ACCEPT WS-RUN-DATE FROM DATE.
021800     COMPUTE WS-RUN-CCYYMMDD = 20000000 + WS-RUN-DATE.
021900     PERFORM READ-CONTROL-CARD.
022000     PERFORM LOAD-REFCODE-TABLE.
022100     OPEN INPUT MASTER-FILE.
022200     IF WS-MASTER-STATUS NOT = '00'
022300        DISPLAY 'FINRIC01 - MASTER FILE OPEN STATUS '
022400            WS-MASTER-STATUS ' - CHECK STOPPED'
022500        MOVE 12 TO RETURN-CODE
022600        GOBACK
022700     END-IF.
022800     OPEN OUTPUT REPORT-FILE ARCHIVE-FILE.
022900     PERFORM WRITE-HEADER.
023000     PERFORM CHECK-MASTER-FILE.
023100     PERFORM CHECK-NAME-ADDRESS-FILE.
023200     PERFORM CHECK-BALANCE-FILE.
023300     PERFORM CHECK-CREDIT-LIMIT-FILE.
023400     PERFORM CHECK-PROMISE-FILE.
023500     PERFORM CHECK-LETTER-HISTORY-FILE.
023600     PERFORM CHECK-PAID-ITEMS-FILE.
023700     PERFORM WRITE-SUMMARY.
023800     CLOSE MASTER-FILE REPORT-FILE ARCHIVE-FILE.
023900     DISPLAY 'FINRIC01 - INTEGRITY BREAKS FOUND: ' WS-BREAK-COUNT.
024000     IF WS-BREAK-COUNT > ZERO
024100        MOVE 4 TO RETURN-CODE
024200     END-IF.
024300     IF WS-ERROR-COUNT > ZERO
024400        DISPLAY 'FINRIC01 - ARCHIVE/DELETE ERRORS:  '
024500            WS-ERROR-COUNT
024600        MOVE 8 TO RETURN-CODE
024700     END-IF.
024800     GOBACK.
024900******************************************************************
025000 READ-CONTROL-CARD.
025100     OPEN INPUT CONTROL-FILE.
025200     READ CONTROL-FILE AT END
025300         MOVE SPACE TO CC-APPROVAL-FLAG
025400     END-READ.
025500     CLOSE CONTROL-FILE.
025600     IF CC-APPROVAL-FLAG = 'Y'
025700        MOVE 'YES' TO REPAIR-SWITCH
025800        DISPLAY 'FINRIC01 - REPAIR MODE - ORPHANS WILL BE '
025900            'ARCHIVED AND DELETED'
026000     END-IF.
026100******************************************************************
026200 LOAD-REFCODE-TABLE.
026300     OPEN INPUT REFCODE-FILE.
026400     PERFORM LOAD-REFCODE-RECORD
026500        UNTIL END-OF-REFCODE.
026600     CLOSE REFCODE-FILE.
026700******************************************************************
026800 LOAD-REFCODE-RECORD.
026900     READ REFCODE-FILE AT END
027000         MOVE 'EOF' TO REFCODE-SWITCH
027100     NOT AT END
027200         IF WS-REFCODE-COUNT < 100
027300            ADD 1 TO WS-REFCODE-COUNT
027400            MOVE RC-REFERENCE-CODE
027500                TO RCT-CODE (WS-REFCODE-COUNT)
027600            MOVE RC-DESCRIPTION
027700                TO RCT-DESCRIPTION (WS-REFCODE-COUNT)
027800            MOVE RC-ACTIVE-FLAG
027900                TO RCT-ACTIVE-FLAG (WS-REFCODE-COUNT)
028000         END-IF
028100     END-READ.
028200******************************************************************
      * THE MASTER SWEEP -- REFERENCE CODE AND NAME-AND-ADDRESS
      * PARTNER FOR EVERY ACCOUNT. WHEN THE NAME-AND-ADDRESS FILE IS
      * NOT SUPPLIED AT ALL THE PARTNER TEST IS NOT MADE.
      ******************************************************************
028300 CHECK-MASTER-FILE.
028400     MOVE 1 TO WS-FILE-SUB.
028500     OPEN INPUT NAME-ADDRESS-FILE.
028600     IF WS-INPUT-STATUS = '00'
028700        MOVE 'YES' TO NAMADR-SWITCH
028800     END-IF.
028900     MOVE SPACES TO INPUT-SWITCH.
029000     PERFORM CHECK-ONE-MASTER
029100        UNTIL END-OF-FILE.
029200     CLOSE NAME-ADDRESS-FILE.
029300******************************************************************
029400 CHECK-ONE-MASTER.
029500     READ MASTER-FILE NEXT RECORD AT END
029600         MOVE 'EOF' TO INPUT-SWITCH
029700     NOT AT END
029800         ADD 1 TO FC-READ-COUNT (1)
029900         MOVE MSTR-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
030000         PERFORM CHECK-MASTER-REFCODE
030100         IF NAMADR-SUPPLIED
030200            PERFORM CHECK-MASTER-NAME-ADDRESS
030300         END-IF
030400     END-READ.
030500******************************************************************
      * A CODE IS GOOD WHEN IT IS ON THE REFERENCE-CODE MASTER AND
      * ACTIVE -- THE DAMJO02 RULE. WHEN NO MASTER WAS SUPPLIED, FALL
      * BACK TO THE OLD NOT-SPACES TEST.
      ******************************************************************
030600 CHECK-MASTER-REFCODE.
030700     MOVE 'NO ' TO REFCODE-FOUND-SWITCH.
030800     MOVE MSTR-REFERENCE-CODE TO WS-CHECK-DETAIL.
030900     IF WS-REFCODE-COUNT = ZERO
031000        IF MSTR-REFERENCE-CODE = SPACES
031100           MOVE 'REFERENCE CODE BLANK' TO BDL-CONDITION
031200           PERFORM WRITE-REFCODE-BREAK
031300        END-IF
031400     ELSE
031500        PERFORM FIND-REFCODE-ENTRY
031600           VARYING WS-REFCODE-SUB FROM 1 BY 1
031700           UNTIL WS-REFCODE-SUB > WS-REFCODE-COUNT
031800              OR REFCODE-FOUND
031900        IF NOT REFCODE-FOUND
032000           MOVE 'REFERENCE CODE NOT ON MASTER' TO BDL-CONDITION
032100           PERFORM WRITE-REFCODE-BREAK
032200        ELSE
032300           SUBTRACT 1 FROM WS-REFCODE-SUB
032400           IF RCT-ACTIVE-FLAG (WS-REFCODE-SUB) NOT = 'A'
032500              MOVE 'REFERENCE CODE INACTIVE' TO BDL-CONDITION
032600              PERFORM WRITE-REFCODE-BREAK
032700           END-IF
032800        END-IF
032900     END-IF.
033000******************************************************************
033100 FIND-REFCODE-ENTRY.
033200     IF RCT-CODE (WS-REFCODE-SUB) = MSTR-REFERENCE-CODE
033300        MOVE 'YES' TO REFCODE-FOUND-SWITCH
033400     END-IF.
033500******************************************************************
033600 WRITE-REFCODE-BREAK.
033700     ADD 1 TO WS-BAD-REFCODE-COUNT.
033800     ADD 1 TO FC-BREAK-COUNT (1).
033900     MOVE SPACES TO BDL-ACTION.
034000     PERFORM WRITE-BREAK-LINE.
034100******************************************************************
034200 CHECK-MASTER-NAME-ADDRESS.
034300     MOVE MSTR-ACCOUNT-NUMBER TO NA-ACCOUNT-NUMBER.
034400     READ NAME-ADDRESS-FILE
034500        INVALID KEY
034600           ADD 1 TO WS-NO-NAMADR-COUNT
034700           ADD 1 TO FC-BREAK-COUNT (1)
034800           MOVE 'NO NAME-AND-ADDRESS RECORD' TO BDL-CONDITION
034900           MOVE MSTR-NAME TO WS-CHECK-DETAIL
035000           MOVE SPACES TO BDL-ACTION
035100           PERFORM WRITE-BREAK-LINE
035200     END-READ.
035300******************************************************************
      * THE PARTNER-FILE SWEEPS. EACH OPENS ITS FILE (I-O IN REPAIR
      * MODE), READS IT END TO END AND LOOKS EVERY RECORD'S ACCOUNT
      * UP ON THE MASTER. AN ORPHAN IS LISTED, AND IN REPAIR MODE
      * ARCHIVED AND THEN DELETED. AN OPTIONAL FILE THAT IS NOT
      * SUPPLIED OPENS AT STATUS 05 AND IS NOTED ON THE SUMMARY.
      ******************************************************************
035400 CHECK-NAME-ADDRESS-FILE.
035500     MOVE 2 TO WS-FILE-SUB.
035600     IF REPAIR-MODE
035700        OPEN I-O NAME-ADDRESS-FILE
035800     ELSE
035900        OPEN INPUT NAME-ADDRESS-FILE
036000     END-IF.
036100     PERFORM NOTE-FILE-SUPPLIED.
036200     MOVE SPACES TO INPUT-SWITCH.
036300     PERFORM CHECK-ONE-NAME-ADDRESS
036400        UNTIL END-OF-FILE.
036500     CLOSE NAME-ADDRESS-FILE.
036600******************************************************************
036700 CHECK-ONE-NAME-ADDRESS.
036800     READ NAME-ADDRESS-FILE NEXT RECORD AT END
036900         MOVE 'EOF' TO INPUT-SWITCH
037000     NOT AT END
037100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
037200         MOVE NA-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
037300         MOVE NA-NAME TO WS-CHECK-DETAIL
037400         MOVE NAME-ADDRESS-RECORD TO WS-ARCHIVE-IMAGE
037500         PERFORM CHECK-FOR-ORPHAN
037600         IF ORPHAN-FOUND AND REPAIR-MODE
037700            DELETE NAME-ADDRESS-FILE RECORD
037800               INVALID KEY
037900                  PERFORM COUNT-DELETE-ERROR
038000            END-DELETE
038100         END-IF
038200     END-READ.
038300******************************************************************
038400 CHECK-BALANCE-FILE.
038500     MOVE 3 TO WS-FILE-SUB.
038600     IF REPAIR-MODE
038700        OPEN I-O BALANCE-FILE
038800     ELSE
038900        OPEN INPUT BALANCE-FILE
039000     END-IF.
039100     PERFORM NOTE-FILE-SUPPLIED.
039200     MOVE SPACES TO INPUT-SWITCH.
039300     PERFORM CHECK-ONE-BALANCE
039400        UNTIL END-OF-FILE.
039500     CLOSE BALANCE-FILE.
039600******************************************************************
039700 CHECK-ONE-BALANCE.
039800     READ BALANCE-FILE NEXT RECORD AT END
039900         MOVE 'EOF' TO INPUT-SWITCH
040000     NOT AT END
040100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
040200         MOVE AB-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
040300         MOVE AB-NAME TO WS-CHECK-DETAIL
040400         MOVE ACCOUNT-BALANCE-RECORD TO WS-ARCHIVE-IMAGE
040500         PERFORM CHECK-FOR-ORPHAN
040600         IF ORPHAN-FOUND AND REPAIR-MODE
040700            DELETE BALANCE-FILE RECORD
040800               INVALID KEY
040900                  PERFORM COUNT-DELETE-ERROR
041000            END-DELETE
041100         END-IF
041200     END-READ.
041300******************************************************************
041400 CHECK-CREDIT-LIMIT-FILE.
041500     MOVE 4 TO WS-FILE-SUB.
041600     IF REPAIR-MODE
041700        OPEN I-O CREDIT-LIMIT-FILE
041800     ELSE
041900        OPEN INPUT CREDIT-LIMIT-FILE
042000     END-IF.
042100     PERFORM NOTE-FILE-SUPPLIED.
042200     MOVE SPACES TO INPUT-SWITCH.
042300     PERFORM CHECK-ONE-CREDIT-LIMIT
042400        UNTIL END-OF-FILE.
042500     CLOSE CREDIT-LIMIT-FILE.
042600******************************************************************
042700 CHECK-ONE-CREDIT-LIMIT.
042800     READ CREDIT-LIMIT-FILE NEXT RECORD AT END
042900         MOVE 'EOF' TO INPUT-SWITCH
043000     NOT AT END
043100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
043200         MOVE CL-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
043300         MOVE SPACES TO WS-CHECK-DETAIL
043400         MOVE CREDIT-LIMIT-RECORD TO WS-ARCHIVE-IMAGE
043500         PERFORM CHECK-FOR-ORPHAN
043600         IF ORPHAN-FOUND AND REPAIR-MODE
043700            DELETE CREDIT-LIMIT-FILE RECORD
043800               INVALID KEY
043900                  PERFORM COUNT-DELETE-ERROR
044000            END-DELETE
044100         END-IF
044200     END-READ.
044300******************************************************************
044400 CHECK-PROMISE-FILE.
044500     MOVE 5 TO WS-FILE-SUB.
044600     IF REPAIR-MODE
044700        OPEN I-O PROMISE-FILE
044800     ELSE
044900        OPEN INPUT PROMISE-FILE
045000     END-IF.
045100     PERFORM NOTE-FILE-SUPPLIED.
045200     MOVE SPACES TO INPUT-SWITCH.
045300     PERFORM CHECK-ONE-PROMISE
045400        UNTIL END-OF-FILE.
045500     CLOSE PROMISE-FILE.
045600******************************************************************
045700 CHECK-ONE-PROMISE.
045800     READ PROMISE-FILE NEXT RECORD AT END
045900         MOVE 'EOF' TO INPUT-SWITCH
046000     NOT AT END
046100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
046200         MOVE PR-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
046300         MOVE SPACES TO WS-CHECK-DETAIL
046400         MOVE PROMISE-RECORD TO WS-ARCHIVE-IMAGE
046500         PERFORM CHECK-FOR-ORPHAN
046600         IF ORPHAN-FOUND AND REPAIR-MODE
046700            DELETE PROMISE-FILE RECORD
046800               INVALID KEY
046900                  PERFORM COUNT-DELETE-ERROR
047000            END-DELETE
047100         END-IF
047200     END-READ.
047300******************************************************************
047400 CHECK-LETTER-HISTORY-FILE.
047500     MOVE 6 TO WS-FILE-SUB.
047600     IF REPAIR-MODE
047700        OPEN I-O LETTER-HISTORY-FILE
047800     ELSE
047900        OPEN INPUT LETTER-HISTORY-FILE
048000     END-IF.
048100     PERFORM NOTE-FILE-SUPPLIED.
048200     MOVE SPACES TO INPUT-SWITCH.
048300     PERFORM CHECK-ONE-LETTER-HISTORY
048400        UNTIL END-OF-FILE.
048500     CLOSE LETTER-HISTORY-FILE.
048600******************************************************************
048700 CHECK-ONE-LETTER-HISTORY.
048800     READ LETTER-HISTORY-FILE NEXT RECORD AT END
048900         MOVE 'EOF' TO INPUT-SWITCH
049000     NOT AT END
049100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
049200         MOVE LH-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
049300         MOVE SPACES TO WS-CHECK-DETAIL
049400         MOVE LETTER-HISTORY-RECORD TO WS-ARCHIVE-IMAGE
049500         PERFORM CHECK-FOR-ORPHAN
049600         IF ORPHAN-FOUND AND REPAIR-MODE
049700            DELETE LETTER-HISTORY-FILE RECORD
049800               INVALID KEY
049900                  PERFORM COUNT-DELETE-ERROR
050000            END-DELETE
050100         END-IF
050200     END-READ.
050300******************************************************************
050400 CHECK-PAID-ITEMS-FILE.
050500     MOVE 7 TO WS-FILE-SUB.
050600     IF REPAIR-MODE
050700        OPEN I-O PAID-ITEMS-FILE
050800     ELSE
050900        OPEN INPUT PAID-ITEMS-FILE
051000     END-IF.
051100     PERFORM NOTE-FILE-SUPPLIED.
051200     MOVE SPACES TO INPUT-SWITCH.
051300     PERFORM CHECK-ONE-PAID-ITEM
051400        UNTIL END-OF-FILE.
051500     CLOSE PAID-ITEMS-FILE.
051600******************************************************************
051700 CHECK-ONE-PAID-ITEM.
051800     READ PAID-ITEMS-FILE NEXT RECORD AT END
051900         MOVE 'EOF' TO INPUT-SWITCH
052000     NOT AT END
052100         ADD 1 TO FC-READ-COUNT (WS-FILE-SUB)
052200         MOVE PI-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT
052300         MOVE PI-REFERENCE TO WS-CHECK-DETAIL
052400         MOVE PAID-ITEM-RECORD TO WS-ARCHIVE-IMAGE
052500         PERFORM CHECK-FOR-ORPHAN
052600         IF ORPHAN-FOUND AND REPAIR-MODE
052700            DELETE PAID-ITEMS-FILE RECORD
052800               INVALID KEY
052900                  PERFORM COUNT-DELETE-ERROR
053000            END-DELETE
053100         END-IF
053200     END-READ.
053300******************************************************************
053400 NOTE-FILE-SUPPLIED.
053500     IF WS-INPUT-STATUS = '05' OR WS-INPUT-STATUS = '35'
053600        MOVE 'N' TO FC-SUPPLIED-FLAG (WS-FILE-SUB)
053700        MOVE 'EOF' TO INPUT-SWITCH
053800     ELSE
053900        MOVE 'Y' TO FC-SUPPLIED-FLAG (WS-FILE-SUB)
054000     END-IF.
054100******************************************************************
      * AN ORPHAN IS ARCHIVED BEFORE THE CALLER DELETES IT; THE
      * ARCHIVED COUNT IS TAKEN BACK IF THE DELETE THEN FAILS.
      ******************************************************************
054200 CHECK-FOR-ORPHAN.
054300     MOVE 'NO ' TO ORPHAN-SWITCH.
054400     MOVE WS-CHECK-ACCOUNT TO MSTR-ACCOUNT-NUMBER.
054500     READ MASTER-FILE
054600        INVALID KEY
054700           MOVE 'YES' TO ORPHAN-SWITCH
054800     END-READ.
054900     IF ORPHAN-FOUND
055000        ADD 1 TO FC-BREAK-COUNT (WS-FILE-SUB)
055100        MOVE 'ACCOUNT NOT ON MASTER' TO BDL-CONDITION
055200        IF REPAIR-MODE
055300           MOVE FN-FILE-NAME (WS-FILE-SUB) TO RA-FILE-NAME
055400           MOVE WS-RUN-CCYYMMDD TO RA-ARCHIVE-DATE
055500           MOVE WS-ARCHIVE-IMAGE TO RA-RECORD-IMAGE
055600           WRITE ARCHIVE-RECORD
055700           ADD 1 TO FC-ARCHIVED-COUNT (WS-FILE-SUB)
055800           MOVE 'ARCHIVED' TO BDL-ACTION
055900        ELSE
056000           MOVE SPACES TO BDL-ACTION
056100        END-IF
056200        PERFORM WRITE-BREAK-LINE
056300     END-IF.
056400******************************************************************
056500 COUNT-DELETE-ERROR.
056600     ADD 1 TO WS-ERROR-COUNT.
056700     SUBTRACT 1 FROM FC-ARCHIVED-COUNT (WS-FILE-SUB).
056800     DISPLAY 'FINRIC01 - DELETE FAILED ON '
056900         FN-FILE-NAME (WS-FILE-SUB) ' ACCOUNT ' WS-CHECK-ACCOUNT
057000         ' STATUS ' WS-INPUT-STATUS.
057100******************************************************************
057200 WRITE-BREAK-LINE.
057300     ADD 1 TO WS-BREAK-COUNT.
057400     IF LINES-WRITTEN >= WS-PAGE-SIZE
057500        PERFORM WRITE-HEADER
057600        MOVE 2 TO LINE-SPACING
057700     END-IF.
057800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057900     MOVE FN-FILE-NAME (WS-FILE-SUB) TO BDL-FILE-NAME.
058000     MOVE WS-CHECK-ACCOUNT TO BDL-ACCOUNT.
058100     MOVE WS-CHECK-DETAIL TO BDL-DETAIL.
058200     MOVE BREAK-DETAIL-LINE TO OUTPUT-LINE.
058300     WRITE OUTPUT-RECORD.
058400     ADD 1 TO LINES-WRITTEN.
058500     MOVE 1 TO LINE-SPACING.
058600******************************************************************
058700 WRITE-SUMMARY.
058800     PERFORM WRITE-HEADER.
058900     MOVE 2 TO LINE-SPACING.
059000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
059100     MOVE TOTAL-HEADING-LINE TO OUTPUT-LINE.
059200     WRITE OUTPUT-RECORD.
059300     MOVE 1 TO LINE-SPACING.
059400     PERFORM WRITE-FILE-TOTAL
059500        VARYING WS-FILE-SUB FROM 1 BY 1
059600        UNTIL WS-FILE-SUB > 7.
059700     MOVE 2 TO LINE-SPACING.
059800     MOVE 'MASTERS WITHOUT NAME-AND-ADDRESS' TO NTL-TAG.
059900     MOVE WS-NO-NAMADR-COUNT TO NTL-COUNT.
060000     PERFORM WRITE-NOTE-LINE.
060100     MOVE 'MASTERS WITH BAD REFERENCE CODES' TO NTL-TAG.
060200     MOVE WS-BAD-REFCODE-COUNT TO NTL-COUNT.
060300     PERFORM WRITE-NOTE-LINE.
060400     MOVE 'TOTAL INTEGRITY BREAKS' TO NTL-TAG.
060500     MOVE WS-BREAK-COUNT TO NTL-COUNT.
060600     PERFORM WRITE-NOTE-LINE.
060700     IF NOT NAMADR-SUPPLIED
060800        MOVE 'NAME-ADDRESS FILE ABSENT - NOT CHECKED' TO NTL-TAG
060900        MOVE ZERO TO NTL-COUNT
061000        PERFORM WRITE-NOTE-LINE
061100     END-IF.
061200     IF WS-REFCODE-COUNT = ZERO
061300        MOVE 'NO REFCODE MASTER - BLANK TEST ONLY' TO NTL-TAG
061400        MOVE ZERO TO NTL-COUNT
061500        PERFORM WRITE-NOTE-LINE
061600     END-IF.
061700     IF REPAIR-MODE
061800        MOVE 'REPAIR MODE - ORPHANS ARCHIVED' TO NTL-TAG
061900     ELSE
062000        MOVE 'REPORT ONLY - NOTHING ARCHIVED' TO NTL-TAG
062100     END-IF.
062200     MOVE ZERO TO NTL-COUNT.
062300     PERFORM WRITE-NOTE-LINE.
062400******************************************************************
062500 WRITE-FILE-TOTAL.
062600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
062700     MOVE FN-FILE-NAME (WS-FILE-SUB) TO FTL-FILE-NAME.
062800     MOVE FC-READ-COUNT (WS-FILE-SUB) TO FTL-READ-COUNT.
062900     MOVE FC-BREAK-COUNT (WS-FILE-SUB) TO FTL-BREAK-COUNT.
063000     MOVE FC-ARCHIVED-COUNT (WS-FILE-SUB) TO FTL-ARCHIVED-COUNT.
063100     IF FC-NOT-SUPPLIED (WS-FILE-SUB)
063200        MOVE 'NOT SUPPLIED' TO FTL-NOTE
063300     ELSE
063400        MOVE SPACES TO FTL-NOTE
063500     END-IF.
063600     MOVE FILE-TOTAL-LINE TO OUTPUT-LINE.
063700     WRITE OUTPUT-RECORD.
063800     ADD 1 TO LINES-WRITTEN.
063900     MOVE 1 TO LINE-SPACING.
064000******************************************************************
064100 WRITE-NOTE-LINE.
064200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
064300     MOVE NOTE-LINE TO OUTPUT-LINE.
064400     WRITE OUTPUT-RECORD.
064500     ADD 1 TO LINES-WRITTEN.
064600     MOVE 1 TO LINE-SPACING.
064700******************************************************************
064800 WRITE-HEADER.
064900     MOVE ZERO TO LINES-WRITTEN.
065000     ACCEPT HDR-PRT-DATE FROM DATE.
065100     ACCEPT HDR-PRT-TIME FROM TIME.
065200     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
065300     ADD 1 TO PAGE-COUNT
065400     MOVE '  REFERENTIAL INTEGRITY CHECK  ' TO REPORT-TITLE.
065500     MOVE PAGE-COUNT TO PAGE-NUMBER.
065600     MOVE HEADER-RECORD TO OUTPUT-LINE.
065700     WRITE OUTPUT-RECORD.
065800     MOVE 1 TO LINE-SPACING.
065900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
066000     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
066100     WRITE OUTPUT-RECORD.
066200     ADD 1 TO LINES-WRITTEN.
