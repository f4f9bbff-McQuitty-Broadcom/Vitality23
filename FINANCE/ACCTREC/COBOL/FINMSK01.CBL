000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINMSK01.
      ******************************************************************
      * FINMSK01 -- MASKED TEST-DATA BUILDER. COBMAIN TEST-MODE RUNS
      *             AND FINCMP01 PARALLEL RUNS NEED REALISTIC DATA,
      *             AND COPYING THE PRODUCTION FILES CARRIED REAL
      *             CUSTOMER NAMES AND ADDRESSES INTO TEST. THIS
      *             UTILITY BUILDS ONE CONSISTENT TEST SET FROM THE
      *             PRODUCTION FILES IN ONE PASS:
      *               - THE AR MASTER (MSTRFILE),
      *               - NAME AND ADDRESS (NAMADDR),
      *               - ACCOUNT BALANCES (ACCTBAL),
      *               - TRANSACTION HISTORY (TRNHIST),
      *               - CREDIT LIMITS (CRLIMIT),
      *               - PAYMENT PROMISES (PROMREC),
      *               - DUNNING LETTER HISTORY (LTRHIST),
      *               - PAID ITEMS (PAIDITM), AND
      *               - A SAMPLE COMBINED DAILY FEED.
      *             EVERY ACCOUNT NUMBER MOVES TO THE TEST RANGE
      *             (SEVEN SIGNIFICANT DIGITS FROM 9000001 UP) WITH A
      *             FINCKD01 MOD-10 CHECK DIGIT, IN MASTER KEY ORDER.
      *             THE SAME OLD-TO-NEW MAPPING IS USED FOR EVERY
      *             FILE THROUGH A SCRATCH CROSS-REFERENCE FILE; AN
      *             ACCOUNT FOUND ONLY ON A DEPENDENT FILE OR THE FEED
      *             GETS THE NEXT TEST NUMBER, SO IT IS STILL MISSING
      *             FROM THE TEST MASTER JUST AS IT WAS IN PRODUCTION,
      *             AND AN ACCOUNT WHOSE CHECK DIGIT FAILS IN
      *             PRODUCTION IS GIVEN A FAILING ONE IN TEST.
      *             NAMES, ADDRESSES, CITIES, POSTAL CODES AND PHONE
      *             NUMBERS ARE REPLACED WITH GENERATED VALUES BUILT
      *             FROM THE TEST NUMBER (A FIELD BLANK IN PRODUCTION
      *             STAYS BLANK). AMOUNTS, DATES, REFERENCE CODES,
      *             DESCRIPTIONS AND EVERY OTHER FIELD ARE KEPT, SO
      *             THE BOOKS BEHAVE THE SAME AGAINST THE TEST SET.
      *             THE FEED TRAILER HASH TOTALS ARE ADJUSTED BY THE
      *             CHANGE IN THE ACCOUNT NUMBERS THEY SUM, SO A
      *             BALANCED PRODUCTION FEED IS A BALANCED TEST FEED.
      *             THE CROSS-REFERENCE TIES TEST ACCOUNTS BACK TO
      *             PRODUCTION -- IT IS A SCRATCH FILE AND MUST NOT BE
      *             KEPT WITH THE TEST SET. RUN AGAINST FRESHLY
      *             ALLOCATED TEST FILES.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-24  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT MASTER-FILE ASSIGN U-T-MASTER
000800        ORGANIZATION IS INDEXED
000900        ACCESS MODE IS DYNAMIC
001000        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001100        FILE STATUS IS WS-MASTER-STATUS.
001200     SELECT TEST-MASTER-FILE ASSIGN U-T-TMASTR
001300        ORGANIZATION IS INDEXED
001400        ACCESS MODE IS DYNAMIC
001500        RECORD KEY IS TST-MSTR-ACCOUNT-NUMBER
001600        FILE STATUS IS WS-TEST-STATUS.
001700     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
001800        ORGANIZATION IS INDEXED
001900        ACCESS MODE IS DYNAMIC
002000        RECORD KEY IS NA-ACCOUNT-NUMBER
002100        FILE STATUS IS WS-INPUT-STATUS.
002200     SELECT TEST-NAME-ADDRESS-FILE ASSIGN U-T-TNAMAD
002300        ORGANIZATION IS INDEXED
002400        ACCESS MODE IS DYNAMIC
002500        RECORD KEY IS TST-NA-ACCOUNT-NUMBER
002600        FILE STATUS IS WS-TEST-STATUS.
002700     SELECT OPTIONAL BALANCE-FILE ASSIGN U-T-ACTBAL
002800        ORGANIZATION IS INDEXED
002900        ACCESS MODE IS DYNAMIC
003000        RECORD KEY IS AB-ACCOUNT-NUMBER
003100        FILE STATUS IS WS-INPUT-STATUS.
003200     SELECT TEST-BALANCE-FILE ASSIGN U-T-TACBAL
003300        ORGANIZATION IS INDEXED
003400        ACCESS MODE IS DYNAMIC
003500        RECORD KEY IS TST-AB-ACCOUNT-NUMBER
003600        FILE STATUS IS WS-TEST-STATUS.
003700     SELECT OPTIONAL HISTORY-FILE ASSIGN U-T-TRNHIS
003800        ORGANIZATION IS INDEXED
003900        ACCESS MODE IS DYNAMIC
004000        RECORD KEY IS HIST-KEY
004100        FILE STATUS IS WS-INPUT-STATUS.
004200     SELECT TEST-HISTORY-FILE ASSIGN U-T-TTRNHS
004300        ORGANIZATION IS INDEXED
004400        ACCESS MODE IS DYNAMIC
004500        RECORD KEY IS TST-HIST-KEY
004600        FILE STATUS IS WS-TEST-STATUS.
004700     SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
004800        ORGANIZATION IS INDEXED
004900        ACCESS MODE IS DYNAMIC
005000        RECORD KEY IS CL-ACCOUNT-NUMBER
005100        FILE STATUS IS WS-INPUT-STATUS.
005200     SELECT TEST-CREDIT-LIMIT-FILE ASSIGN U-T-TCRLIM
005300        ORGANIZATION IS INDEXED
005400        ACCESS MODE IS DYNAMIC
005500        RECORD KEY IS TST-CL-ACCOUNT-NUMBER
005600        FILE STATUS IS WS-TEST-STATUS.
005700     SELECT OPTIONAL PROMISE-FILE ASSIGN U-T-PROMIS
005800        ORGANIZATION IS INDEXED
005900        ACCESS MODE IS DYNAMIC
006000        RECORD KEY IS PR-ACCOUNT-NUMBER
006100        FILE STATUS IS WS-INPUT-STATUS.
006200     SELECT TEST-PROMISE-FILE ASSIGN U-T-TPROMS
006300        ORGANIZATION IS INDEXED
006400        ACCESS MODE IS DYNAMIC
006500        RECORD KEY IS TST-PR-ACCOUNT-NUMBER
006600        FILE STATUS IS WS-TEST-STATUS.
006700     SELECT OPTIONAL LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
006800        ORGANIZATION IS INDEXED
006900        ACCESS MODE IS DYNAMIC
007000        RECORD KEY IS LH-ACCOUNT-NUMBER
007100        FILE STATUS IS WS-INPUT-STATUS.
007200     SELECT TEST-LETTER-HISTORY-FILE ASSIGN U-T-TLTRHS
007300        ORGANIZATION IS INDEXED
007400        ACCESS MODE IS DYNAMIC
007500        RECORD KEY IS TST-LH-ACCOUNT-NUMBER
007600        FILE STATUS IS WS-TEST-STATUS.
007700     SELECT OPTIONAL PAID-ITEMS-FILE ASSIGN U-T-PAIDIT
007800        ORGANIZATION IS INDEXED
007900        ACCESS MODE IS DYNAMIC
008000        RECORD KEY IS PI-KEY
008100        FILE STATUS IS WS-INPUT-STATUS.
008200     SELECT TEST-PAID-ITEMS-FILE ASSIGN U-T-TPAIDT
008300        ORGANIZATION IS INDEXED
008400        ACCESS MODE IS DYNAMIC
008500        RECORD KEY IS TST-PI-KEY
008600        FILE STATUS IS WS-TEST-STATUS.
008700     SELECT OPTIONAL COMBINED-FILE ASSIGN U-T-COMBIN.
008800     SELECT TEST-COMBINED-FILE ASSIGN U-T-TCOMBN.
008900     SELECT ACCOUNT-XREF-FILE ASSIGN U-T-ACTXRF
009000        ORGANIZATION IS INDEXED
009100        ACCESS MODE IS DYNAMIC
009200        RECORD KEY IS XR-OLD-ACCOUNT
009300        FILE STATUS IS WS-XREF-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD REPORT-FILE
009700     LABEL RECORDS ARE OMITTED
009800     RECORDING MODE IS F
009900     RECORD CONTAINS 133 CHARACTERS
010000     DATA RECORD IS OUTPUT-RECORD.
010100   01 OUTPUT-RECORD.
010200     02 CARRIAGE-CONTROL PIC X.
010300     02 OUTPUT-LINE      PIC X(132).
010400 FD MASTER-FILE
010500     LABEL RECORDS ARE STANDARD
010600     DATA RECORD IS MASTER-RECORD.
010700 COPY MSTRFILE.
010800 FD TEST-MASTER-FILE
010900     LABEL RECORDS ARE STANDARD
011000     DATA RECORD IS TEST-MASTER-RECORD.
011100   01 TEST-MASTER-RECORD.
011200     02 TST-MSTR-ACCOUNT-NUMBER PIC 9(08).
011300     02 FILLER                  PIC X(72).
011400 FD NAME-ADDRESS-FILE
011500     LABEL RECORDS ARE STANDARD
011600     DATA RECORD IS NAME-ADDRESS-RECORD.
011700 COPY NAMADDR.
011800 FD TEST-NAME-ADDRESS-FILE
011900     LABEL RECORDS ARE STANDARD
012000     DATA RECORD IS TEST-NAME-ADDRESS-RECORD.
012100   01 TEST-NAME-ADDRESS-RECORD.
012200     02 TST-NA-ACCOUNT-NUMBER   PIC 9(08).
012300     02 FILLER                  PIC X(132).
012400 FD BALANCE-FILE
012500     LABEL RECORDS ARE STANDARD
012600     DATA RECORD IS ACCOUNT-BALANCE-RECORD.
012700 COPY ACCTBAL.
012800 FD TEST-BALANCE-FILE
012900     LABEL RECORDS ARE STANDARD
013000     DATA RECORD IS TEST-BALANCE-RECORD.
013100   01 TEST-BALANCE-RECORD.
013200     02 TST-AB-ACCOUNT-NUMBER   PIC 9(08).
013300     02 FILLER                  PIC X(72).
013400 FD HISTORY-FILE
013500     LABEL RECORDS ARE STANDARD
013600     DATA RECORD IS HISTORY-RECORD.
013700 COPY TRNHIST.
013800 FD TEST-HISTORY-FILE
013900     LABEL RECORDS ARE STANDARD
014000     DATA RECORD IS TEST-HISTORY-RECORD.
014100   01 TEST-HISTORY-RECORD.
014200     02 TST-HIST-KEY.
014300        03 TST-HIST-ACCOUNT     PIC 9(08).
014400        03 TST-HIST-DATE        PIC 9(08).
014500        03 TST-HIST-SEQUENCE    PIC 9(05).
014600     02 FILLER                  PIC X(59).
014700 FD CREDIT-LIMIT-FILE
014800     LABEL RECORDS ARE STANDARD
014900     DATA RECORD IS CREDIT-LIMIT-RECORD.
015000 COPY CRLIMIT.
015100 FD TEST-CREDIT-LIMIT-FILE
015200     LABEL RECORDS ARE STANDARD
015300     DATA RECORD IS TEST-CREDIT-LIMIT-RECORD.
015400   01 TEST-CREDIT-LIMIT-RECORD.
015500     02 TST-CL-ACCOUNT-NUMBER   PIC 9(08).
015600     02 FILLER                  PIC X(72).
015700 FD PROMISE-FILE
015800     LABEL RECORDS ARE STANDARD
015900     DATA RECORD IS PROMISE-RECORD.
016000 COPY PROMREC.
016100 FD TEST-PROMISE-FILE
016200     LABEL RECORDS ARE STANDARD
016300     DATA RECORD IS TEST-PROMISE-RECORD.
016400   01 TEST-PROMISE-RECORD.
016500     02 TST-PR-ACCOUNT-NUMBER   PIC 9(08).
016600     02 FILLER                  PIC X(72).
016700 FD LETTER-HISTORY-FILE
016800     LABEL RECORDS ARE STANDARD
016900     DATA RECORD IS LETTER-HISTORY-RECORD.
017000 COPY LTRHIST.
017100 FD TEST-LETTER-HISTORY-FILE
017200     LABEL RECORDS ARE STANDARD
017300     DATA RECORD IS TEST-LETTER-HISTORY-RECORD.
017400   01 TEST-LETTER-HISTORY-RECORD.
017500     02 TST-LH-ACCOUNT-NUMBER   PIC 9(08).
017600     02 FILLER                  PIC X(72).
017700 FD PAID-ITEMS-FILE
017800     LABEL RECORDS ARE STANDARD
017900     DATA RECORD IS PAID-ITEM-RECORD.
018000 COPY PAIDITM.
018100 FD TEST-PAID-ITEMS-FILE
018200     LABEL RECORDS ARE STANDARD
018300     DATA RECORD IS TEST-PAID-ITEM-RECORD.
018400   01 TEST-PAID-ITEM-RECORD.
018500     02 TST-PI-KEY.
018600        03 TST-PI-ACCOUNT       PIC 9(08).
018700        03 TST-PI-REFERENCE     PIC X(10).
018800        03 TST-PI-PAYMENT-DATE  PIC 9(08).
018900     02 FILLER                  PIC X(54).
019000 FD COMBINED-FILE
019100     LABEL RECORDS ARE STANDARD
019200     RECORD CONTAINS 100 CHARACTERS
019300     DATA RECORD IS COMBINED-RECORD.
019400   01 COMBINED-RECORD.
019500     02 CMB-REC-TYPE           PIC X(01).
019600        88  CMB-IS-HEADER      VALUE 'H'.
019700        88  CMB-IS-DETAIL      VALUE 'D'.
019800        88  CMB-IS-TRAILER     VALUE 'T'.
019900     02 CMB-BOOK-CODE          PIC X(01).
020000     02 CMB-INPUT-RECORD.
020100        03 CMB-EMBEDDED-REC-TYPE PIC X(01).
020200        03 CMB-ACCOUNT-NUMBER  PIC 9(08).
020300        03 CMB-NAME            PIC X(10).
020400        03 FILLER              PIC X(61).
020500     02 FILLER                 PIC X(18).
020600   01 COMBINED-TRAILER-RECORD REDEFINES COMBINED-RECORD.
020700     02 FILLER                 PIC X(02).
020800     02 CMB-TRL-ACTUAL-COUNT   PIC 9(07).
020900     02 CMB-TRL-HASH-TOTAL     PIC 9(15).
021000     02 FILLER                 PIC X(76).
021100 FD TEST-COMBINED-FILE
021200     LABEL RECORDS ARE STANDARD
021300     RECORD CONTAINS 100 CHARACTERS
021400     DATA RECORD IS TEST-COMBINED-RECORD.
021500   01 TEST-COMBINED-RECORD     PIC X(100).
      ******************************************************************
      * ONE CROSS-REFERENCE RECORD PER PRODUCTION ACCOUNT SEEN, KEYED
      * ON THE PRODUCTION NUMBER. THE TEST NUMBER IS THE ORDINAL THE
      * ACCOUNT WAS GIVEN AND SEEDS ALL ITS GENERATED VALUES.
      ******************************************************************
021600 FD ACCOUNT-XREF-FILE
021700     LABEL RECORDS ARE STANDARD
021800     DATA RECORD IS ACCOUNT-XREF-RECORD.
021900   01 ACCOUNT-XREF-RECORD.
022000     02 XR-OLD-ACCOUNT          PIC 9(08).
022100     02 XR-NEW-ACCOUNT          PIC 9(08).
022200     02 XR-TEST-NUMBER          PIC 9(07).
022300     02 XR-SOURCE-FILE          PIC X(08).
022400     02 FILLER                  PIC X(49).
      ******************************************************************
022500 WORKING-STORAGE SECTION.
022600 COPY HEADER1.
022700 01  PROGRAM-WORK-FIELDS.
022800     02  INPUT-SWITCH      PIC X(3).
022900         88  END-OF-FILE   VALUE 'EOF'.
023000     02  LINES-WRITTEN     PIC 9(3).
023100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
023200     02  PAGE-COUNT        PIC 9(3).
023300     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
023400     02  WS-INPUT-STATUS   PIC X(2)  VALUE ZERO.
023500     02  WS-TEST-STATUS    PIC X(2)  VALUE ZERO.
023600     02  WS-XREF-STATUS    PIC X(2)  VALUE ZERO.
023700     02  WS-TEST-RANGE-BASE PIC 9(7) VALUE 9000000.
023800     02  WS-TEST-RANGE-LIMIT PIC 9(7) VALUE 999999.
023900     02  WS-LAST-TEST-NUMBER PIC 9(7) VALUE ZERO.
024000     02  WS-TEST-NUMBER    PIC 9(7)  VALUE ZERO.
024100     02  WS-OLD-ACCOUNT    PIC 9(8)  VALUE ZERO.
024200     02  WS-NEW-ACCOUNT    PIC 9(8)  VALUE ZERO.
024300     02  WS-BAD-DIGIT      PIC 9(1)  VALUE ZERO.
024400     02  WS-QUOTIENT       PIC 9(7)  VALUE ZERO.
024500     02  WS-TABLE-SUB      PIC 9(2)  VALUE ZERO.
024600     02  WS-FILE-SUB       PIC 9(2)  VALUE ZERO.
024700     02  WS-HASH-ADJUST    PIC S9(15) VALUE ZERO.
024800     02  WS-ORPHAN-COUNT   PIC 9(7)  VALUE ZERO.
024900     02  WS-ERROR-COUNT    PIC 9(5)  VALUE ZERO.
025000     02  OLD-VALID-SWITCH  PIC X(3)  VALUE 'NO '.
025100         88  OLD-ACCOUNT-VALID VALUE 'YES'.
025200 COPY PAGING.
025300 COPY FINCKC01.
      ******************************************************************
      * THE FILES IN THE ORDER THEY ARE BUILT, WITH THEIR COUNTS.
      ******************************************************************
025400 01  FILE-NAME-VALUES.
025500     02  FILLER            PIC X(8)  VALUE 'MSTRFILE'.
025600     02  FILLER            PIC X(8)  VALUE 'NAMADDR '.
025700     02  FILLER            PIC X(8)  VALUE 'ACCTBAL '.
025800     02  FILLER            PIC X(8)  VALUE 'TRNHIST '.
025900     02  FILLER            PIC X(8)  VALUE 'CRLIMIT '.
026000     02  FILLER            PIC X(8)  VALUE 'PROMREC '.
026100     02  FILLER            PIC X(8)  VALUE 'LTRHIST '.
026200     02  FILLER            PIC X(8)  VALUE 'PAIDITM '.
026300     02  FILLER            PIC X(8)  VALUE 'COMBINED'.
026400 01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
026500     02  FN-FILE-NAME      PIC X(8)  OCCURS 9 TIMES.
026600 01  FILE-COUNT-TABLE.
026700     02  FILE-COUNT-ENTRY  OCCURS 9 TIMES.
026800         03  FC-IN-COUNT   PIC 9(7).
026900         03  FC-OUT-COUNT  PIC 9(7).
      ******************************************************************
      * GENERATED VALUES. THE STREET AND CITY ARE PICKED FROM THE
      * TABLES BY THE TEST NUMBER, THE NUMBERS IN THEM ARE THE TEST
      * NUMBER ITSELF, SO THE SAME ACCOUNT ALWAYS GETS THE SAME VALUES.
      ******************************************************************
027000 01  STREET-NAME-VALUES.
027100     02  FILLER            PIC X(20) VALUE 'MAPLE AVENUE'.
027200     02  FILLER            PIC X(20) VALUE 'OAK STREET'.
027300     02  FILLER            PIC X(20) VALUE 'CEDAR LANE'.
027400     02  FILLER            PIC X(20) VALUE 'ELM ROAD'.
027500     02  FILLER            PIC X(20) VALUE 'BIRCH DRIVE'.
027600     02  FILLER            PIC X(20) VALUE 'WILLOW COURT'.
027700     02  FILLER            PIC X(20) VALUE 'PINE BOULEVARD'.
027800     02  FILLER            PIC X(20) VALUE 'SPRUCE WAY'.
027900 01  STREET-NAME-TABLE REDEFINES STREET-NAME-VALUES.
028000     02  SN-STREET-NAME    PIC X(20) OCCURS 8 TIMES.
028100 01  CITY-NAME-VALUES.
028200     02  FILLER            PIC X(18) VALUE 'TESTVILLE'.
028300     02  FILLER            PIC X(18) VALUE 'SAMPLE CITY'.
028400     02  FILLER            PIC X(18) VALUE 'MOCKTON'.
028500     02  FILLER            PIC X(18) VALUE 'DUMMY FALLS'.
028600     02  FILLER            PIC X(18) VALUE 'PILOT HARBOR'.
028700     02  FILLER            PIC X(18) VALUE 'TRIAL SPRINGS'.
028800     02  FILLER            PIC X(18) VALUE 'MODEL JUNCTION'.
028900     02  FILLER            PIC X(18) VALUE 'PROOF HILLS'.
029000 01  CITY-NAME-TABLE REDEFINES CITY-NAME-VALUES.
029100     02  CN-CITY-NAME      PIC X(18) OCCURS 8 TIMES.
029200 01  GENERATED-VALUES.
029300     02  GEN-SHORT-NAME.
029400         03  FILLER        PIC X(4)  VALUE 'CUST'.
029500         03  GEN-SHORT-NUMBER PIC 9(6).
029600     02  GEN-LONG-NAME.
029700         03  FILLER        PIC X(14) VALUE 'TEST CUSTOMER '.
029800         03  GEN-LONG-NUMBER PIC 9(6).
029900         03  FILLER        PIC X(10) VALUE SPACES.
030000     02  GEN-ADDRESS-1.
030100         03  GEN-HOUSE-NUMBER PIC 9(4).
030200         03  FILLER        PIC X(1)  VALUE SPACE.
030300         03  GEN-STREET-NAME PIC X(20).
030400     02  GEN-ADDRESS-2.
030500         03  FILLER        PIC X(5)  VALUE 'UNIT '.
030600         03  GEN-UNIT-NUMBER PIC 9(4).
030700         03  FILLER        PIC X(16) VALUE SPACES.
030800     02  GEN-CITY          PIC X(18).
030900     02  GEN-POSTAL-CODE.
031000         03  FILLER        PIC X(3)  VALUE 'TST'.
031100         03  GEN-POSTAL-NUMBER PIC 9(5).
031200     02  GEN-PHONE.
031300         03  FILLER        PIC X(4)  VALUE '555-'.
031400         03  GEN-PHONE-EXCHANGE PIC 9(3).
031500         03  FILLER        PIC X(1)  VALUE '-'.
031600         03  GEN-PHONE-LINE PIC 9(4).
031700 01  BUILD-TOTAL-LINE.
031800     02  FILLER                PIC X(2).
031900     02  BTL-FILE-NAME         PIC X(8).
032000     02  FILLER                PIC X(4).
032100     02  BTL-IN-COUNT          PIC Z,ZZZ,ZZ9.
032200     02  FILLER                PIC X(4).
032300     02  BTL-OUT-COUNT         PIC Z,ZZZ,ZZ9.
032400     02  FILLER                PIC X(96).
032500 01  BUILD-NOTE-LINE.
032600     02  FILLER                PIC X(2).
032700     02  BNL-TAG               PIC X(36).
032800     02  BNL-COUNT             PIC Z,ZZZ,ZZ9.
032900     02  FILLER                PIC X(85).
033000 01  BUILD-ERROR-LINE.
033100     02  FILLER                PIC X(2).
033200     02  BEL-FILE-NAME         PIC X(8).
033300     02  FILLER                PIC X(4).
033400     02  BEL-OLD-ACCOUNT       PIC 9(8).
033500     02  FILLER                PIC X(4).
033600     02  BEL-NEW-ACCOUNT       PIC 9(8).
033700     02  FILLER                PIC X(4).
033800     02  BEL-NOTE              PIC X(24).
033900     02  FILLER                PIC X(70).
034000 01  COLUMN-HEADING-LINE.
034100     02  FILLER                PIC X(2).
034200     02  FILLER                PIC X(8)  VALUE 'FILE'.
034300     02  FILLER                PIC X(4).
034400     02  FILLER                PIC X(9)  VALUE '  RECORDS'.
034500     02  FILLER                PIC X(4).
034600     02  FILLER                PIC X(9)  VALUE '  WRITTEN'.
034700     02  FILLER                PIC X(96).
034800******************************************************************
034900 PROCEDURE DIVISION.
035000     DISPLAY 'FINMSK01 - MASKED TEST-DATA BUILD STARTING'.
035100     INITIALIZE FILE-COUNT-TABLE.
035200     OPEN OUTPUT REPORT-FILE.
035300     PERFORM WRITE-HEADER.
035400     OPEN OUTPUT ACCOUNT-XREF-FILE.
035500     CLOSE ACCOUNT-XREF-FILE.
035600     OPEN I-O ACCOUNT-XREF-FILE.
035700     PERFORM BUILD-MASTER-FILE.
035800     PERFORM BUILD-NAME-ADDRESS-FILE.
035900     PERFORM BUILD-BALANCE-FILE.
036000     PERFORM BUILD-HISTORY-FILE.
036100     PERFORM BUILD-CREDIT-LIMIT-FILE.
036200     PERFORM BUILD-PROMISE-FILE.
036300     PERFORM BUILD-LETTER-HISTORY-FILE.
036400     PERFORM BUILD-PAID-ITEMS-FILE.
036500     PERFORM BUILD-COMBINED-FILE.
036600     CLOSE ACCOUNT-XREF-FILE.
036700     PERFORM WRITE-BUILD-TOTALS.
036800     CLOSE REPORT-FILE.
036900     DISPLAY 'FINMSK01 - TEST ACCOUNTS ASSIGNED:   '
037000         WS-LAST-TEST-NUMBER.
037100     DISPLAY 'FINMSK01 - NOT ON THE MASTER:        '
037200         WS-ORPHAN-COUNT.
037300     IF WS-ERROR-COUNT > ZERO
037400        DISPLAY 'FINMSK01 - RECORDS NOT WRITTEN:     '
037500            WS-ERROR-COUNT
037600        MOVE 8 TO RETURN-CODE
037700     END-IF.
037800     GOBACK.
037900******************************************************************
      * LOOK THE PRODUCTION ACCOUNT UP ON THE CROSS-REFERENCE, GIVING
      * IT THE NEXT TEST NUMBER THE FIRST TIME IT IS SEEN, AND BUILD
      * ITS GENERATED VALUES.
      ******************************************************************
038000 MAP-ACCOUNT.
038100     MOVE WS-OLD-ACCOUNT TO XR-OLD-ACCOUNT.
038200     READ ACCOUNT-XREF-FILE
038300         INVALID KEY
038400            PERFORM ASSIGN-TEST-ACCOUNT
038500     END-READ.
038600     MOVE XR-NEW-ACCOUNT TO WS-NEW-ACCOUNT.
038700     MOVE XR-TEST-NUMBER TO WS-TEST-NUMBER.
038800     PERFORM BUILD-GENERATED-VALUES.
038900******************************************************************
      * THE TEST ACCOUNT CARRIES THE FINCKD01 CHECK DIGIT WHEN THE
      * PRODUCTION ACCOUNT'S OWN CHECK DIGIT IS GOOD, AND THE NEXT
      * DIGIT UP (A FAILING ONE) WHEN IT IS NOT.
      ******************************************************************
039000 ASSIGN-TEST-ACCOUNT.
039100     IF WS-LAST-TEST-NUMBER >= WS-TEST-RANGE-LIMIT
039200        DISPLAY 'FINMSK01 - TEST ACCOUNT RANGE EXHAUSTED'
039300            ' - BUILD STOPPED'
039400        MOVE 12 TO RETURN-CODE
039500        STOP RUN
039600     END-IF.
039700     ADD 1 TO WS-LAST-TEST-NUMBER.
039800     MOVE WS-OLD-ACCOUNT TO CK-ACCOUNT-NUMBER.
039900     CALL 'FINCKD01' USING FINCKC01-RECORD.
040000     MOVE CK-VALID-SWITCH TO OLD-VALID-SWITCH.
040100     COMPUTE CK-ACCOUNT-NUMBER =
040200         (WS-TEST-RANGE-BASE + WS-LAST-TEST-NUMBER) * 10.
040300     CALL 'FINCKD01' USING FINCKC01-RECORD.
040400     IF OLD-ACCOUNT-VALID
040500        COMPUTE XR-NEW-ACCOUNT =
040600            CK-ACCOUNT-NUMBER + CK-CHECK-DIGIT
040700     ELSE
040800        IF CK-CHECK-DIGIT = 9
040900           MOVE ZERO TO WS-BAD-DIGIT
041000        ELSE
041100           ADD 1 CK-CHECK-DIGIT GIVING WS-BAD-DIGIT
041200        END-IF
041300        COMPUTE XR-NEW-ACCOUNT =
041400            CK-ACCOUNT-NUMBER + WS-BAD-DIGIT
041500     END-IF.
041600     MOVE WS-OLD-ACCOUNT TO XR-OLD-ACCOUNT.
041700     MOVE WS-LAST-TEST-NUMBER TO XR-TEST-NUMBER.
041800     MOVE FN-FILE-NAME (WS-FILE-SUB) TO XR-SOURCE-FILE.
041900     IF WS-FILE-SUB > 1
042000        ADD 1 TO WS-ORPHAN-COUNT
042100     END-IF.
042200     WRITE ACCOUNT-XREF-RECORD
042300         INVALID KEY
042400            DISPLAY 'FINMSK01 - CROSS-REFERENCE STATUS '
042500                WS-XREF-STATUS ' - BUILD STOPPED'
042600            MOVE 12 TO RETURN-CODE
042700            STOP RUN
042800     END-WRITE.
042900******************************************************************
043000 BUILD-GENERATED-VALUES.
043100     MOVE WS-TEST-NUMBER TO GEN-SHORT-NUMBER GEN-LONG-NUMBER
043200         GEN-POSTAL-NUMBER.
043300     DIVIDE WS-TEST-NUMBER BY 8
043400         GIVING WS-QUOTIENT REMAINDER WS-TABLE-SUB.
043500     ADD 1 TO WS-TABLE-SUB.
043600     MOVE SN-STREET-NAME (WS-TABLE-SUB) TO GEN-STREET-NAME.
043700     MOVE CN-CITY-NAME (WS-TABLE-SUB) TO GEN-CITY.
043800     DIVIDE WS-TEST-NUMBER BY 10000
043900         GIVING WS-QUOTIENT REMAINDER GEN-HOUSE-NUMBER.
044000     MOVE GEN-HOUSE-NUMBER TO GEN-UNIT-NUMBER GEN-PHONE-LINE.
044100     MOVE WS-QUOTIENT TO GEN-PHONE-EXCHANGE.
044200     IF GEN-HOUSE-NUMBER = ZERO
044300        MOVE 10 TO GEN-HOUSE-NUMBER
044400     END-IF.
044500******************************************************************
044600 BUILD-MASTER-FILE.
044700     MOVE 1 TO WS-FILE-SUB.
044800     MOVE SPACES TO INPUT-SWITCH.
044900     OPEN INPUT MASTER-FILE.
045000     OPEN OUTPUT TEST-MASTER-FILE.
045100     PERFORM BUILD-ONE-MASTER
045200         THRU BUILD-ONE-MASTER-EXIT
045300        UNTIL END-OF-FILE.
045400     CLOSE MASTER-FILE TEST-MASTER-FILE.
045500******************************************************************
045600 BUILD-ONE-MASTER.
045700     READ MASTER-FILE NEXT RECORD AT END
045800         MOVE 'EOF' TO INPUT-SWITCH
045900     END-READ.
046000     IF END-OF-FILE
046100        GO TO BUILD-ONE-MASTER-EXIT
046200     END-IF.
046300     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
046400     MOVE MSTR-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
046500     PERFORM MAP-ACCOUNT.
046600     IF MSTR-NAME NOT = SPACES
046700        MOVE GEN-SHORT-NAME TO MSTR-NAME
046800     END-IF.
046900     MOVE MASTER-RECORD TO TEST-MASTER-RECORD.
047000     MOVE WS-NEW-ACCOUNT TO TST-MSTR-ACCOUNT-NUMBER.
047100     WRITE TEST-MASTER-RECORD
047200         INVALID KEY
047300            PERFORM REPORT-WRITE-ERROR
047400         NOT INVALID KEY
047500            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
047600     END-WRITE.
047700 BUILD-ONE-MASTER-EXIT.
047800     EXIT.
047900******************************************************************
048000 BUILD-NAME-ADDRESS-FILE.
048100     MOVE 2 TO WS-FILE-SUB.
048200     MOVE SPACES TO INPUT-SWITCH.
048300     OPEN INPUT NAME-ADDRESS-FILE.
048400     OPEN OUTPUT TEST-NAME-ADDRESS-FILE.
048500     PERFORM BUILD-ONE-NAME-ADDRESS
048600         THRU BUILD-ONE-NAME-ADDRESS-EXIT
048700        UNTIL END-OF-FILE.
048800     CLOSE NAME-ADDRESS-FILE TEST-NAME-ADDRESS-FILE.
048900******************************************************************
049000 BUILD-ONE-NAME-ADDRESS.
049100     READ NAME-ADDRESS-FILE NEXT RECORD AT END
049200         MOVE 'EOF' TO INPUT-SWITCH
049300     END-READ.
049400     IF END-OF-FILE
049500        GO TO BUILD-ONE-NAME-ADDRESS-EXIT
049600     END-IF.
049700     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
049800     MOVE NA-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
049900     PERFORM MAP-ACCOUNT.
050000     IF NA-NAME NOT = SPACES
050100        MOVE GEN-LONG-NAME TO NA-NAME
050200     END-IF.
050300     IF NA-ADDRESS-1 NOT = SPACES
050400        MOVE GEN-ADDRESS-1 TO NA-ADDRESS-1
050500     END-IF.
050600     IF NA-ADDRESS-2 NOT = SPACES
050700        MOVE GEN-ADDRESS-2 TO NA-ADDRESS-2
050800     END-IF.
050900     IF NA-CITY NOT = SPACES
051000        MOVE GEN-CITY TO NA-CITY
051100     END-IF.
051200     IF NA-POSTAL-CODE NOT = SPACES
051300        MOVE GEN-POSTAL-CODE TO NA-POSTAL-CODE
051400     END-IF.
051500     IF NA-PHONE NOT = SPACES
051600        MOVE GEN-PHONE TO NA-PHONE
051700     END-IF.
051800     MOVE NAME-ADDRESS-RECORD TO TEST-NAME-ADDRESS-RECORD.
051900     MOVE WS-NEW-ACCOUNT TO TST-NA-ACCOUNT-NUMBER.
052000     WRITE TEST-NAME-ADDRESS-RECORD
052100         INVALID KEY
052200            PERFORM REPORT-WRITE-ERROR
052300         NOT INVALID KEY
052400            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
052500     END-WRITE.
052600 BUILD-ONE-NAME-ADDRESS-EXIT.
052700     EXIT.
052800******************************************************************
052900 BUILD-BALANCE-FILE.
053000     MOVE 3 TO WS-FILE-SUB.
053100     MOVE SPACES TO INPUT-SWITCH.
053200     OPEN INPUT BALANCE-FILE.
053300     OPEN OUTPUT TEST-BALANCE-FILE.
053400     PERFORM BUILD-ONE-BALANCE
053500         THRU BUILD-ONE-BALANCE-EXIT
053600        UNTIL END-OF-FILE.
053700     CLOSE BALANCE-FILE TEST-BALANCE-FILE.
053800******************************************************************
053900 BUILD-ONE-BALANCE.
054000     READ BALANCE-FILE NEXT RECORD AT END
054100         MOVE 'EOF' TO INPUT-SWITCH
054200     END-READ.
054300     IF END-OF-FILE
054400        GO TO BUILD-ONE-BALANCE-EXIT
054500     END-IF.
054600     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
054700     MOVE AB-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
054800     PERFORM MAP-ACCOUNT.
054900     IF AB-NAME NOT = SPACES
055000        MOVE GEN-SHORT-NAME TO AB-NAME
055100     END-IF.
055200     MOVE ACCOUNT-BALANCE-RECORD TO TEST-BALANCE-RECORD.
055300     MOVE WS-NEW-ACCOUNT TO TST-AB-ACCOUNT-NUMBER.
055400     WRITE TEST-BALANCE-RECORD
055500         INVALID KEY
055600            PERFORM REPORT-WRITE-ERROR
055700         NOT INVALID KEY
055800            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
055900     END-WRITE.
056000 BUILD-ONE-BALANCE-EXIT.
056100     EXIT.
056200******************************************************************
056300 BUILD-HISTORY-FILE.
056400     MOVE 4 TO WS-FILE-SUB.
056500     MOVE SPACES TO INPUT-SWITCH.
056600     OPEN INPUT HISTORY-FILE.
056700     OPEN OUTPUT TEST-HISTORY-FILE.
056800     PERFORM BUILD-ONE-HISTORY
056900         THRU BUILD-ONE-HISTORY-EXIT
057000        UNTIL END-OF-FILE.
057100     CLOSE HISTORY-FILE TEST-HISTORY-FILE.
057200******************************************************************
057300 BUILD-ONE-HISTORY.
057400     READ HISTORY-FILE NEXT RECORD AT END
057500         MOVE 'EOF' TO INPUT-SWITCH
057600     END-READ.
057700     IF END-OF-FILE
057800        GO TO BUILD-ONE-HISTORY-EXIT
057900     END-IF.
058000     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
058100     MOVE HIST-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
058200     PERFORM MAP-ACCOUNT.
058300     IF HIST-NAME NOT = SPACES
058400        MOVE GEN-SHORT-NAME TO HIST-NAME
058500     END-IF.
058600     MOVE HISTORY-RECORD TO TEST-HISTORY-RECORD.
058700     MOVE WS-NEW-ACCOUNT TO TST-HIST-ACCOUNT.
058800     WRITE TEST-HISTORY-RECORD
058900         INVALID KEY
059000            PERFORM REPORT-WRITE-ERROR
059100         NOT INVALID KEY
059200            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
059300     END-WRITE.
059400 BUILD-ONE-HISTORY-EXIT.
059500     EXIT.
059600******************************************************************
059700 BUILD-CREDIT-LIMIT-FILE.
059800     MOVE 5 TO WS-FILE-SUB.
059900     MOVE SPACES TO INPUT-SWITCH.
060000     OPEN INPUT CREDIT-LIMIT-FILE.
060100     OPEN OUTPUT TEST-CREDIT-LIMIT-FILE.
060200     PERFORM BUILD-ONE-CREDIT-LIMIT
060300         THRU BUILD-ONE-CREDIT-LIMIT-EXIT
060400        UNTIL END-OF-FILE.
060500     CLOSE CREDIT-LIMIT-FILE TEST-CREDIT-LIMIT-FILE.
060600******************************************************************
060700 BUILD-ONE-CREDIT-LIMIT.
060800     READ CREDIT-LIMIT-FILE NEXT RECORD AT END
060900         MOVE 'EOF' TO INPUT-SWITCH
061000     END-READ.
061100     IF END-OF-FILE
061200        GO TO BUILD-ONE-CREDIT-LIMIT-EXIT
061300     END-IF.
061400     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
061500     MOVE CL-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
061600     PERFORM MAP-ACCOUNT.
061700     MOVE CREDIT-LIMIT-RECORD TO TEST-CREDIT-LIMIT-RECORD.
061800     MOVE WS-NEW-ACCOUNT TO TST-CL-ACCOUNT-NUMBER.
061900     WRITE TEST-CREDIT-LIMIT-RECORD
062000         INVALID KEY
062100            PERFORM REPORT-WRITE-ERROR
062200         NOT INVALID KEY
062300            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
062400     END-WRITE.
062500 BUILD-ONE-CREDIT-LIMIT-EXIT.
062600     EXIT.
062700******************************************************************
062800 BUILD-PROMISE-FILE.
062900     MOVE 6 TO WS-FILE-SUB.
063000     MOVE SPACES TO INPUT-SWITCH.
063100     OPEN INPUT PROMISE-FILE.
063200     OPEN OUTPUT TEST-PROMISE-FILE.
063300     PERFORM BUILD-ONE-PROMISE
063400         THRU BUILD-ONE-PROMISE-EXIT
063500        UNTIL END-OF-FILE.
063600     CLOSE PROMISE-FILE TEST-PROMISE-FILE.
063700******************************************************************
063800 BUILD-ONE-PROMISE.
063900     READ PROMISE-FILE NEXT RECORD AT END
064000         MOVE 'EOF' TO INPUT-SWITCH
064100     END-READ.
064200     IF END-OF-FILE
064300        GO TO BUILD-ONE-PROMISE-EXIT
064400     END-IF.
064500     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
064600     MOVE PR-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
064700     PERFORM MAP-ACCOUNT.
064800     MOVE PROMISE-RECORD TO TEST-PROMISE-RECORD.
064900     MOVE WS-NEW-ACCOUNT TO TST-PR-ACCOUNT-NUMBER.
065000     WRITE TEST-PROMISE-RECORD
065100         INVALID KEY
065200            PERFORM REPORT-WRITE-ERROR
065300         NOT INVALID KEY
065400            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
065500     END-WRITE.
065600 BUILD-ONE-PROMISE-EXIT.
065700     EXIT.
065800******************************************************************
065900 BUILD-LETTER-HISTORY-FILE.
066000     MOVE 7 TO WS-FILE-SUB.
066100     MOVE SPACES TO INPUT-SWITCH.
066200     OPEN INPUT LETTER-HISTORY-FILE.
066300     OPEN OUTPUT TEST-LETTER-HISTORY-FILE.
066400     PERFORM BUILD-ONE-LETTER-HISTORY
066500         THRU BUILD-ONE-LETTER-HISTORY-EXIT
066600        UNTIL END-OF-FILE.
066700     CLOSE LETTER-HISTORY-FILE TEST-LETTER-HISTORY-FILE.
066800******************************************************************
066900 BUILD-ONE-LETTER-HISTORY.
067000     READ LETTER-HISTORY-FILE NEXT RECORD AT END
067100         MOVE 'EOF' TO INPUT-SWITCH
067200     END-READ.
067300     IF END-OF-FILE
067400        GO TO BUILD-ONE-LETTER-HISTORY-EXIT
067500     END-IF.
067600     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
067700     MOVE LH-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
067800     PERFORM MAP-ACCOUNT.
067900     MOVE LETTER-HISTORY-RECORD TO TEST-LETTER-HISTORY-RECORD.
068000     MOVE WS-NEW-ACCOUNT TO TST-LH-ACCOUNT-NUMBER.
068100     WRITE TEST-LETTER-HISTORY-RECORD
068200         INVALID KEY
068300            PERFORM REPORT-WRITE-ERROR
068400         NOT INVALID KEY
068500            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
068600     END-WRITE.
068700 BUILD-ONE-LETTER-HISTORY-EXIT.
068800     EXIT.
068900******************************************************************
069000 BUILD-PAID-ITEMS-FILE.
069100     MOVE 8 TO WS-FILE-SUB.
069200     MOVE SPACES TO INPUT-SWITCH.
069300     OPEN INPUT PAID-ITEMS-FILE.
069400     OPEN OUTPUT TEST-PAID-ITEMS-FILE.
069500     PERFORM BUILD-ONE-PAID-ITEM
069600         THRU BUILD-ONE-PAID-ITEM-EXIT
069700        UNTIL END-OF-FILE.
069800     CLOSE PAID-ITEMS-FILE TEST-PAID-ITEMS-FILE.
069900******************************************************************
070000 BUILD-ONE-PAID-ITEM.
070100     READ PAID-ITEMS-FILE NEXT RECORD AT END
070200         MOVE 'EOF' TO INPUT-SWITCH
070300     END-READ.
070400     IF END-OF-FILE
070500        GO TO BUILD-ONE-PAID-ITEM-EXIT
070600     END-IF.
070700     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
070800     MOVE PI-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
070900     PERFORM MAP-ACCOUNT.
071000     MOVE PAID-ITEM-RECORD TO TEST-PAID-ITEM-RECORD.
071100     MOVE WS-NEW-ACCOUNT TO TST-PI-ACCOUNT.
071200     WRITE TEST-PAID-ITEM-RECORD
071300         INVALID KEY
071400            PERFORM REPORT-WRITE-ERROR
071500         NOT INVALID KEY
071600            ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB)
071700     END-WRITE.
071800 BUILD-ONE-PAID-ITEM-EXIT.
071900     EXIT.
072000******************************************************************
      * THE FEED IS COPIED RECORD FOR RECORD. A DETAIL WITH A NUMERIC
      * ACCOUNT IS RE-KEYED AND RENAMED AND THE CHANGE IN ITS ACCOUNT
      * NUMBER CARRIED TO ITS SUPPLIER'S TRAILER HASH; ANY OTHER
      * RECORD PASSES THROUGH AS IT CAME, SO A PRODUCTION FEED THAT
      * WAS OUT OF BALANCE IS OUT OF BALANCE BY THE SAME AMOUNT.
      ******************************************************************
072100 BUILD-COMBINED-FILE.
072200     MOVE 9 TO WS-FILE-SUB.
072300     MOVE SPACES TO INPUT-SWITCH.
072400     MOVE ZERO TO WS-HASH-ADJUST.
072500     OPEN INPUT COMBINED-FILE.
072600     OPEN OUTPUT TEST-COMBINED-FILE.
072700     PERFORM BUILD-ONE-COMBINED
072800         THRU BUILD-ONE-COMBINED-EXIT
072900        UNTIL END-OF-FILE.
073000     CLOSE COMBINED-FILE TEST-COMBINED-FILE.
073100******************************************************************
073200 BUILD-ONE-COMBINED.
073300     READ COMBINED-FILE AT END
073400         MOVE 'EOF' TO INPUT-SWITCH
073500     END-READ.
073600     IF END-OF-FILE
073700        GO TO BUILD-ONE-COMBINED-EXIT
073800     END-IF.
073900     ADD 1 TO FC-IN-COUNT (WS-FILE-SUB).
074000     IF CMB-IS-HEADER
074100        MOVE ZERO TO WS-HASH-ADJUST
074200     END-IF.
074300     IF CMB-IS-TRAILER
074400        ADD WS-HASH-ADJUST TO CMB-TRL-HASH-TOTAL
074500        MOVE ZERO TO WS-HASH-ADJUST
074600     END-IF.
074700     IF CMB-IS-DETAIL AND CMB-ACCOUNT-NUMBER NUMERIC
074800        MOVE CMB-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT
074900        PERFORM MAP-ACCOUNT
075000        COMPUTE WS-HASH-ADJUST = WS-HASH-ADJUST
075100            + WS-NEW-ACCOUNT - WS-OLD-ACCOUNT
075200        MOVE WS-NEW-ACCOUNT TO CMB-ACCOUNT-NUMBER
075300        IF CMB-NAME NOT = SPACES
075400           MOVE GEN-SHORT-NAME TO CMB-NAME
075500        END-IF
075600     END-IF.
075700     WRITE TEST-COMBINED-RECORD FROM COMBINED-RECORD.
075800     ADD 1 TO FC-OUT-COUNT (WS-FILE-SUB).
075900 BUILD-ONE-COMBINED-EXIT.
076000     EXIT.
076100******************************************************************
076200 REPORT-WRITE-ERROR.
076300     ADD 1 TO WS-ERROR-COUNT.
076400     MOVE FN-FILE-NAME (WS-FILE-SUB) TO BEL-FILE-NAME.
076500     MOVE WS-OLD-ACCOUNT TO BEL-OLD-ACCOUNT.
076600     MOVE WS-NEW-ACCOUNT TO BEL-NEW-ACCOUNT.
076700     MOVE 'WRITE FAILED - STATUS   ' TO BEL-NOTE.
076800     MOVE WS-TEST-STATUS TO BEL-NOTE (23:2).
076900     IF LINES-WRITTEN >= WS-PAGE-SIZE
077000        PERFORM WRITE-HEADER
077100        MOVE 2 TO LINE-SPACING
077200     END-IF.
077300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
077400     MOVE BUILD-ERROR-LINE TO OUTPUT-LINE.
077500     WRITE OUTPUT-RECORD.
077600     ADD 1 TO LINES-WRITTEN.
077700     MOVE 1 TO LINE-SPACING.
077800******************************************************************
077900 WRITE-BUILD-TOTALS.
078000     MOVE 2 TO LINE-SPACING.
078100     PERFORM WRITE-ONE-TOTAL-LINE
078200         VARYING WS-FILE-SUB FROM 1 BY 1
078300         UNTIL WS-FILE-SUB > 9.
078400     MOVE 2 TO LINE-SPACING.
078500     MOVE 'TEST ACCOUNTS ASSIGNED              ' TO BNL-TAG.
078600     MOVE WS-LAST-TEST-NUMBER TO BNL-COUNT.
078700     PERFORM WRITE-ONE-NOTE-LINE.
078800     MOVE 'OF WHICH NOT ON THE MASTER          ' TO BNL-TAG.
078900     MOVE WS-ORPHAN-COUNT TO BNL-COUNT.
079000     PERFORM WRITE-ONE-NOTE-LINE.
079100     MOVE 'RECORDS NOT WRITTEN                 ' TO BNL-TAG.
079200     MOVE WS-ERROR-COUNT TO BNL-COUNT.
079300     PERFORM WRITE-ONE-NOTE-LINE.
079400******************************************************************
079500 WRITE-ONE-TOTAL-LINE.
079600     MOVE FN-FILE-NAME (WS-FILE-SUB) TO BTL-FILE-NAME.
079700     MOVE FC-IN-COUNT (WS-FILE-SUB) TO BTL-IN-COUNT.
079800     MOVE FC-OUT-COUNT (WS-FILE-SUB) TO BTL-OUT-COUNT.
079900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
080000     MOVE BUILD-TOTAL-LINE TO OUTPUT-LINE.
080100     WRITE OUTPUT-RECORD.
080200     ADD 1 TO LINES-WRITTEN.
080300     MOVE 1 TO LINE-SPACING.
080400******************************************************************
080500 WRITE-ONE-NOTE-LINE.
080600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
080700     MOVE BUILD-NOTE-LINE TO OUTPUT-LINE.
080800     WRITE OUTPUT-RECORD.
080900     ADD 1 TO LINES-WRITTEN.
081000     MOVE 1 TO LINE-SPACING.
081100******************************************************************
081200 WRITE-HEADER.
081300     MOVE ZERO TO LINES-WRITTEN.
081400     ACCEPT HDR-PRT-DATE FROM DATE.
081500     ACCEPT HDR-PRT-TIME FROM TIME.
081600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
081700     ADD 1 TO PAGE-COUNT
081800     MOVE '   MASKED TEST-DATA BUILD      '   TO REPORT-TITLE.
081900     MOVE PAGE-COUNT TO PAGE-NUMBER.
082000     MOVE HEADER-RECORD TO OUTPUT-LINE.
082100     WRITE OUTPUT-RECORD.
082200     MOVE 1 TO LINE-SPACING.
082300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
082400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
082500     WRITE OUTPUT-RECORD.
082600     ADD 1 TO LINES-WRITTEN.
