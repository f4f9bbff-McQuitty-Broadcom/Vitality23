000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINCNF01.
      ******************************************************************
      * FINCNF01 -- AUDITOR RECEIVABLES CONFIRMATION SAMPLE AND
      *             LETTERS. AT YEAR END THE EXTERNAL AUDITORS USED TO
      *             PICK ACCOUNTS BY HAND OFF A MASTER LISTING AND THE
      *             CONFIRMATION LETTERS WERE TYPED. THIS PROGRAM DRAWS
      *             A MONETARY-UNIT SAMPLE FROM THE AR MASTER:
      *               - PASS 1 TOTALS THE POPULATION, EVERY ACCOUNT
      *                 WITH A DEBIT BALANCE (MSTR-AMOUNT-1 PLUS
      *                 MSTR-AMOUNT-2 ABOVE ZERO), IN CENTS,
      *               - THE SAMPLING INTERVAL IS THE POPULATION OVER
      *                 THE CARD'S SAMPLE SIZE, AND THE RANDOM START
      *                 WITHIN THE FIRST INTERVAL COMES FROM THE
      *                 CARD'S SEED (PARK-MILLER MULTIPLICATIVE
      *                 GENERATOR, MULTIPLIER 16807, MODULUS 2**31-1),
      *               - PASS 2 RUNS THE CUMULATIVE BALANCE IN ACCOUNT
      *                 ORDER AND SELECTS EVERY ACCOUNT IN WHICH A
      *                 SAMPLING POINT (START, START + INTERVAL, ...)
      *                 FALLS. AN ACCOUNT LARGER THAN THE INTERVAL IS
      *                 SELECTED ONCE WITH ITS HIT COUNT.
      *             THE SAME SEED AND SIZE AGAINST THE SAME MASTER
      *             ALWAYS DRAW THE SAME SAMPLE, SO THE AUDITORS CAN
      *             RE-PERFORM THE SELECTION.
      *             EACH SELECTION IS FILED ON THE CONFIRMATION FILE
      *             (SEE CONFIRM) UNDER THE CONFIRMATION DATE AND A
      *             POSITIVE-CONFIRMATION LETTER IS FORMED WITH THE
      *             NAME-AND-ADDRESS MASTER ADDRESS AND THE BALANCE AS
      *             OF THE CONFIRMATION DATE. THE PROGRAM IS RUN ON THE
      *             CONFIRMATION DATE, BEFORE THE NEXT DAY'S POSTING,
      *             SO THE MASTER BALANCE IS THE BALANCE AS OF THAT
      *             DATE. A SELECTION WITH NO ADDRESS ON FILE IS FILED
      *             AS NOT MAILED AND ENDS THE RUN RETURN-CODE 4.
      *             NO SAMPLE SIZE OR SEED ON THE CARD ENDS THE RUN
      *             RETURN-CODE 12 WITH NOTHING SELECTED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-19  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT PARAMETER-FILE ASSIGN U-T-CNFPRM.
000800     SELECT LETTER-FILE ASSIGN U-T-CNFLTR.
000900     SELECT MASTER-FILE ASSIGN U-T-MASTER
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS NA-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-NAMADR-STATUS.
001900     SELECT CONFIRM-FILE ASSIGN U-T-CONFRM
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS CF-KEY
002300        FILE STATUS IS WS-CONFRM-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD REPORT-FILE
002700     LABEL RECORDS ARE OMITTED
002800     RECORDING MODE IS F
002900     RECORD CONTAINS 133 CHARACTERS
003000     DATA RECORD IS OUTPUT-RECORD.
003100   01 OUTPUT-RECORD.
003200     02 CARRIAGE-CONTROL PIC X.
003300     02 OUTPUT-LINE      PIC X(132).
003400 FD PARAMETER-FILE
003500     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 80 CHARACTERS
003700     DATA RECORD IS CONFIRM-PARAMETER-RECORD.
003800 COPY CNFPARM.
003900 FD LETTER-FILE
004000     LABEL RECORDS ARE OMITTED
004100     RECORDING MODE IS F
004200     RECORD CONTAINS 133 CHARACTERS
004300     DATA RECORD IS LETTER-RECORD.
004400   01 LETTER-RECORD.
004500     02 LTR-CARRIAGE-CONTROL PIC X.
004600     02 LTR-LINE             PIC X(132).
004700 FD MASTER-FILE
004800     LABEL RECORDS ARE STANDARD
004900     DATA RECORD IS MASTER-RECORD.
005000 COPY MSTRFILE.
005100 FD NAME-ADDRESS-FILE
005200     LABEL RECORDS ARE STANDARD
005300     DATA RECORD IS NAME-ADDRESS-RECORD.
005400 COPY NAMADDR.
005500 FD CONFIRM-FILE
005600     LABEL RECORDS ARE STANDARD
005700     DATA RECORD IS CONFIRMATION-RECORD.
005800 COPY CONFIRM.
      ******************************************************************
005900 WORKING-STORAGE SECTION.
006000 COPY HEADER1.
006100 01  PROGRAM-WORK-FIELDS.
006200     02  INPUT-SWITCH      PIC X(3).
006300         88  END-OF-FILE   VALUE 'EOF'.
006400     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
006500     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006600     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
006700     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
006800     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
006900     02  WS-CONFRM-STATUS  PIC X(2)  VALUE ZERO.
007000     02  ADDRESS-SWITCH    PIC X(3)  VALUE 'NO '.
007100         88  ADDRESS-FOUND VALUE 'YES'.
007200     02  WS-NET-BALANCE    PIC S9(5)V99 VALUE ZERO.
007300     02  WS-SAMPLE-SIZE    PIC 9(5)  VALUE ZERO.
007400     02  WS-REPLY-DAYS     PIC 9(3)  VALUE 30.
007500     02  WS-HIT-COUNT      PIC 9(3)  VALUE ZERO.
007600     02  WS-DISPOSITION    PIC X(24) VALUE SPACES.
007700     02  WS-POPULATION-COUNT PIC 9(7) VALUE ZERO.
007800     02  WS-POPULATION-VALUE PIC 9(11)V99 VALUE ZERO.
007900     02  WS-SELECTED-COUNT PIC 9(5)  VALUE ZERO.
008000     02  WS-SELECTED-VALUE PIC 9(11)V99 VALUE ZERO.
008100     02  WS-LETTER-COUNT   PIC 9(5)  VALUE ZERO.
008200     02  WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
008300     02  WS-ON-FILE-COUNT  PIC 9(5)  VALUE ZERO.
      ******************************************************************
      * MONETARY-UNIT SAMPLING WORK -- ALL IN CENTS.
      ******************************************************************
008400 01  SAMPLING-WORK-FIELDS.
008500     02  WS-RANDOM-SEED    PIC 9(10)     COMP-3 VALUE ZERO.
008600     02  WS-RANDOM-PRODUCT PIC 9(15)     COMP-3 VALUE ZERO.
008700     02  WS-RANDOM-QUOTIENT PIC 9(15)    COMP-3 VALUE ZERO.
008800     02  WS-RANDOM-MULTIPLIER PIC 9(5)   COMP-3 VALUE 16807.
008900     02  WS-RANDOM-MODULUS PIC 9(10)     COMP-3
009000                           VALUE 2147483647.
009100     02  WS-POPULATION-CENTS PIC 9(13)   COMP-3 VALUE ZERO.
009200     02  WS-INTERVAL-CENTS PIC 9(13)     COMP-3 VALUE ZERO.
009300     02  WS-START-CENTS    PIC 9(13)     COMP-3 VALUE ZERO.
009400     02  WS-NEXT-POINT     PIC 9(15)     COMP-3 VALUE ZERO.
009500     02  WS-CUMULATIVE-CENTS PIC 9(15)   COMP-3 VALUE ZERO.
009600     02  WS-BALANCE-CENTS  PIC 9(9)      COMP-3 VALUE ZERO.
009700     02  WS-WORK-QUOTIENT  PIC 9(13)     COMP-3 VALUE ZERO.
009800     02  WS-INTERVAL-AMOUNT PIC 9(11)V99 VALUE ZERO.
009900 01  DATE-WORK-FIELDS.
010000     02  WS-CONFIRM-DATE   PIC 9(8)  VALUE ZERO.
010100     02  WS-REPLY-DATE     PIC 9(8)  VALUE ZERO.
010200 COPY PAGING.
010300 COPY FINBDC01.
010400 COPY FINDTC01.
010500 01  LETTER-ADDRESS-LINE.
010600     02  FILLER                PIC X(6).
010700     02  LTA-TEXT              PIC X(40).
010800     02  FILLER                PIC X(86).
010900 01  LETTER-CITY-LINE.
011000     02  FILLER                PIC X(6).
011100     02  LTC-CITY              PIC X(18).
011200     02  FILLER                PIC X(1).
011300     02  LTC-POSTAL            PIC X(8).
011400     02  FILLER                PIC X(99).
011500 01  LETTER-DATE-LINE.
011600     02  FILLER                PIC X(6).
011700     02  FILLER                PIC X(6)  VALUE 'DATE: '.
011800     02  LTD-DATE              PIC 9(8).
011900     02  FILLER                PIC X(112).
012000 01  LETTER-BODY-LINE.
012100     02  FILLER                PIC X(6).
012200     02  LTB-TEXT              PIC X(70).
012300     02  FILLER                PIC X(56).
012400 01  LETTER-AMOUNT-LINE.
012500     02  FILLER                PIC X(6).
012600     02  FILLER                PIC X(8)  VALUE 'ACCOUNT '.
012700     02  LTM-ACCOUNT           PIC 9(8).
012800     02  FILLER                PIC X(17)
012900         VALUE '   BALANCE AS OF '.
013000     02  LTM-DATE              PIC 9(8).
013100     02  FILLER                PIC X(4)  VALUE ' -  '.
013200     02  LTM-AMOUNT            PIC ZZZ,ZZ9.99.
013300     02  FILLER                PIC X(71).
013400 01  LETTER-REPLY-LINE.
013500     02  FILLER                PIC X(6).
013600     02  FILLER                PIC X(33)
013700         VALUE 'PLEASE REPLY TO OUR AUDITORS BY: '.
013800     02  LTR-REPLY-DATE        PIC 9(8).
013900     02  FILLER                PIC X(85).
014000 01  REGISTER-DETAIL-LINE.
014100     02  FILLER                PIC X(2).
014200     02  REG-SEQ               PIC ZZZZ9.
014300     02  FILLER                PIC X(2).
014400     02  REG-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
014500     02  FILLER                PIC X(2).
014600     02  REG-NAME              PIC X(30).
014700     02  FILLER                PIC X(2).
014800     02  REG-BALANCE           PIC ZZZ,ZZ9.99.
014900     02  FILLER                PIC X(2).
015000     02  REG-CUMULATIVE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
015100     02  FILLER                PIC X(2).
015200     02  REG-HITS              PIC ZZ9.
015300     02  FILLER                PIC X(2).
015400     02  REG-DISPOSITION       PIC X(24).
015500     02  FILLER                PIC X(18).
015600 01  SUMMARY-COUNT-LINE.
015700     02  FILLER                PIC X(2).
015800     02  SMC-TAG               PIC X(30).
015900     02  SMC-COUNT             PIC ZZZ,ZZZ,ZZ9.
016000     02  FILLER                PIC X(89).
016100 01  SUMMARY-AMOUNT-LINE.
016200     02  FILLER                PIC X(2).
016300     02  SMA-TAG               PIC X(30).
016400     02  SMA-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
016500     02  FILLER                PIC X(82).
016600 01  SUMMARY-DATE-LINE.
016700     02  FILLER                PIC X(2).
016800     02  SMD-TAG               PIC X(30).
016900     02  FILLER                PIC X(3).
017000     02  SMD-DATE              PIC 9(8).
017100     02  FILLER                PIC X(89).
017200 01  COLUMN-HEADING-LINE.
017300     02  FILLER                PIC X(2).
017400     02  FILLER                PIC X(5)  VALUE '  SEQ'.
017500     02  FILLER                PIC X(2).
017600     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
017700     02  FILLER                PIC X(2).
017800     02  FILLER                PIC X(30) VALUE 'CUSTOMER'.
017900     02  FILLER                PIC X(2).
018000     02  FILLER                PIC X(10) VALUE '   BALANCE'.
018100     02  FILLER                PIC X(2).
018200     02  FILLER                PIC X(18)
018300         VALUE '  CUMULATIVE VALUE'.
018400     02  FILLER                PIC X(2).
018500     02  FILLER                PIC X(3)  VALUE 'HIT'.
018600     02  FILLER                PIC X(2).
018700     02  FILLER                PIC X(24) VALUE 'DISPOSITION'.
018800     02  FILLER                PIC X(18).
018900******************************************************************
019000 PROCEDURE DIVISION.
019100     DISPLAY 'FINCNF01 - AUDIT CONFIRMATION SAMPLE STARTING'.
019200     MOVE ZERO TO BD-REQUEST-DATE.
019300     CALL 'FINBDT01' USING FINBDC01-RECORD.
019400     PERFORM READ-PARAMETER-CARD.
019500     IF WS-SAMPLE-SIZE = ZERO OR WS-RANDOM-SEED = ZERO
019600        DISPLAY 'FINCNF01 - NO SAMPLE SIZE OR SEED ON THE '
019700            'PARAMETER CARD - NOTHING SELECTED'
019800        MOVE 12 TO RETURN-CODE
019900        GOBACK
020000     END-IF.
020100     PERFORM TOTAL-POPULATION.
020200     IF WS-POPULATION-CENTS = ZERO
020300        DISPLAY 'FINCNF01 - NO DEBIT BALANCES ON THE MASTER - '
020400            'NOTHING SELECTED'
020500        MOVE 12 TO RETURN-CODE
020600        GOBACK
020700     END-IF.
020800     PERFORM SET-SAMPLING-INTERVAL.
020900     OPEN OUTPUT REPORT-FILE LETTER-FILE.
021000     OPEN INPUT MASTER-FILE NAME-ADDRESS-FILE.
021100     OPEN I-O CONFIRM-FILE.
021200     PERFORM WRITE-HEADER.
021300     MOVE ZERO TO WS-CUMULATIVE-CENTS.
021400     MOVE WS-START-CENTS TO WS-NEXT-POINT.
021500     PERFORM GET-MASTER-RECORD.
021600     PERFORM SELECT-AND-READ
021700        UNTIL END-OF-FILE.
021800     PERFORM WRITE-SAMPLE-SUMMARY.
021900     CLOSE MASTER-FILE NAME-ADDRESS-FILE CONFIRM-FILE
022000         LETTER-FILE REPORT-FILE.
022100     DISPLAY 'FINCNF01 - ACCOUNTS SELECTED: ' WS-SELECTED-COUNT.
022200     DISPLAY 'FINCNF01 - LETTERS FORMED:    ' WS-LETTER-COUNT.
022300     DISPLAY 'FINCNF01 - NO ADDRESS:        ' WS-NO-ADDRESS-COUNT.
022400     DISPLAY 'FINCNF01 - ALREADY ON FILE:   ' WS-ON-FILE-COUNT.
022500     IF WS-NO-ADDRESS-COUNT > ZERO OR WS-ON-FILE-COUNT > ZERO
022600        MOVE 4 TO RETURN-CODE
022700     END-IF.
022800     GOBACK.
022900******************************************************************
023000 READ-PARAMETER-CARD.
023100     OPEN INPUT PARAMETER-FILE.
023200     READ PARAMETER-FILE AT END
023300         MOVE ZERO TO CP-CONFIRM-DATE CP-SAMPLE-SIZE
023400                      CP-RANDOM-SEED CP-REPLY-DAYS
023500     END-READ.
023600     CLOSE PARAMETER-FILE.
023700     IF CP-CONFIRM-DATE NUMERIC AND CP-CONFIRM-DATE > ZERO
023800        MOVE CP-CONFIRM-DATE TO WS-CONFIRM-DATE
023900     ELSE
024000        MOVE BD-BUSINESS-DATE TO WS-CONFIRM-DATE
024100     END-IF.
024200     IF CP-SAMPLE-SIZE NUMERIC
024300        MOVE CP-SAMPLE-SIZE TO WS-SAMPLE-SIZE
024400     END-IF.
024500     IF CP-RANDOM-SEED NUMERIC
024600        MOVE CP-RANDOM-SEED TO WS-RANDOM-SEED
024700     END-IF.
024800     IF CP-REPLY-DAYS NUMERIC AND CP-REPLY-DAYS > ZERO
024900        MOVE CP-REPLY-DAYS TO WS-REPLY-DAYS
025000     END-IF.
025100     MOVE 'A' TO DT-FUNCTION.
025200     MOVE WS-CONFIRM-DATE TO DT-BASE-DATE.
025300     MOVE WS-REPLY-DAYS TO DT-DAY-COUNT.
025400     CALL 'FINDTE01' USING FINDTC01-RECORD.
025500     IF DT-RESULT-OK
025600        MOVE DT-RESULT-DATE TO WS-REPLY-DATE
025700     END-IF.
025800******************************************************************
      * PASS 1 -- THE POPULATION IS EVERY DEBIT BALANCE ON THE MASTER.
      ******************************************************************
025900 TOTAL-POPULATION.
026000     OPEN INPUT MASTER-FILE.
026100     MOVE SPACES TO INPUT-SWITCH.
026200     PERFORM GET-MASTER-RECORD.
026300     PERFORM TOTAL-AND-READ
026400        UNTIL END-OF-FILE.
026500     CLOSE MASTER-FILE.
026600     MOVE SPACES TO INPUT-SWITCH.
026700******************************************************************
026800 TOTAL-AND-READ.
026900     COMPUTE WS-NET-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
027000     IF WS-NET-BALANCE > ZERO
027100        ADD 1 TO WS-POPULATION-COUNT
027200        ADD WS-NET-BALANCE TO WS-POPULATION-VALUE
027300        COMPUTE WS-BALANCE-CENTS = WS-NET-BALANCE * 100
027400        ADD WS-BALANCE-CENTS TO WS-POPULATION-CENTS
027500     END-IF.
027600     PERFORM GET-MASTER-RECORD.
027700******************************************************************
      * INTERVAL = POPULATION / SAMPLE SIZE (AT LEAST ONE CENT). ONE
      * DRAW OF THE GENERATOR FROM THE SEED GIVES THE RANDOM START,
      * 1 THROUGH THE INTERVAL.
      ******************************************************************
027800 SET-SAMPLING-INTERVAL.
027900     DIVIDE WS-POPULATION-CENTS BY WS-SAMPLE-SIZE
028000         GIVING WS-INTERVAL-CENTS.
028100     IF WS-INTERVAL-CENTS = ZERO
028200        MOVE 1 TO WS-INTERVAL-CENTS
028300     END-IF.
028400     COMPUTE WS-INTERVAL-AMOUNT = WS-INTERVAL-CENTS / 100.
028500     COMPUTE WS-RANDOM-PRODUCT =
028600         WS-RANDOM-SEED * WS-RANDOM-MULTIPLIER.
028700     DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
028800         GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-SEED.
028900     DIVIDE WS-RANDOM-SEED BY WS-INTERVAL-CENTS
029000         GIVING WS-WORK-QUOTIENT REMAINDER WS-START-CENTS.
029100     ADD 1 TO WS-START-CENTS.
029200******************************************************************
029300 GET-MASTER-RECORD.
029400     READ MASTER-FILE NEXT RECORD AT END
029500         MOVE 'EOF' TO INPUT-SWITCH.
029600******************************************************************
029700 SELECT-AND-READ.
029800     PERFORM SELECT-ONE-ACCOUNT.
029900     PERFORM GET-MASTER-RECORD.
030000******************************************************************
      * PASS 2 -- EVERY SAMPLING POINT AT OR BELOW THE RUNNING TOTAL
      * AFTER THIS ACCOUNT FALLS IN THIS ACCOUNT.
      ******************************************************************
030100 SELECT-ONE-ACCOUNT.
030200     COMPUTE WS-NET-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
030300     IF WS-NET-BALANCE > ZERO
030400        COMPUTE WS-BALANCE-CENTS = WS-NET-BALANCE * 100
030500        ADD WS-BALANCE-CENTS TO WS-CUMULATIVE-CENTS
030600        MOVE ZERO TO WS-HIT-COUNT
030700        PERFORM ADVANCE-SAMPLING-POINT
030800           UNTIL WS-NEXT-POINT > WS-CUMULATIVE-CENTS
030900        IF WS-HIT-COUNT > ZERO
031000           PERFORM FILE-SELECTION
031100        END-IF
031200     END-IF.
031300******************************************************************
031400 ADVANCE-SAMPLING-POINT.
031500     ADD 1 TO WS-HIT-COUNT.
031600     ADD WS-INTERVAL-CENTS TO WS-NEXT-POINT.
031700******************************************************************
      * FILE THE SELECTION UNDER THE CONFIRMATION DATE AND FORM THE
      * LETTER. A SELECTION ALREADY ON FILE FOR THE DATE (A RERUN) IS
      * LEFT AS IT IS AND NO SECOND LETTER IS FORMED.
      ******************************************************************
031800 FILE-SELECTION.
031900     ADD 1 TO WS-SELECTED-COUNT.
032000     ADD WS-NET-BALANCE TO WS-SELECTED-VALUE.
032100     PERFORM FIND-CUSTOMER-ADDRESS.
032200     MOVE SPACES TO CONFIRMATION-RECORD.
032300     MOVE WS-CONFIRM-DATE TO CF-CONFIRM-DATE.
032400     MOVE MSTR-ACCOUNT-NUMBER TO CF-ACCOUNT-NUMBER.
032500     MOVE WS-SELECTED-COUNT TO CF-SELECT-SEQ.
032600     MOVE WS-HIT-COUNT TO CF-HIT-COUNT.
032700     MOVE WS-NET-BALANCE TO CF-BALANCE.
032800     MOVE 'O' TO CF-RESPONSE-STATUS.
032900     MOVE ZERO TO CF-RESPONSE-AMOUNT CF-DIFFERENCE
033000                  CF-RESPONSE-DATE.
033100     MOVE 'FINCNF01' TO CF-OPERATOR-ID.
033200     MOVE CP-RANDOM-SEED TO CF-RANDOM-SEED.
033300     MOVE WS-INTERVAL-AMOUNT TO CF-SAMPLE-INTERVAL.
033400     IF ADDRESS-FOUND
033500        MOVE 'M' TO CF-MAIL-STATUS
033600     ELSE
033700        MOVE 'N' TO CF-MAIL-STATUS
033800     END-IF.
033900     WRITE CONFIRMATION-RECORD
034000         INVALID KEY
034100            ADD 1 TO WS-ON-FILE-COUNT
034200            MOVE 'ALREADY ON FILE' TO WS-DISPOSITION
034300         NOT INVALID KEY
034400            IF ADDRESS-FOUND
034500               PERFORM FORM-THE-LETTER
034600               ADD 1 TO WS-LETTER-COUNT
034700               MOVE 'LETTER FORMED' TO WS-DISPOSITION
034800            ELSE
034900               ADD 1 TO WS-NO-ADDRESS-COUNT
035000               MOVE 'NO ADDRESS - NOT MAILED' TO WS-DISPOSITION
035100            END-IF
035200     END-WRITE.
035300     PERFORM WRITE-REGISTER-LINE.
035400******************************************************************
035500 FIND-CUSTOMER-ADDRESS.
035600     MOVE MSTR-ACCOUNT-NUMBER TO NA-ACCOUNT-NUMBER.
035700     READ NAME-ADDRESS-FILE
035800         INVALID KEY
035900            MOVE 'NO ' TO ADDRESS-SWITCH
036000         NOT INVALID KEY
036100            MOVE 'YES' TO ADDRESS-SWITCH
036200     END-READ.
036300     IF ADDRESS-FOUND AND NA-ADDRESS-1 = SPACES
036400        MOVE 'NO ' TO ADDRESS-SWITCH
036500     END-IF.
036600******************************************************************
      * ONE LETTER PER PAGE -- ADDRESS BLOCK FOR THE WINDOW ENVELOPE,
      * THE CONFIRMATION DATE, THE REQUEST, THE BALANCE AND THE REPLY
      * SLIP.
      ******************************************************************
036700 FORM-THE-LETTER.
036800     MOVE '1' TO LTR-CARRIAGE-CONTROL.
036900     MOVE SPACES TO LTA-TEXT.
037000     MOVE NA-NAME TO LTA-TEXT.
037100     MOVE LETTER-ADDRESS-LINE TO LTR-LINE.
037200     WRITE LETTER-RECORD.
037300     MOVE ' ' TO LTR-CARRIAGE-CONTROL.
037400     MOVE NA-ADDRESS-1 TO LTA-TEXT.
037500     MOVE LETTER-ADDRESS-LINE TO LTR-LINE.
037600     WRITE LETTER-RECORD.
037700     IF NA-ADDRESS-2 NOT = SPACES
037800        MOVE NA-ADDRESS-2 TO LTA-TEXT
037900        MOVE LETTER-ADDRESS-LINE TO LTR-LINE
038000        WRITE LETTER-RECORD
038100     END-IF.
038200     MOVE NA-CITY TO LTC-CITY.
038300     MOVE NA-POSTAL-CODE TO LTC-POSTAL.
038400     MOVE LETTER-CITY-LINE TO LTR-LINE.
038500     WRITE LETTER-RECORD.
038600     MOVE '0' TO LTR-CARRIAGE-CONTROL.
038700     MOVE WS-CONFIRM-DATE TO LTD-DATE.
038800     MOVE LETTER-DATE-LINE TO LTR-LINE.
038900     WRITE LETTER-RECORD.
039000     MOVE '0' TO LTR-CARRIAGE-CONTROL.
039100     MOVE 'OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS. PL
039200-        'EASE CONFIRM' TO LTB-TEXT.
039300     PERFORM WRITE-BODY-LINE.
039400     MOVE 'DIRECTLY TO THEM THE BALANCE OF YOUR ACCOUNT WITH US AS
039500-        ' SHOWN BELOW.' TO LTB-TEXT.
039600     PERFORM WRITE-BODY-LINE.
039700     MOVE 'THIS IS NOT A REQUEST FOR PAYMENT.' TO LTB-TEXT.
039800     PERFORM WRITE-BODY-LINE.
039900     MOVE '0' TO LTR-CARRIAGE-CONTROL.
040000     MOVE MSTR-ACCOUNT-NUMBER TO LTM-ACCOUNT.
040100     MOVE WS-CONFIRM-DATE TO LTM-DATE.
040200     MOVE WS-NET-BALANCE TO LTM-AMOUNT.
040300     MOVE LETTER-AMOUNT-LINE TO LTR-LINE.
040400     WRITE LETTER-RECORD.
040500     MOVE '0' TO LTR-CARRIAGE-CONTROL.
040600     MOVE 'IF THE BALANCE AGREES WITH YOUR RECORDS PLEASE SIGN BEL
040700-        'OW. IF IT DOES' TO LTB-TEXT.
040800     PERFORM WRITE-BODY-LINE.
040900     MOVE 'NOT, PLEASE SHOW THE AMOUNT YOU HOLD AND DETAILS OF THE
041000-        ' DIFFERENCE.' TO LTB-TEXT.
041100     PERFORM WRITE-BODY-LINE.
041200     IF WS-REPLY-DATE > ZERO
041300        MOVE '0' TO LTR-CARRIAGE-CONTROL
041400        MOVE WS-REPLY-DATE TO LTR-REPLY-DATE
041500        MOVE LETTER-REPLY-LINE TO LTR-LINE
041600        WRITE LETTER-RECORD
041700     END-IF.
041800     MOVE '0' TO LTR-CARRIAGE-CONTROL.
041900     MOVE 'BALANCE AGREES ____   DOES NOT AGREE ____   AMOUNT WE H
042000-        'OLD __________' TO LTB-TEXT.
042100     PERFORM WRITE-BODY-LINE.
042200     MOVE '0' TO LTR-CARRIAGE-CONTROL.
042300     MOVE 'SIGNED ____________________   TITLE __________   DATE _
042400-        '_________' TO LTB-TEXT.
042500     PERFORM WRITE-BODY-LINE.
042600******************************************************************
042700 WRITE-BODY-LINE.
042800     MOVE LETTER-BODY-LINE TO LTR-LINE.
042900     WRITE LETTER-RECORD.
043000     MOVE ' ' TO LTR-CARRIAGE-CONTROL.
043100******************************************************************
043200 WRITE-REGISTER-LINE.
043300     IF LINES-WRITTEN >= WS-PAGE-SIZE
043400        PERFORM WRITE-HEADER
043500        MOVE 2 TO LINE-SPACING
043600     END-IF.
043700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043800     MOVE WS-SELECTED-COUNT TO REG-SEQ.
043900     MOVE MSTR-ACCOUNT-NUMBER TO REG-ACCOUNT.
044000     IF ADDRESS-FOUND
044100        MOVE NA-NAME TO REG-NAME
044200     ELSE
044300        MOVE MSTR-NAME TO REG-NAME
044400     END-IF.
044500     MOVE WS-NET-BALANCE TO REG-BALANCE.
044600     COMPUTE REG-CUMULATIVE = WS-CUMULATIVE-CENTS / 100.
044700     MOVE WS-HIT-COUNT TO REG-HITS.
044800     MOVE WS-DISPOSITION TO REG-DISPOSITION.
044900     MOVE REGISTER-DETAIL-LINE TO OUTPUT-LINE.
045000     WRITE OUTPUT-RECORD.
045100     ADD 1 TO LINES-WRITTEN.
045200     MOVE 1 TO LINE-SPACING.
045300******************************************************************
      * THE SAMPLING PARAMETERS, SO THE AUDITORS CAN RE-PERFORM THE
      * SELECTION.
      ******************************************************************
045400 WRITE-SAMPLE-SUMMARY.
045500     MOVE 2 TO LINE-SPACING.
045600     MOVE 'CONFIRMATION DATE             ' TO SMD-TAG.
045700     MOVE WS-CONFIRM-DATE TO SMD-DATE.
045800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
045900     MOVE SUMMARY-DATE-LINE TO OUTPUT-LINE.
046000     WRITE OUTPUT-RECORD.
046100     MOVE 1 TO LINE-SPACING.
046200     MOVE 'POPULATION ACCOUNTS           ' TO SMC-TAG.
046300     MOVE WS-POPULATION-COUNT TO SMC-COUNT.
046400     PERFORM WRITE-SUMMARY-COUNT.
046500     MOVE 'POPULATION VALUE              ' TO SMA-TAG.
046600     MOVE WS-POPULATION-VALUE TO SMA-AMOUNT.
046700     PERFORM WRITE-SUMMARY-AMOUNT.
046800     MOVE 'SAMPLE SIZE REQUESTED         ' TO SMC-TAG.
046900     MOVE WS-SAMPLE-SIZE TO SMC-COUNT.
047000     PERFORM WRITE-SUMMARY-COUNT.
047100     MOVE 'RANDOM SEED                   ' TO SMC-TAG.
047200     MOVE CP-RANDOM-SEED TO SMC-COUNT.
047300     PERFORM WRITE-SUMMARY-COUNT.
047400     MOVE 'SAMPLING INTERVAL             ' TO SMA-TAG.
047500     MOVE WS-INTERVAL-AMOUNT TO SMA-AMOUNT.
047600     PERFORM WRITE-SUMMARY-AMOUNT.
047700     MOVE 'RANDOM START                  ' TO SMA-TAG.
047800     COMPUTE SMA-AMOUNT = WS-START-CENTS / 100.
047900     PERFORM WRITE-SUMMARY-AMOUNT.
048000     MOVE 'ACCOUNTS SELECTED             ' TO SMC-TAG.
048100     MOVE WS-SELECTED-COUNT TO SMC-COUNT.
048200     PERFORM WRITE-SUMMARY-COUNT.
048300     MOVE 'VALUE SELECTED                ' TO SMA-TAG.
048400     MOVE WS-SELECTED-VALUE TO SMA-AMOUNT.
048500     PERFORM WRITE-SUMMARY-AMOUNT.
048600     MOVE 'LETTERS FORMED                ' TO SMC-TAG.
048700     MOVE WS-LETTER-COUNT TO SMC-COUNT.
048800     PERFORM WRITE-SUMMARY-COUNT.
048900     MOVE 'NOT MAILED - NO ADDRESS       ' TO SMC-TAG.
049000     MOVE WS-NO-ADDRESS-COUNT TO SMC-COUNT.
049100     PERFORM WRITE-SUMMARY-COUNT.
049200******************************************************************
049300 WRITE-SUMMARY-COUNT.
049400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
049500     MOVE SUMMARY-COUNT-LINE TO OUTPUT-LINE.
049600     WRITE OUTPUT-RECORD.
049700     MOVE 1 TO LINE-SPACING.
049800******************************************************************
049900 WRITE-SUMMARY-AMOUNT.
050000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
050100     MOVE SUMMARY-AMOUNT-LINE TO OUTPUT-LINE.
050200     WRITE OUTPUT-RECORD.
050300     MOVE 1 TO LINE-SPACING.
050400******************************************************************
050500 WRITE-HEADER.
050600     MOVE ZERO TO LINES-WRITTEN.
050700     ACCEPT HDR-PRT-DATE FROM DATE.
050800     ACCEPT HDR-PRT-TIME FROM TIME.
050900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
051000     ADD 1 TO PAGE-COUNT
051100     MOVE '  AUDIT CONFIRMATION SAMPLE    '   TO REPORT-TITLE.
051200     MOVE PAGE-COUNT TO PAGE-NUMBER.
051300     MOVE HEADER-RECORD TO OUTPUT-LINE.
051400     WRITE OUTPUT-RECORD.
051500     MOVE 1 TO LINE-SPACING.
051600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
051700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
051800     WRITE OUTPUT-RECORD.
051900     ADD 1 TO LINES-WRITTEN.
