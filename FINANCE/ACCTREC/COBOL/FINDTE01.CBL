000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDTE01.
      ******************************************************************
      * FINDTE01 -- CALENDAR DATE-ARITHMETIC SERVICE (SEE FINDTC01).
      *             ADDS A SIGNED NUMBER OF DAYS TO A CCYYMMDD DATE,
      *             OR COUNTS THE CALENDAR DAYS BETWEEN TWO DATES,
      *             AND HANDS BACK THE DAY OF THE WEEK. EACH DATE IS
      *             TURNED INTO A TRUE DAY NUMBER (DAYS SINCE
      *             1899-12-31, LEAP YEAR EVERY FOURTH YEAR, WHICH IS
      *             EXACT FOR 1901 THROUGH 2099) AND BACK AGAIN. NO
      *             FILE I/O -- ANY PROGRAM MAY CALL IT. THE CALLER'S
      *             RETURN-CODE IS NEVER TOUCHED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-08  TS   INITIAL VERSION.
      ******************************************************************
001600 ENVIRONMENT DIVISION.
001700 DATA DIVISION.
001800 WORKING-STORAGE SECTION.
001900 01  PROGRAM-WORK-FIELDS.
002000     02  WS-BASE-NUMBER    PIC S9(7) COMP VALUE ZERO.
002100     02  WS-OTHER-NUMBER   PIC S9(7) COMP VALUE ZERO.
002200     02  WS-RESULT-NUMBER  PIC S9(7) COMP VALUE ZERO.
002300     02  WS-DAY-NUMBER     PIC S9(7) COMP VALUE ZERO.
002400     02  WS-YEAR-START     PIC S9(7) COMP VALUE ZERO.
002450     02  WS-NEXT-YEAR-START PIC S9(7) COMP VALUE ZERO.
002500     02  WS-DAY-OF-YEAR    PIC S9(5) COMP VALUE ZERO.
002600     02  WS-MONTH-SUB      PIC 9(2)  COMP.
002700     02  WS-QUOTIENT       PIC S9(7) COMP VALUE ZERO.
002800     02  WS-REMAINDER      PIC S9(7) COMP VALUE ZERO.
002900     02  WS-MONTH-LENGTH   PIC 9(2)  VALUE ZERO.
003000     02  LEAP-SWITCH       PIC X(3)  VALUE 'NO '.
003100         88  LEAP-YEAR     VALUE 'YES'.
003200     02  DATE-OK-SWITCH    PIC X(3)  VALUE 'YES'.
003300         88  DATE-IS-VALID VALUE 'YES'.
003400     02  MONTH-FOUND-SWITCH PIC X(3) VALUE 'NO '.
003500         88  MONTH-FOUND   VALUE 'YES'.
003600 01  DATE-WORK-FIELDS.
003700     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
003800     02  FILLER REDEFINES WS-WORK-DATE.
003900         03  WS-WORK-CCYY  PIC 9(4).
004000         03  WS-WORK-MM    PIC 9(2).
004100         03  WS-WORK-DD    PIC 9(2).
      ******************************************************************
      * DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR, AND THE
      * LENGTH OF EACH MONTH. FEBRUARY GAINS A DAY IN A LEAP YEAR.
      ******************************************************************
004200 01  MONTH-TABLE-VALUES.
004300     05  FILLER            PIC X(05) VALUE '00031'.
004400     05  FILLER            PIC X(05) VALUE '03128'.
004500     05  FILLER            PIC X(05) VALUE '05931'.
004600     05  FILLER            PIC X(05) VALUE '09030'.
004700     05  FILLER            PIC X(05) VALUE '12031'.
004800     05  FILLER            PIC X(05) VALUE '15130'.
004900     05  FILLER            PIC X(05) VALUE '18131'.
005000     05  FILLER            PIC X(05) VALUE '21231'.
005100     05  FILLER            PIC X(05) VALUE '24330'.
005200     05  FILLER            PIC X(05) VALUE '27331'.
005300     05  FILLER            PIC X(05) VALUE '30430'.
005400     05  FILLER            PIC X(05) VALUE '33431'.
005500 01  FILLER REDEFINES MONTH-TABLE-VALUES.
005600     05  MONTH-ENTRY OCCURS 12 TIMES.
005700         10  MONTH-DAYS-BEFORE PIC 9(03).
005800         10  MONTH-DAYS        PIC 9(02).
      ******************************************************************
005900 LINKAGE SECTION.
006000 COPY FINDTC01.
      ******************************************************************
006100 PROCEDURE DIVISION USING FINDTC01-RECORD.
006200     MOVE '0' TO DT-RESULT-CODE.
006300     MOVE ZERO TO DT-RESULT-WEEKDAY.
006400     MOVE DT-BASE-DATE TO WS-WORK-DATE.
006500     PERFORM DATE-TO-DAY-NUMBER
006550        THRU DATE-TO-DAY-NUMBER-EXIT.
006600     IF NOT DATE-IS-VALID
006700        MOVE '8' TO DT-RESULT-CODE
006800        GOBACK
006900     END-IF.
007000     MOVE WS-DAY-NUMBER TO WS-BASE-NUMBER.
007100     IF DT-ADD-DAYS
007200        COMPUTE WS-RESULT-NUMBER = WS-BASE-NUMBER + DT-DAY-COUNT
007300        MOVE WS-RESULT-NUMBER TO WS-DAY-NUMBER
007400        PERFORM DAY-NUMBER-TO-DATE
007450           THRU DAY-NUMBER-TO-DATE-EXIT
007500        IF NOT DATE-IS-VALID
007600           MOVE '8' TO DT-RESULT-CODE
007700           GOBACK
007800        END-IF
007900        MOVE WS-WORK-DATE TO DT-RESULT-DATE
008000        PERFORM SET-RESULT-WEEKDAY
008100        GOBACK
008200     END-IF.
008300     IF DT-DAYS-BETWEEN
008400        PERFORM SET-RESULT-WEEKDAY
008500        MOVE DT-OTHER-DATE TO WS-WORK-DATE
008600        PERFORM DATE-TO-DAY-NUMBER
008650           THRU DATE-TO-DAY-NUMBER-EXIT
008700        IF NOT DATE-IS-VALID
008800           MOVE '8' TO DT-RESULT-CODE
008900           GOBACK
009000        END-IF
009100        MOVE WS-DAY-NUMBER TO WS-OTHER-NUMBER
009200        COMPUTE DT-DAY-COUNT = WS-OTHER-NUMBER - WS-BASE-NUMBER
009300        GOBACK
009400     END-IF.
009500     MOVE '8' TO DT-RESULT-CODE.
009600     GOBACK.
009700******************************************************************
      * WS-WORK-DATE IN, WS-DAY-NUMBER OUT. 1901-01-01 IS DAY 366.
      ******************************************************************
009800 DATE-TO-DAY-NUMBER.
009900     MOVE 'YES' TO DATE-OK-SWITCH.
010000     IF WS-WORK-DATE NOT NUMERIC
010100        MOVE 'NO ' TO DATE-OK-SWITCH
010200     ELSE
010300        IF WS-WORK-CCYY < 1901 OR WS-WORK-CCYY > 2099
010400              OR WS-WORK-MM < 1 OR WS-WORK-MM > 12
010500           MOVE 'NO ' TO DATE-OK-SWITCH
010600        END-IF
010700     END-IF.
010800     IF NOT DATE-IS-VALID
010900        GO TO DATE-TO-DAY-NUMBER-EXIT
011000     END-IF.
011100     PERFORM SET-LEAP-SWITCH.
011200     MOVE MONTH-DAYS (WS-WORK-MM) TO WS-MONTH-LENGTH.
011300     IF LEAP-YEAR AND WS-WORK-MM = 2
011400        ADD 1 TO WS-MONTH-LENGTH
011500     END-IF.
011600     IF WS-WORK-DD < 1 OR WS-WORK-DD > WS-MONTH-LENGTH
011700        MOVE 'NO ' TO DATE-OK-SWITCH
011800        GO TO DATE-TO-DAY-NUMBER-EXIT
011900     END-IF.
012000     PERFORM COMPUTE-YEAR-START.
012100     COMPUTE WS-DAY-NUMBER = WS-YEAR-START
012200         + MONTH-DAYS-BEFORE (WS-WORK-MM) + WS-WORK-DD - 1.
012300     IF LEAP-YEAR AND WS-WORK-MM > 2
012400        ADD 1 TO WS-DAY-NUMBER
012500     END-IF.
012600 DATE-TO-DAY-NUMBER-EXIT.
012700     EXIT.
012800******************************************************************
      * DAY NUMBER OF JANUARY 1ST OF WS-WORK-CCYY.
      ******************************************************************
012900 COMPUTE-YEAR-START.
013000     COMPUTE WS-QUOTIENT = (WS-WORK-CCYY - 1901) / 4.
013100     COMPUTE WS-YEAR-START =
013200         ((WS-WORK-CCYY - 1900) * 365) + WS-QUOTIENT + 1.
013300******************************************************************
013400 SET-LEAP-SWITCH.
013500     MOVE 'NO ' TO LEAP-SWITCH.
013600     DIVIDE WS-WORK-CCYY BY 4
013700         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
013800     IF WS-REMAINDER = ZERO
013900        MOVE 'YES' TO LEAP-SWITCH
014000     END-IF.
014100******************************************************************
      * WS-DAY-NUMBER IN, WS-WORK-DATE OUT. THE YEAR IS ESTIMATED AT
      * 1461 DAYS PER FOUR YEARS AND THEN NUDGED INTO PLACE.
      ******************************************************************
014200 DAY-NUMBER-TO-DATE.
014300     MOVE 'YES' TO DATE-OK-SWITCH.
014400     IF WS-DAY-NUMBER < 366 OR WS-DAY-NUMBER > 73049
014500        MOVE 'NO ' TO DATE-OK-SWITCH
014600        GO TO DAY-NUMBER-TO-DATE-EXIT
014700     END-IF.
014800     MOVE ZERO TO WS-WORK-DATE.
014900     COMPUTE WS-QUOTIENT = ((WS-DAY-NUMBER - 366) * 4) / 1461.
015000     COMPUTE WS-WORK-CCYY = 1901 + WS-QUOTIENT.
015100     PERFORM COMPUTE-YEAR-START.
015200     PERFORM STEP-YEAR-BACK
015300        UNTIL WS-YEAR-START NOT > WS-DAY-NUMBER.
015305     MOVE ZERO TO WS-NEXT-YEAR-START.
015310     PERFORM STEP-YEAR-FORWARD
015320        UNTIL WS-NEXT-YEAR-START > WS-DAY-NUMBER.
015400     PERFORM SET-LEAP-SWITCH.
015500     COMPUTE WS-DAY-OF-YEAR = WS-DAY-NUMBER - WS-YEAR-START + 1.
015600     MOVE 'NO ' TO MONTH-FOUND-SWITCH.
015700     PERFORM FIND-THE-MONTH
015800        VARYING WS-MONTH-SUB FROM 12 BY -1
015900        UNTIL WS-MONTH-SUB < 1 OR MONTH-FOUND.
016000 DAY-NUMBER-TO-DATE-EXIT.
016100     EXIT.
016200******************************************************************
016300 STEP-YEAR-BACK.
016400     SUBTRACT 1 FROM WS-WORK-CCYY.
016500     PERFORM COMPUTE-YEAR-START.
016510******************************************************************
      * WS-NEXT-YEAR-START IS LEFT AT JANUARY 1ST OF THE YEAR AFTER
      * WS-WORK-CCYY; THE YEAR MOVES UP WHILE THAT IS STILL ON OR
      * BEFORE THE DAY NUMBER.
      ******************************************************************
016520 STEP-YEAR-FORWARD.
016530     ADD 1 TO WS-WORK-CCYY.
016540     PERFORM COMPUTE-YEAR-START.
016550     MOVE WS-YEAR-START TO WS-NEXT-YEAR-START.
016560     IF WS-NEXT-YEAR-START > WS-DAY-NUMBER
016570        SUBTRACT 1 FROM WS-WORK-CCYY
016580        PERFORM COMPUTE-YEAR-START
016590     END-IF.
016600******************************************************************
      * THE MONTH IS THE LAST ONE WHOSE FIRST DAY FALLS ON OR BEFORE
      * THE DAY OF THE YEAR.
      ******************************************************************
016700 FIND-THE-MONTH.
016800     MOVE MONTH-DAYS-BEFORE (WS-MONTH-SUB) TO WS-REMAINDER.
016900     IF LEAP-YEAR AND WS-MONTH-SUB > 2
017000        ADD 1 TO WS-REMAINDER
017100     END-IF.
017200     IF WS-DAY-OF-YEAR > WS-REMAINDER
017300        SET MONTH-FOUND TO TRUE
017400        MOVE WS-MONTH-SUB TO WS-WORK-MM
017500        COMPUTE WS-WORK-DD = WS-DAY-OF-YEAR - WS-REMAINDER
017600     END-IF.
017700******************************************************************
      * 1901-01-01 (DAY 366) WAS A TUESDAY.
      ******************************************************************
017800 SET-RESULT-WEEKDAY.
017900     IF DT-ADD-DAYS
018000        COMPUTE WS-QUOTIENT = WS-RESULT-NUMBER - 365
018100     ELSE
018200        COMPUTE WS-QUOTIENT = WS-BASE-NUMBER - 365
018300     END-IF.
018400     DIVIDE WS-QUOTIENT BY 7
018500         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
018600     COMPUTE DT-RESULT-WEEKDAY = WS-REMAINDER + 1.
