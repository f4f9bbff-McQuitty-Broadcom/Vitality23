      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-10-14  TS   A CONTROL CARD WITH CC-RESTATE-FLAG 'Y'
      *                  RESTATES HISTORY -- A BRANCH RETIRED BY
      *                  FINRMP01 IS TRENDED UNDER ITS SUCCESSOR (SEE
      *                  BRNFWD), ITS CLOSED MONTHS ADDED INTO THE
      *                  SUCCESSOR'S COLUMNS. WITHOUT THE FLAG EACH CODE
      *                  IS TRENDED AS IT WAS CLOSED.
      ******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002200     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
002300     SELECT OPTIONAL PERIOD-HISTORY-FILE ASSIGN U-T-PERHIS.
002400     SELECT OPTIONAL HIERARCHY-FILE ASSIGN U-T-HIERCH.
002410     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
002420     SELECT OPTIONAL BRANCH-FORWARD-FILE ASSIGN U-T-BRNFWD
002430        ORGANIZATION IS INDEXED
002440        ACCESS MODE IS DYNAMIC
002450        RECORD KEY IS BF-OLD-CODE
002460        FILE STATUS IS WS-BRNFWD-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD REPORT-FILE
004200     RECORD CONTAINS 80 CHARACTERS
004300     DATA RECORD IS HIERARCHY-RECORD.
004400 COPY HIERARCH.
004410 FD CONTROL-FILE
004415     LABEL RECORDS ARE STANDARD
004420     RECORD CONTAINS 80 CHARACTERS
004425     DATA RECORD IS CONTROL-CARD-RECORD.
004430 COPY CTLCARD.
004435 FD BRANCH-FORWARD-FILE
004440     LABEL RECORDS ARE STANDARD
004445     DATA RECORD IS BRANCH-FORWARD-RECORD.
004450 COPY BRNFWD.
      ******************************************************************
004500 WORKING-STORAGE SECTION.
004600 COPY HEADER1.
005620         88  SLOT-ASSIGNED VALUE 'YES'.
005630     02  WS-BRANCH-DROPPED PIC 9(5)  VALUE ZERO.
005640     02  WS-REGION-DROPPED PIC 9(5)  VALUE ZERO.
005650     02  WS-BRNFWD-STATUS  PIC X(2)  VALUE ZERO.
005660     02  FORWARD-END-SWITCH PIC X(3) VALUE 'NO '.
005670         88  FORWARD-END   VALUE 'YES'.
005680     02  WS-FORWARD-HOPS   PIC 9(1)  VALUE ZERO.
005690     02  WS-RESTATED-COUNT PIC 9(7)  VALUE ZERO.
005700     02  WS-PERIOD-SUB     PIC 9(2)  COMP.
005800     02  WS-PERIOD-COUNT   PIC 9(2)  COMP VALUE ZERO.
005900     02  WS-BRANCH-SUB     PIC 9(3)  COMP.
010200******************************************************************
010300 PROCEDURE DIVISION.
010400     DISPLAY 'FINTRD01 - BRANCH TREND REPORT STARTING'.
010410     PERFORM READ-CONTROL-CARD.
010420     IF CC-RESTATE-HISTORY
010430        OPEN INPUT BRANCH-FORWARD-FILE
010440     END-IF.
010500     PERFORM LOAD-HIERARCHY-TABLE.
010600     PERFORM LOAD-BRANCH-HISTORY.
010610     IF CC-RESTATE-HISTORY
010620        CLOSE BRANCH-FORWARD-FILE
010630     END-IF.
010700     PERFORM MAP-BRANCHES-TO-REGIONS
010800        VARYING WS-BRANCH-SUB FROM 1 BY 1
010900        UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.
011600     CLOSE REPORT-FILE.
011700     DISPLAY 'FINTRD01 - BRANCHES TRENDED: ' WS-BRANCH-COUNT.
011800     DISPLAY 'FINTRD01 - PERIODS SHOWN:    ' WS-PERIOD-COUNT.
011810     IF CC-RESTATE-HISTORY
011820        DISPLAY 'FINTRD01 - RECORDS RESTATED: ' WS-RESTATED-COUNT
011830     END-IF.
011900     IF WS-UNMAPPED-COUNT > ZERO
012000        DISPLAY 'FINTRD01 - UNMAPPED BRANCHES: '
012100            WS-UNMAPPED-COUNT
021000         MOVE 'EOF' TO INPUT-SWITCH
021100     NOT AT END
021200         IF PH-BRANCH-CLOSE AND PH-MONTH-CLOSE
021250            PERFORM RESTATE-BRANCH-CODE
021300            PERFORM PLACE-TOTAL-IN-TABLE
021350                THRU PLACE-TOTAL-IN-TABLE-EXIT
021400         END-IF
022900         TO BT-PERIOD-TOTAL (WS-BRANCH-SUB WS-PERIOD-SUB).
023000 PLACE-TOTAL-IN-TABLE-EXIT.
023100     EXIT.
023110******************************************************************
      * WHEN RESTATING, A RETIRED BRANCH'S CLOSED MONTHS ARE PLACED
      * UNDER ITS SUCCESSOR, FOLLOWING A SUCCESSOR SINCE RETIRED IN
      * TURN -- AT MOST FIVE LINKS. EVERY CLOSED MONTH MOVES, WHATEVER
      * ITS DATE, SO THE TREND COMPARES LIKE WITH LIKE.
      ******************************************************************
023114 RESTATE-BRANCH-CODE.
023118     IF CC-RESTATE-HISTORY
023122        MOVE ZERO TO WS-FORWARD-HOPS
023126        MOVE 'NO ' TO FORWARD-END-SWITCH
023130        PERFORM RESTATE-ONE-LINK
023134           UNTIL FORWARD-END OR WS-FORWARD-HOPS > 4
023138        IF WS-FORWARD-HOPS > ZERO
023142           ADD 1 TO WS-RESTATED-COUNT
023146        END-IF
023150     END-IF.
023154 RESTATE-ONE-LINK.
023158     MOVE PH-REFERENCE-CODE TO BF-OLD-CODE.
023162     READ BRANCH-FORWARD-FILE
023166         INVALID KEY
023170            MOVE 'YES' TO FORWARD-END-SWITCH
023174         NOT INVALID KEY
023178            MOVE BF-NEW-CODE TO PH-REFERENCE-CODE
023182            ADD 1 TO WS-FORWARD-HOPS
023186     END-READ.
023200******************************************************************
023300 FIND-BRANCH-ENTRY.
023400     MOVE 'NO ' TO FOUND-SWITCH.
042600        MOVE PL-PERIOD (WS-COLUMN-SUB)
042700            TO PHL-PERIOD (WS-COLUMN-SUB)
042800     END-IF.
042900******************************************************************
043000 READ-CONTROL-CARD.
043100     OPEN INPUT CONTROL-FILE.
043200     READ CONTROL-FILE AT END
043300         MOVE SPACE TO CC-RESTATE-FLAG
043400     END-READ.
043500     CLOSE CONTROL-FILE.
