000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINTRM01.
      ******************************************************************
      * FINTRM01 -- PAYMENT-TERMS SERVICE, CALLED BY MASTER MAINTENANCE
      *             TO VALIDATE A TERMS CODE AND BY THE RUNS THAT NEED
      *             AN INVOICE DUE DATE OR A DISCOUNT WINDOW (FINAPL01,
      *             FINAGE01, FINDUN01, FINFCA01, FINCSH01). GIVEN A
      *             TERMS CODE AND A BASE DATE (SEE FINTMC01), THIS
      *             PROGRAM LOOKS THE CODE UP IN THE TERMS TABLE (SEE
      *             PAYTERM) AND COUNTS THE DUE, DISCOUNT AND GRACE
      *             DATES FORWARD FROM THE BASE DATE THROUGH FINDTE01.
      *             THE TABLE FILE IS OPTIONAL AND IS LOADED ON THE
      *             FIRST CALL AND HELD FOR THE RUN -- WITHOUT IT EVERY
      *             CODE IS NOT FOUND AND EACH CALLER KEEPS ITS OWN
      *             DEFAULT TERMS. THE CALLER'S RETURN-CODE IS NEVER
      *             TOUCHED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-10  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT OPTIONAL TERMS-FILE ASSIGN U-T-PAYTRM.
000700 DATA DIVISION.
000800 FILE SECTION.
000900 FD TERMS-FILE
001000     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS
001300     DATA RECORD IS PAYMENT-TERMS-RECORD.
001400 COPY PAYTERM.
      ******************************************************************
001500 WORKING-STORAGE SECTION.
001600 01  PROGRAM-WORK-FIELDS.
001700     02  LOAD-SWITCH       PIC X(3)  VALUE 'NO '.
001800         88  TABLE-LOADED  VALUE 'YES'.
001900     02  TERMS-SWITCH      PIC X(3)  VALUE SPACES.
002000         88  END-OF-TERMS  VALUE 'EOF'.
002100     02  WS-TM-COUNT       PIC 9(4)  COMP VALUE ZERO.
002200     02  WS-TM-SUB         PIC 9(4)  COMP VALUE ZERO.
002300     02  WS-TM-FOUND-SUB   PIC 9(4)  COMP VALUE ZERO.
002400 01  TERMS-TABLE.
002500     05  TERMS-ENTRY OCCURS 50 TIMES.
002600         10  TT-TERMS-CODE     PIC X(02).
002700         10  TT-DESCRIPTION    PIC X(12).
002800         10  TT-NET-DAYS       PIC 9(03).
002900         10  TT-DISCOUNT-PCT   PIC 9(02)V99.
003000         10  TT-DISCOUNT-DAYS  PIC 9(03).
003100         10  TT-GRACE-DAYS     PIC 9(02).
003200 COPY FINDTC01.
      ******************************************************************
003300 LINKAGE SECTION.
003400 COPY FINTMC01.
      ******************************************************************
003500 PROCEDURE DIVISION USING FINTMC01-RECORD.
003600     IF NOT TABLE-LOADED
003700        PERFORM LOAD-TERMS-TABLE
003800        MOVE 'YES' TO LOAD-SWITCH
003900     END-IF.
004000     MOVE 'N' TO PQ-RESULT.
004100     MOVE SPACES TO PQ-DESCRIPTION.
004200     MOVE ZERO TO PQ-NET-DAYS PQ-DISCOUNT-PCT PQ-DISCOUNT-DAYS
004300                  PQ-GRACE-DAYS.
004400     MOVE PQ-BASE-DATE TO PQ-DUE-DATE PQ-DISCOUNT-DATE
004500                          PQ-GRACE-DATE.
004600     MOVE ZERO TO WS-TM-FOUND-SUB.
004700     IF PQ-TERMS-CODE NOT = SPACES
004800        MOVE 1 TO WS-TM-SUB
004900        PERFORM MATCH-TERMS-ENTRY
005000           UNTIL WS-TM-SUB > WS-TM-COUNT
005100              OR WS-TM-FOUND-SUB > ZERO
005200     END-IF.
005300     IF WS-TM-FOUND-SUB = ZERO
005400        GOBACK
005500     END-IF.
005600     MOVE 'Y' TO PQ-RESULT.
005700     MOVE TT-DESCRIPTION (WS-TM-FOUND-SUB)   TO PQ-DESCRIPTION.
005800     MOVE TT-NET-DAYS (WS-TM-FOUND-SUB)      TO PQ-NET-DAYS.
005900     MOVE TT-DISCOUNT-PCT (WS-TM-FOUND-SUB)  TO PQ-DISCOUNT-PCT.
006000     MOVE TT-DISCOUNT-DAYS (WS-TM-FOUND-SUB) TO PQ-DISCOUNT-DAYS.
006100     MOVE TT-GRACE-DAYS (WS-TM-FOUND-SUB)    TO PQ-GRACE-DAYS.
006200     IF PQ-BASE-DATE > ZERO
006300        MOVE PQ-NET-DAYS TO DT-DAY-COUNT
006400        PERFORM ADD-TO-BASE-DATE
006500        MOVE DT-RESULT-DATE TO PQ-DUE-DATE
006600        MOVE PQ-DISCOUNT-DAYS TO DT-DAY-COUNT
006700        PERFORM ADD-TO-BASE-DATE
006800        MOVE DT-RESULT-DATE TO PQ-DISCOUNT-DATE
006900        COMPUTE DT-DAY-COUNT = PQ-DISCOUNT-DAYS + PQ-GRACE-DAYS
007000        PERFORM ADD-TO-BASE-DATE
007100        MOVE DT-RESULT-DATE TO PQ-GRACE-DATE
007200     END-IF.
007300     GOBACK.
007400******************************************************************
007500 MATCH-TERMS-ENTRY.
007600     IF TT-TERMS-CODE (WS-TM-SUB) = PQ-TERMS-CODE
007700        MOVE WS-TM-SUB TO WS-TM-FOUND-SUB
007800     END-IF.
007900     ADD 1 TO WS-TM-SUB.
008000******************************************************************
      * A BASE DATE FINDTE01 WILL NOT TAKE LEAVES THE DATE AS GIVEN.
      ******************************************************************
008100 ADD-TO-BASE-DATE.
008200     MOVE 'A' TO DT-FUNCTION.
008300     MOVE PQ-BASE-DATE TO DT-BASE-DATE.
008400     CALL 'FINDTE01' USING FINDTC01-RECORD.
008500     IF NOT DT-RESULT-OK
008600        MOVE PQ-BASE-DATE TO DT-RESULT-DATE
008700     END-IF.
008800******************************************************************
      * THE TERMS FILE IS OPTIONAL -- WITHOUT IT NO CODE IS FOUND.
      ******************************************************************
008900 LOAD-TERMS-TABLE.
009000     OPEN INPUT TERMS-FILE.
009100     PERFORM LOAD-TERMS-RECORD
009200        UNTIL END-OF-TERMS.
009300     CLOSE TERMS-FILE.
009400******************************************************************
009500 LOAD-TERMS-RECORD.
009600     READ TERMS-FILE AT END
009700         MOVE 'EOF' TO TERMS-SWITCH
009800     NOT AT END
009900         IF WS-TM-COUNT < 50
010000            ADD 1 TO WS-TM-COUNT
010100            MOVE TM-TERMS-CODE   TO TT-TERMS-CODE (WS-TM-COUNT)
010200            MOVE TM-DESCRIPTION  TO TT-DESCRIPTION (WS-TM-COUNT)
010300            MOVE TM-NET-DAYS     TO TT-NET-DAYS (WS-TM-COUNT)
010400            MOVE TM-DISCOUNT-PCT TO TT-DISCOUNT-PCT (WS-TM-COUNT)
010500            MOVE TM-DISCOUNT-DAYS
010600                TO TT-DISCOUNT-DAYS (WS-TM-COUNT)
010700            MOVE TM-GRACE-DAYS   TO TT-GRACE-DAYS (WS-TM-COUNT)
010800         END-IF
010900     END-READ.
