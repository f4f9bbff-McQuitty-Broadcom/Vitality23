000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDSQ01.
      ******************************************************************
      * FINDSQ01 -- OPEN-DISPUTE INQUIRY SERVICE, CALLED BY THE
      *             COLLECTIONS RUNS (FINDUN01, FINFCA01, FINWOF01)
      *             THE WAY FINRVS01 IS CALLED BY THE BOOKS. GIVEN AN
      *             ACCOUNT (SEE FINDSC01), THIS PROGRAM BROWSES THE
      *             KEYED DISPUTE FILE (SEE DISPUTE) FOR THE ACCOUNT
      *             AND HANDS BACK THE COUNT AND TOTAL AMOUNT OF ITS
      *             OPEN DISPUTES. THE DISPUTE FILE IS OPENED ON THE
      *             FIRST CALL AND HELD OPEN FOR THE RUN. THE
      *             CALLER'S RETURN-CODE IS NEVER TOUCHED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-10  TS   INITIAL VERSION.
      ******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT DISPUTE-FILE ASSIGN U-T-DISPUT
001900        ORGANIZATION IS INDEXED
002000        ACCESS MODE IS DYNAMIC
002100        RECORD KEY IS DS-KEY
002200        FILE STATUS IS WS-DISPUT-STATUS.
002300 DATA DIVISION.
002400 FILE SECTION.
002500 FD DISPUTE-FILE
002600     LABEL RECORDS ARE STANDARD
002700     DATA RECORD IS DISPUTE-RECORD.
002800 COPY DISPUTE.
      ******************************************************************
002900 WORKING-STORAGE SECTION.
003000 01  PROGRAM-WORK-FIELDS.
003100     02  WS-DISPUT-STATUS  PIC X(2)  VALUE ZERO.
003200     02  OPEN-SWITCH       PIC X(3)  VALUE 'NO '.
003300         88  DISPUTES-OPENED VALUE 'YES'.
003400     02  BROWSE-SWITCH     PIC X(3)  VALUE 'GO '.
003500         88  END-OF-BROWSE VALUE 'EOF'.
      ******************************************************************
003600 LINKAGE SECTION.
003700 COPY FINDSC01.
      ******************************************************************
003800 PROCEDURE DIVISION USING FINDSC01-RECORD.
003900     IF NOT DISPUTES-OPENED
004000        OPEN INPUT DISPUTE-FILE
004100        MOVE 'YES' TO OPEN-SWITCH
004200     END-IF.
004300     MOVE ZERO TO DQ-OPEN-COUNT.
004400     MOVE ZERO TO DQ-OPEN-AMOUNT.
004500     MOVE 'GO ' TO BROWSE-SWITCH.
004600     MOVE DQ-ACCOUNT-NUMBER TO DS-ACCOUNT-NUMBER.
004700     MOVE ZERO TO DS-DISPUTE-NUMBER.
004800     START DISPUTE-FILE
004900         KEY IS NOT LESS THAN DS-KEY
005000         INVALID KEY
005100            MOVE 'EOF' TO BROWSE-SWITCH
005200     END-START.
005300     PERFORM SCAN-ONE-DISPUTE
005400         THRU SCAN-ONE-DISPUTE-EXIT
005500        UNTIL END-OF-BROWSE.
005600     GOBACK.
005700******************************************************************
005800 SCAN-ONE-DISPUTE.
005900     READ DISPUTE-FILE NEXT RECORD AT END
006000         MOVE 'EOF' TO BROWSE-SWITCH
006100     END-READ.
006200     IF END-OF-BROWSE
006300        GO TO SCAN-ONE-DISPUTE-EXIT
006400     END-IF.
006500     IF DS-ACCOUNT-NUMBER NOT = DQ-ACCOUNT-NUMBER
006600        MOVE 'EOF' TO BROWSE-SWITCH
006700        GO TO SCAN-ONE-DISPUTE-EXIT
006800     END-IF.
006900     IF DS-OPEN
007000        ADD 1 TO DQ-OPEN-COUNT
007100        ADD DS-DISPUTED-AMOUNT TO DQ-OPEN-AMOUNT
007200     END-IF.
007300 SCAN-ONE-DISPUTE-EXIT.
007400     EXIT.
