      * 2026-08-22  TS   THE BOOKS' INTENTS NOW ARRIVE ON PER-BOOK
      *                  DATASETS (SEE UPDINT); ALL FIVE ARE READ
      *                  INTO THE SAME ROLLUP.
      * 2026-10-14  TS   A CONTROL CARD WITH CC-RESTATE-FLAG 'Y'
      *                  RESTATES HISTORY -- AN INTENT CARRYING THE CODE
      *                  OF A BRANCH RETIRED BY FINRMP01 ROLLS UP UNDER
      *                  ITS SUCCESSOR (SEE BRNFWD) AND THE SUCCESSOR'S
      *                  REGION. WITHOUT THE FLAG EACH CODE ROLLS UP AS
      *                  IT WAS POSTED.
      ******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002820     SELECT OPTIONAL INTENT-TROY4-FILE ASSIGN U-T-UPDIN4.
002830     SELECT OPTIONAL INTENT-SNOW-FILE ASSIGN U-T-UPDINS.
002840     SELECT OPTIONAL INTENT-BKPGM03-FILE ASSIGN U-T-UPDINB.
002850     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
002860     SELECT OPTIONAL BRANCH-FORWARD-FILE ASSIGN U-T-BRNFWD
002870        ORGANIZATION IS INDEXED
002880        ACCESS MODE IS DYNAMIC
002890        RECORD KEY IS BF-OLD-CODE
002895        FILE STATUS IS WS-BRNFWD-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD REPORT-FILE
004620     RECORD CONTAINS 100 CHARACTERS
004630     DATA RECORD IS INTENT-BKPGM03-RECORD.
004640   01 INTENT-BKPGM03-RECORD PIC X(100).
004650 FD CONTROL-FILE
004660     LABEL RECORDS ARE STANDARD
004670     RECORD CONTAINS 80 CHARACTERS
004680     DATA RECORD IS CONTROL-CARD-RECORD.
004690 COPY CTLCARD.
004700 FD BRANCH-FORWARD-FILE
004710     LABEL RECORDS ARE STANDARD
004720     DATA RECORD IS BRANCH-FORWARD-RECORD.
004730 COPY BRNFWD.
      ******************************************************************
004900 WORKING-STORAGE SECTION.
005000 COPY HEADER1.
006800     02  WS-DIV-COUNT      PIC 9(3)  COMP VALUE ZERO.
006900     02  WS-UNMAPPED-COUNT PIC 9(5)  VALUE ZERO.
007000     02  WS-INTENT-COUNT   PIC 9(7)  VALUE ZERO.
007010     02  WS-BRNFWD-STATUS  PIC X(2)  VALUE ZERO.
007020     02  FORWARD-END-SWITCH PIC X(3) VALUE 'NO '.
007030         88  FORWARD-END   VALUE 'YES'.
007040     02  WS-FORWARD-HOPS   PIC 9(1)  VALUE ZERO.
007050     02  WS-RESTATED-COUNT PIC 9(7)  VALUE ZERO.
007100 01  CODE-ACTIVITY-TABLE.
007200     05  CODE-ACTIVITY-ENTRY OCCURS 100 TIMES.
007300         10  CA-REF-CODE       PIC X(06).
014700 PROCEDURE DIVISION.
014800     DISPLAY 'FINHRR01 - HIERARCHY ROLLUP REPORT STARTING'.
014900     PERFORM LOAD-HIERARCHY-TABLE.
014910     PERFORM READ-CONTROL-CARD.
014920     IF CC-RESTATE-HISTORY
014930        OPEN INPUT BRANCH-FORWARD-FILE
014940     END-IF.
015000     OPEN OUTPUT REPORT-FILE.
015100     PERFORM ROLL-TROY2-FILE.
015200     PERFORM ROLL-TROY3-FILE.
015300     PERFORM ROLL-TROY4-FILE.
015400     PERFORM ROLL-SNOW-FILE.
015500     PERFORM ROLL-BKPGM03-FILE.
015510     IF CC-RESTATE-HISTORY
015520        CLOSE BRANCH-FORWARD-FILE
015530     END-IF.
015600     PERFORM WRITE-REGION-REPORT.
015700     PERFORM WRITE-DIVISION-RECAP.
015800     CLOSE REPORT-FILE.
015900     DISPLAY 'FINHRR01 - INTENTS ROLLED UP: ' WS-INTENT-COUNT.
015910     IF CC-RESTATE-HISTORY
015920        DISPLAY 'FINHRR01 - INTENTS RESTATED:  ' WS-RESTATED-COUNT
015930     END-IF.
016000     IF WS-UNMAPPED-COUNT > ZERO
016100        DISPLAY 'FINHRR01 - UNMAPPED REFERENCE CODES: '
016200            WS-UNMAPPED-COUNT
020400******************************************************************
020500 ROLL-ONE-INTENT.
020600     ADD 1 TO WS-INTENT-COUNT.
020650     PERFORM RESTATE-BRANCH-CODE.
020700     MOVE 'NO ' TO CODE-FOUND-SWITCH.
020800     PERFORM FIND-CODE-ENTRY
020900        VARYING WS-CODE-SUB FROM 1 BY 1
042400     WRITE OUTPUT-RECORD.
042500     ADD 1 TO LINES-WRITTEN.
042600******************************************************************
      * WHEN RESTATING, AN INTENT FOR A RETIRED BRANCH ROLLS UP UNDER
      * ITS SUCCESSOR, FOLLOWING A SUCCESSOR SINCE RETIRED IN TURN --
      * AT MOST FIVE LINKS.
      ******************************************************************
042700 RESTATE-BRANCH-CODE.
042800     IF CC-RESTATE-HISTORY
042900        MOVE ZERO TO WS-FORWARD-HOPS
043000        MOVE 'NO ' TO FORWARD-END-SWITCH
043100        PERFORM RESTATE-ONE-LINK
043200           UNTIL FORWARD-END OR WS-FORWARD-HOPS > 4
043300        IF WS-FORWARD-HOPS > ZERO
043400           ADD 1 TO WS-RESTATED-COUNT
043500        END-IF
043600     END-IF.
043700 RESTATE-ONE-LINK.
043800     MOVE UI-REFERENCE-CODE TO BF-OLD-CODE.
043900     READ BRANCH-FORWARD-FILE
044000         INVALID KEY
044100            MOVE 'YES' TO FORWARD-END-SWITCH
044200         NOT INVALID KEY
044300            MOVE BF-NEW-CODE TO UI-REFERENCE-CODE
044400            ADD 1 TO WS-FORWARD-HOPS
044500     END-READ.
044600******************************************************************
044700 READ-CONTROL-CARD.
044800     OPEN INPUT CONTROL-FILE.
044900     READ CONTROL-FILE AT END
045000         MOVE SPACE TO CC-RESTATE-FLAG
045100     END-READ.
045200     CLOSE CONTROL-FILE.
