      *                  TIME FROM THE STATUS RECORD (SEE STSREC) --
      *                  THE SCREEN'S STEP LINES AND THE FINOLRS MAP
      *                  WIDENED TO 70 IN STEP.
      * 2026-10-02  TS   EVERY INQUIRY IS LOGGED WITH TERMINAL,
      *                  OPERATOR, TRANSACTION, THE DATE AND CYCLE
      *                  SHOWN AND A TIMESTAMP THROUGH THE ALOG TD
      *                  QUEUE (SEE ACCLOG).
      * 2026-10-15  TS   THE SCREEN SHOWS ALL 40 STEPS THE STREAM MAY
      *                  NOW HOLD, THREE TO A LINE ON FOURTEEN LINES
      *                  (FINOLRS AND FINOLRM IN STEP).
      ******************************************************************
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
002900     02  WS-RESP           PIC S9(8) COMP.
003000     02  WS-STEP-SUB       PIC 9(2)  COMP.
003100     02  WS-LINE-SUB       PIC 9(2)  COMP.
003110     02  WS-ABSTIME        PIC S9(15) COMP-3.
003120     02  WS-USERID         PIC X(08).
003130     02  WS-TIME-WORK      PIC 9(06).
003140     02  WS-ACCESS-TYPE    PIC X(1)  VALUE 'V'.
003200     02  WS-END-MESSAGE    PIC X(26)
003300         VALUE 'FOLR SESSION ENDED        '.
003400 01  COMMAREA-FIELDS.
003900     02  SLW-RC-1          PIC 9(04).
004000     02  FILLER            PIC X(01) VALUE SPACE.
004100     02  SLW-STATUS-1      PIC X(01).
004200     02  FILLER            PIC X(02) VALUE SPACES.
004300     02  SLW-NAME-2        PIC X(08).
004310     02  FILLER            PIC X(01) VALUE SPACE.
004320     02  SLW-START-2       PIC 9(08).
004500     02  SLW-RC-2          PIC 9(04).
004600     02  FILLER            PIC X(01) VALUE SPACE.
004700     02  SLW-STATUS-2      PIC X(01).
004800     02  FILLER            PIC X(02) VALUE SPACES.
004810     02  SLW-NAME-3        PIC X(08).
004820     02  FILLER            PIC X(01) VALUE SPACE.
004830     02  SLW-START-3       PIC 9(08).
004840     02  FILLER            PIC X(01) VALUE SPACE.
004850     02  SLW-RC-3          PIC 9(04).
004860     02  FILLER            PIC X(01) VALUE SPACE.
004870     02  SLW-STATUS-3      PIC X(01).
004900 COPY FINOLRM.
005000 COPY STSREC.
005100 01  RUN-REGISTER-RECORD.
005800     05  RR-FORCE-FLAG      PIC X(1).
005900     05  RR-RUN-TIME        PIC 9(8).
006000     05  FILLER             PIC X(52).
006050 COPY ACCLOG.
006100 COPY DFHAID.
006200 COPY DFHBMSCA.
006300 LINKAGE SECTION.
010700     END-IF.
010800     PERFORM 2000-SHOW-STATUS-RECORD.
010900     PERFORM 3000-CHECK-RUN-REGISTER.
010950     PERFORM 9100-WRITE-ACCESS-LOG.
011000     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
011100 2000-SHOW-STATUS-RECORD.
011700     MOVE SS-LAST-STEP TO LSTO.
011800     MOVE SS-DATE-COMPLETE-FLAG TO CMPO.
      ******************************************************************
      * THREE STEPS PER SCREEN LINE, IN STREAM ORDER -- FOURTEEN
      * LINES HOLD THE FULL 40-STEP STREAM.
      ******************************************************************
011900     MOVE ZERO TO WS-LINE-SUB.
012000     PERFORM 2100-FILL-ONE-STEP-LINE
012100        VARYING WS-STEP-SUB FROM 1 BY 3
012200        UNTIL WS-STEP-SUB > SS-STEP-COUNT
012300           OR WS-LINE-SUB >= 14.
      ******************************************************************
012400 2100-FILL-ONE-STEP-LINE.
012500     ADD 1 TO WS-LINE-SUB.
012600     MOVE SPACES TO STEP-LINE-WORK.
012700     MOVE SS-STEP-NAME (WS-STEP-SUB) TO SLW-NAME-1.
013200        MOVE SS-STEP-RC (WS-STEP-SUB + 1) TO SLW-RC-2
013300        MOVE SS-STEP-STATUS (WS-STEP-SUB + 1) TO SLW-STATUS-2
013400     END-IF.
013410     IF WS-STEP-SUB + 1 < SS-STEP-COUNT
013420        MOVE SS-STEP-NAME (WS-STEP-SUB + 2) TO SLW-NAME-3
013430        MOVE SS-STEP-START (WS-STEP-SUB + 2) TO SLW-START-3
013440        MOVE SS-STEP-RC (WS-STEP-SUB + 2) TO SLW-RC-3
013450        MOVE SS-STEP-STATUS (WS-STEP-SUB + 2) TO SLW-STATUS-3
013460     END-IF.
013500     MOVE STEP-LINE-WORK TO LNO (WS-LINE-SUB).
      ******************************************************************
013600 3000-CHECK-RUN-REGISTER.
018600          COMMAREA(COMMAREA-FIELDS)
018700          LENGTH(8)
018800     END-EXEC.
      ******************************************************************
018900 9100-WRITE-ACCESS-LOG.
019000     MOVE SPACES TO ACCESS-LOG-RECORD.
019100     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
019200     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
019300     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
019400          YYYYMMDD(AL-LOG-DATE)
019500          TIME(WS-TIME-WORK)
019600     END-EXEC.
019700     COMPUTE AL-LOG-TIME = WS-TIME-WORK * 100.
019800     MOVE EIBTRMID TO AL-TERMINAL-ID.
019900     MOVE WS-USERID TO AL-OPERATOR-ID.
020000     MOVE EIBTRNID TO AL-TRANSACTION-ID.
020100     MOVE 'FINOLR01' TO AL-PROGRAM-ID.
020200     MOVE WS-ACCESS-TYPE TO AL-ACCESS-TYPE.
020300     MOVE ZERO TO AL-ACCOUNT-NUMBER.
020400     MOVE SS-KEY TO AL-ITEM-KEY.
020500     EXEC CICS WRITEQ TD QUEUE('ALOG')
020600          FROM(ACCESS-LOG-RECORD)
020700          LENGTH(80)
020800     END-EXEC.
