      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-02  TS   EVERY SUSPENSE RECORD SHOWN OR CORRECTED IS
      *                  LOGGED WITH TERMINAL, OPERATOR, TRANSACTION,
      *                  THE CARRIED ACCOUNT AND TIMESTAMP THROUGH THE
      *                  ALOG TD QUEUE (SEE ACCLOG).
      ******************************************************************
003100 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
004000         VALUE 'FOLS SESSION ENDED        '.
004100     02  UPDATE-AUTH-SWITCH PIC X(3) VALUE 'NO '.
004200         88  UPDATE-AUTHORIZED VALUE 'YES'.
004210     02  WS-ACCESS-TYPE    PIC X(1)  VALUE 'V'.
004300 01  COMMAREA-FIELDS.
004400     02  CA-LAST-KEY.
004500         03  CA-REASON-CODE  PIC X(04).
007000     02  OA-UPDATE-AUTH-FLAG PIC X(01).
007100         88  OA-UPDATE-AUTHORIZED VALUE 'Y'.
007200     02  FILLER             PIC X(50).
007210 COPY ACCLOG.
007300 COPY DFHAID.
007400 COPY DFHBMSCA.
007500 LINKAGE SECTION.
020200        PERFORM 8100-SEND-MAP-DATAONLY
020300     END-IF.
020400     PERFORM 4200-JOURNAL-THE-CHANGE.
020450     MOVE 'U' TO WS-ACCESS-TYPE.
020500     PERFORM 6000-SHOW-WORK-RECORD.
020600     MOVE 'RECORD CORRECTED AND MARKED READY' TO MSGO.
020700     PERFORM 8100-SEND-MAP-DATAONLY.
025800     MOVE EDIT-FIELD5 TO AMT2O.
025900     MOVE EDIT-FIELD6 TO REFO.
026000     MOVE SW-READY-FLAG TO RDYO.
026050     PERFORM 9100-WRITE-ACCESS-LOG.
      ******************************************************************
026100 7000-END-SESSION.
026200     EXEC CICS SEND TEXT
028400          COMMAREA(COMMAREA-FIELDS)
028500          LENGTH(17)
028600     END-EXEC.
      ******************************************************************
028700 9100-WRITE-ACCESS-LOG.
028800     MOVE SPACES TO ACCESS-LOG-RECORD.
028900     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
029000     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
029100     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
029200          YYYYMMDD(AL-LOG-DATE)
029300          TIME(WS-TIME-WORK)
029400     END-EXEC.
029500     COMPUTE AL-LOG-TIME = WS-TIME-WORK * 100.
029600     MOVE EIBTRMID TO AL-TERMINAL-ID.
029700     MOVE WS-USERID TO AL-OPERATOR-ID.
029800     MOVE EIBTRNID TO AL-TRANSACTION-ID.
029900     MOVE 'FINOLS01' TO AL-PROGRAM-ID.
030000     MOVE WS-ACCESS-TYPE TO AL-ACCESS-TYPE.
030100     IF EDIT-FIELD1 NUMERIC
030200        MOVE EDIT-FIELD1 TO AL-ACCOUNT-NUMBER
030300     ELSE
030400        MOVE ZERO TO AL-ACCOUNT-NUMBER
030500     END-IF.
030600     MOVE EDIT-FIELD6 TO AL-REFERENCE-CODE.
030700     MOVE SW-KEY TO AL-ITEM-KEY.
030800     EXEC CICS WRITEQ TD QUEUE('ALOG')
030900          FROM(ACCESS-LOG-RECORD)
031000          LENGTH(80)
031100     END-EXEC.
