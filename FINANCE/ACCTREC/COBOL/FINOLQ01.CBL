      *               PF3    - END THE SESSION.
      *             PSEUDO-CONVERSATIONAL; THE LAST ACCOUNT DISPLAYED
      *             IS CARRIED IN THE COMMAREA FOR THE PAGING KEYS.
      *             FILES MSTRFILE, REFCODE, OPAUTH AND RISKSCR MUST BE
      *             DEFINED TO CICS (THE BATCH RECORD LAYOUTS, KEYED ON
      *             THEIR LEADING FIELDS).
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  TS   INITIAL VERSION.
      *                  MAINTAINABLE THROUGH PF5 ALONGSIDE THE NAME
      *                  AND DESCRIPTION FIELDS. THE STAT MAP FIELD
      *                  WAS ADDED TO FINOLQS/FINOLQM IN STEP.
      * 2026-09-21  TS   THE ACCOUNT'S BEHAVIORAL RISK GRADE, SCORE AND
      *                  PRIOR GRADE FROM THE NIGHTLY FINRSK01 RUN (SEE
      *                  RISKSCR) ARE NOW DISPLAYED. AN ACCOUNT NOT YET
      *                  SCORED SHOWS A DASH FOR ITS GRADE.
      * 2026-10-02  TS   EVERY ACCOUNT DISPLAYED OR UPDATED IS LOGGED
      *                  WITH TERMINAL, OPERATOR, TRANSACTION AND
      *                  TIMESTAMP THROUGH THE ALOG TD QUEUE (SEE
      *                  ACCLOG) FOR THE WEEKLY FINALR01 REVIEW.
      ******************************************************************
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
004900         88  UPDATE-AUTHORIZED VALUE 'YES'.
005000     02  VALID-SWITCH      PIC X(3)  VALUE 'NO '.
005100         88  RECORD-VALID  VALUE 'YES'.
005110     02  WS-ACCESS-TYPE    PIC X(1)  VALUE 'V'.
005200 01  COMMAREA-FIELDS.
005300     02  CA-LAST-ACCOUNT   PIC 9(08).
005400 COPY FINOLQM.
005500 COPY MSTRFILE.
005550 COPY RISKSCR.
005600 01  REFCODE-RECORD.
005700     02  RC-REFERENCE-CODE  PIC X(06).
005800     02  RC-DESCRIPTION     PIC X(20).
006700         88  OA-UPDATE-AUTHORIZED VALUE 'Y'.
006800     02  FILLER             PIC X(50).
006900 COPY MSTRJNL.
006950 COPY ACCLOG.
007000 COPY DFHAID.
007100 COPY DFHBMSCA.
007200 LINKAGE SECTION.
021000        PERFORM 8100-SEND-MAP-DATAONLY
021100     END-IF.
021200     PERFORM 4200-JOURNAL-THE-CHANGE.
021250     MOVE 'U' TO WS-ACCESS-TYPE.
021300     PERFORM 6000-SHOW-MASTER-RECORD.
021400     MOVE 'ACCOUNT UPDATED AND LOGGED' TO MSGO.
021500     PERFORM 8100-SEND-MAP-DATAONLY.
027500     MOVE MSTR-SOURCE-PROGRAM TO SRCEO.
027600     MOVE MSTR-LAST-UPDATE-DATE TO LUPDO.
027650     MOVE MSTR-STATUS-CODE TO STATO.
027660     PERFORM 6200-SHOW-RISK-GRADE.
027700     PERFORM 6100-VALIDATE-RECORD.
027800     IF RECORD-VALID
027900        MOVE 'PASSES FINAPS01 EDITS' TO VSTSO
028000     ELSE
028100        MOVE 'FAILS FINAPS01 EDITS' TO VSTSO
028200     END-IF.
028210     PERFORM 9100-WRITE-ACCESS-LOG.
      ******************************************************************
      * THE SAME EDITS FINAPS01 APPLIES IN BATCH -- NUMERIC ACCOUNT
      * AND AMOUNTS, AND A REFERENCE CODE ON THE REFCODE MASTER WITH
029800        END-IF
029900     END-IF.
      ******************************************************************
      * THE GRADE FINRSK01 FILED LAST NIGHT.
      ******************************************************************
029910 6200-SHOW-RISK-GRADE.
029920     MOVE MSTR-ACCOUNT-NUMBER TO RK-ACCOUNT-NUMBER.
029930     EXEC CICS READ FILE('RISKSCR')
029940          INTO(RISK-RECORD)
029950          RIDFLD(RK-ACCOUNT-NUMBER)
029960          RESP(WS-RESP)
029970     END-EXEC.
029980     IF WS-RESP = DFHRESP(NORMAL)
029985        MOVE RK-GRADE TO GRADO
029990        MOVE RK-SCORE TO RSCOO
029992        MOVE RK-PREV-GRADE TO PGRDO
029994     ELSE
029996        MOVE '-' TO GRADO
029998     END-IF.
      ******************************************************************
030000 7000-END-SESSION.
030100     EXEC CICS SEND TEXT
030200          FROM(WS-END-MESSAGE)
032300          COMMAREA(COMMAREA-FIELDS)
032400          LENGTH(8)
032500     END-EXEC.
      ******************************************************************
032600 9100-WRITE-ACCESS-LOG.
032700     MOVE SPACES TO ACCESS-LOG-RECORD.
032800     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
032900     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
033000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
033100          YYYYMMDD(AL-LOG-DATE)
033200          TIME(WS-TIME-WORK)
033300     END-EXEC.
033400     COMPUTE AL-LOG-TIME = WS-TIME-WORK * 100.
033500     MOVE EIBTRMID TO AL-TERMINAL-ID.
033600     MOVE WS-USERID TO AL-OPERATOR-ID.
033700     MOVE EIBTRNID TO AL-TRANSACTION-ID.
033800     MOVE 'FINOLQ01' TO AL-PROGRAM-ID.
033900     MOVE WS-ACCESS-TYPE TO AL-ACCESS-TYPE.
034000     MOVE MSTR-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
034100     MOVE MSTR-REFERENCE-CODE TO AL-REFERENCE-CODE.
034200     EXEC CICS WRITEQ TD QUEUE('ALOG')
034300          FROM(ACCESS-LOG-RECORD)
034400          LENGTH(80)
034500     END-EXEC.
