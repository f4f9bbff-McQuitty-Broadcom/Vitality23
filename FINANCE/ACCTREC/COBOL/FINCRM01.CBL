      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-01  TS   DUAL AUTHORIZATION. NO CARD IS APPLIED ON ITS
      *                  OWN ANY MORE -- EACH VALID CARD IS WRITTEN TO
      *                  THE PENDING-CHANGES FILE (SEE PENDCHG) FOR A
      *                  SECOND OPERATOR TO APPROVE THROUGH FINPCA01,
      *                  AND CARDS APPROVED SINCE THE LAST RUN ARE
      *                  APPLIED FIRST. THE AUDIT LINE NAMES THE
      *                  APPROVER.
      * 2026-10-15  TS   EACH REJECT LINE NAMES ITS OWN REASON. A CARD
      *                  WHOSE PENDING KEY IS ALREADY ON FILE NO LONGER
      *                  PRINTS AS A MISSING OR INVALID FIELD.
      ******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002300     SELECT OPTIONAL RATE-OLD-FILE ASSIGN U-T-CURRAT.
002400     SELECT RATE-NEW-FILE ASSIGN U-T-CURNEW.
002500     SELECT MAINT-FILE ASSIGN U-T-CRMNT.
002510     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
002520        ORGANIZATION IS INDEXED
002530        ACCESS MODE IS DYNAMIC
002540        RECORD KEY IS PC-KEY
002550        FILE STATUS IS WS-PENDCH-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD REPORT-FILE
005400     02 CRM-REASON-CODE        PIC X(04).
005500     02 CRM-OPERATOR-ID        PIC X(08).
005600     02 FILLER                 PIC X(49).
005610 FD PENDING-FILE
005620     LABEL RECORDS ARE STANDARD
005630     DATA RECORD IS PENDING-CHANGE-RECORD.
005640 COPY PENDCHG.
      ******************************************************************
005700 WORKING-STORAGE SECTION.
005800 COPY HEADER1.
007100     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
007200     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007300     02  WS-OLD-RATE       PIC 9(3)V9(5) VALUE ZERO.
007310     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
007320     02  PENDING-SWITCH    PIC X(3)  VALUE SPACES.
007330         88  END-OF-PENDING VALUE 'EOF'.
007340     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
007350         88  APPLYING-APPROVED-CHANGE VALUE 'YES'.
007360     02  WS-APPROVER-ID    PIC X(8)  VALUE SPACES.
007370     02  WS-PEND-SEQUENCE  PIC 9(4)  VALUE ZERO.
007380     02  WS-REJECTS-BEFORE PIC 9(5)  VALUE ZERO.
007390     02  WS-PENDED-COUNT   PIC 9(5)  VALUE ZERO.
007392     02  WS-APPROVED-COUNT PIC 9(5)  VALUE ZERO.
007394     02  WS-RATE-ITEM-KEY.
007395         03  WS-RIK-CURRENCY PIC X(3).
007396         03  FILLER        PIC X(1)  VALUE SPACE.
007398         03  WS-RIK-DATE   PIC 9(8).
007400 01  DATE-WORK-FIELDS.
007500     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007600     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008000         10  CRT-EFFECTIVE-DATE  PIC 9(08).
008100         10  CRT-RATE            PIC 9(03)V9(05).
008200 COPY PAGING.
008210 COPY FINBDC01.
008300 01  AUDIT-DETAIL-LINE.
008400     02  FILLER                PIC X(2).
008500     02  AUD-CURRENCY-CODE     PIC X(3).
009700     02  AUD-DATE              PIC 9(6).
009800     02  FILLER                PIC X(1).
009900     02  AUD-TIME              PIC 9(8).
010000     02  FILLER                PIC X(2).
010010     02  AUD-APPROVER          PIC X(8).
010020     02  FILLER                PIC X(62).
010100 01  REJECT-DETAIL-LINE.
010200     02  FILLER                PIC X(2).
010300     02  REJ-CURRENCY-CODE     PIC X(3).
010400     02  FILLER                PIC X(2).
010500     02  REJ-REASON-TEXT       PIC X(34).
010600     02  FILLER                PIC X(91).
010605 01  PENDED-DETAIL-LINE.
010611     02  FILLER                PIC X(2).
010617     02  FILLER                PIC X(22)
010623         VALUE 'PENDING APPROVAL  KEY '.
010629     02  PND-KEY               PIC X(26).
010635     02  FILLER                PIC X(2).
010641     02  PND-CURRENCY-CODE     PIC X(3).
010647     02  FILLER                PIC X(2).
010653     02  PND-EFFECTIVE-DATE    PIC 9(8).
010659     02  FILLER                PIC X(2).
010665     02  PND-NEW-RATE          PIC ZZ9.99999.
010671     02  FILLER                PIC X(2).
010677     02  PND-OPERATOR          PIC X(8).
010683     02  FILLER                PIC X(46).
010700 01  COLUMN-HEADING-LINE.
010800     02  FILLER                PIC X(2).
010900     02  FILLER                PIC X(3)  VALUE 'CCY'.
011900     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
012000     02  FILLER                PIC X(2).
012100     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
012200     02  FILLER                PIC X(2).
012210     02  FILLER                PIC X(8)  VALUE 'APPROVER'.
012220     02  FILLER                PIC X(62).
012300******************************************************************
012400 PROCEDURE DIVISION.
012500     DISPLAY 'FINCRM01 - CURRENCY-RATE MAINTENANCE STARTING'.
012600     ACCEPT WS-MAINT-DATE FROM DATE.
012700     ACCEPT WS-MAINT-TIME FROM TIME.
012710     MOVE ZERO TO BD-REQUEST-DATE.
012720     CALL 'FINBDT01' USING FINBDC01-RECORD.
012800     PERFORM LOAD-RATE-TABLE.
012900     OPEN INPUT  MAINT-FILE
013000          OUTPUT REPORT-FILE.
013100     PERFORM WRITE-HEADER.
013110     OPEN I-O PENDING-FILE.
013120     PERFORM APPLY-APPROVED-CHANGES.
013200     PERFORM GET-MAINT-CARD.
013300     PERFORM APPLY-AND-READ
013400        UNTIL END-OF-FILE.
013500     CLOSE MAINT-FILE PENDING-FILE.
013600     PERFORM WRITE-NEW-RATE-FILE.
013700     CLOSE REPORT-FILE.
013800     DISPLAY 'FINCRM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
013810     DISPLAY 'FINCRM01 - PENDING APPROVAL: ' WS-PENDED-COUNT.
013900     DISPLAY 'FINCRM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
014000     IF WS-REJECT-COUNT > ZERO
014100        MOVE 4 TO RETURN-CODE
017500     IF CRM-CURRENCY-CODE = SPACES
017600           OR CRM-REASON-CODE = SPACES
017700           OR CRM-OPERATOR-ID = SPACES
017750        MOVE 'REJECTED - MISSING OR INVALID FIELD' TO
017760            REJ-REASON-TEXT
017800        PERFORM WRITE-REJECT-LINE
017900        GO TO APPLY-MAINT-CARD-EXIT
018000     END-IF.
018200           OR CRM-EFFECTIVE-DATE = ZERO
018300           OR CRM-RATE NOT NUMERIC
018400           OR CRM-RATE = ZERO
018450        MOVE 'REJECTED - BAD DATE OR RATE' TO
018460            REJ-REASON-TEXT
018500        PERFORM WRITE-REJECT-LINE
018600        GO TO APPLY-MAINT-CARD-EXIT
018700     END-IF.
018800     PERFORM FIND-TABLE-ENTRY.
018810     IF NOT APPLYING-APPROVED-CHANGE
018820        IF NOT ENTRY-FOUND AND WS-ENTRY-COUNT NOT < 200
018824           MOVE 'REJECTED - RATE TABLE FULL' TO
018826               REJ-REASON-TEXT
018830           PERFORM WRITE-REJECT-LINE
018840        ELSE
018850           PERFORM PEND-MAINT-CARD
018860        END-IF
018870        GO TO APPLY-MAINT-CARD-EXIT
018880     END-IF.
018900     IF ENTRY-FOUND
019000        MOVE CRT-RATE (WS-ENTRY-SUB) TO WS-OLD-RATE
019100        MOVE CRM-RATE TO CRT-RATE (WS-ENTRY-SUB)
020100           MOVE CRM-RATE TO CRT-RATE (WS-ENTRY-COUNT)
020200           PERFORM WRITE-AUDIT-LINE
020300        ELSE
020350           MOVE 'REJECTED - RATE TABLE FULL' TO
020360               REJ-REASON-TEXT
020400           PERFORM WRITE-REJECT-LINE
020500        END-IF
020600     END-IF.
023700     MOVE CRM-RATE TO AUD-NEW-RATE.
023800     MOVE CRM-REASON-CODE TO AUD-REASON.
023900     MOVE CRM-OPERATOR-ID TO AUD-OPERATOR.
023910     MOVE WS-APPROVER-ID TO AUD-APPROVER.
024000     MOVE WS-MAINT-DATE TO AUD-DATE.
024100     MOVE WS-MAINT-TIME TO AUD-TIME.
024200     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
025200     END-IF.
025300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025400     MOVE CRM-CURRENCY-CODE TO REJ-CURRENCY-CODE.
025700     MOVE REJECT-DETAIL-LINE TO OUTPUT-LINE.
025800     WRITE OUTPUT-RECORD.
025900     ADD 1 TO LINES-WRITTEN.
029000     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
029100     WRITE OUTPUT-RECORD.
029200     ADD 1 TO LINES-WRITTEN.
029300******************************************************************
      * EVERY CURRENCY-RATE CHANGE NEEDS A SECOND OPERATOR. THE OLD
      * AND NEW RATES GO ON THE PENDING RECORD FOR THE APPROVER.
      ******************************************************************
029400 PEND-MAINT-CARD.
029500     MOVE SPACES TO PENDING-CHANGE-RECORD.
029600     MOVE 'FINCRM01' TO PC-PROGRAM-ID.
029700     MOVE BD-BUSINESS-DATE TO PC-SUBMIT-DATE.
029800     DIVIDE WS-MAINT-TIME BY 100 GIVING PC-SUBMIT-TIME.
029900     ADD 1 TO WS-PEND-SEQUENCE.
030000     MOVE WS-PEND-SEQUENCE TO PC-CARD-SEQUENCE.
030100     MOVE MAINT-CARD-RECORD TO PC-CARD-IMAGE.
030200     MOVE CRM-OPERATOR-ID TO PC-SUBMITTED-BY.
030300     MOVE CRM-REASON-CODE TO PC-SUBMIT-REASON.
030400     MOVE CRM-CURRENCY-CODE TO WS-RIK-CURRENCY.
030500     MOVE CRM-EFFECTIVE-DATE TO WS-RIK-DATE.
030600     MOVE WS-RATE-ITEM-KEY TO PC-ITEM-KEY.
030700     MOVE 'CURRENCY RATE' TO PC-CHANGE-TYPE.
030800     IF ENTRY-FOUND
030900        MOVE CRT-RATE (WS-ENTRY-SUB) TO PC-OLD-VALUE
031000     ELSE
031100        MOVE ZERO TO PC-OLD-VALUE
031200     END-IF.
031300     MOVE CRM-RATE TO PC-NEW-VALUE.
031400     MOVE 'P' TO PC-STATUS.
031500     MOVE ZERO TO PC-DECISION-DATE.
031600     MOVE ZERO TO PC-APPLIED-DATE.
031700     WRITE PENDING-CHANGE-RECORD
031800         INVALID KEY
031850            MOVE 'REJECTED - DUPLICATE PENDING KEY' TO
031860                REJ-REASON-TEXT
031900            PERFORM WRITE-REJECT-LINE
032000         NOT INVALID KEY
032100            PERFORM WRITE-PENDED-LINE
032200     END-WRITE.
032300******************************************************************
032400 WRITE-PENDED-LINE.
032500     ADD 1 TO WS-PENDED-COUNT.
032600     IF LINES-WRITTEN >= WS-PAGE-SIZE
032700        PERFORM WRITE-HEADER
032800        MOVE 2 TO LINE-SPACING
032900     END-IF.
033000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033100     MOVE PC-KEY TO PND-KEY.
033200     MOVE CRM-CURRENCY-CODE TO PND-CURRENCY-CODE.
033300     MOVE CRM-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE.
033400     MOVE CRM-RATE TO PND-NEW-RATE.
033500     MOVE CRM-OPERATOR-ID TO PND-OPERATOR.
033600     MOVE PENDED-DETAIL-LINE TO OUTPUT-LINE.
033700     WRITE OUTPUT-RECORD.
033800     ADD 1 TO LINES-WRITTEN.
033900     MOVE 1 TO LINE-SPACING.
034000******************************************************************
      * CARDS APPROVED THROUGH FINPCA01 SINCE THE LAST RUN GO THROUGH
      * THE SAME EDITS AND APPLY AS ANY OTHER CARD, BUT ARE NOT PENDED
      * AGAIN. ONE THAT NO LONGER APPLIES IS MARKED FAILED, NOT LEFT
      * APPROVED TO BE TRIED EVERY NIGHT.
      ******************************************************************
034100 APPLY-APPROVED-CHANGES.
034200     MOVE SPACES TO PENDING-SWITCH.
034300     MOVE 'FINCRM01' TO PC-PROGRAM-ID.
034400     MOVE ZERO TO PC-SUBMIT-DATE PC-SUBMIT-TIME PC-CARD-SEQUENCE.
034500     START PENDING-FILE KEY IS NOT LESS THAN PC-KEY
034600         INVALID KEY
034700            MOVE 'EOF' TO PENDING-SWITCH
034800     END-START.
034900     IF NOT END-OF-PENDING
035000        PERFORM GET-PENDING-RECORD
035100     END-IF.
035200     PERFORM APPLY-APPROVED-AND-READ
035300        UNTIL END-OF-PENDING.
035400******************************************************************
035500 GET-PENDING-RECORD.
035600     READ PENDING-FILE NEXT RECORD AT END
035700         MOVE 'EOF' TO PENDING-SWITCH.
035800     IF NOT END-OF-PENDING
035900           AND PC-PROGRAM-ID NOT = 'FINCRM01'
036000        MOVE 'EOF' TO PENDING-SWITCH
036100     END-IF.
036200******************************************************************
036300 APPLY-APPROVED-AND-READ.
036400     IF PC-APPROVED
036500        PERFORM APPLY-ONE-APPROVED-CHANGE
036600     END-IF.
036700     PERFORM GET-PENDING-RECORD.
036800******************************************************************
036900 APPLY-ONE-APPROVED-CHANGE.
037000     MOVE PC-CARD-IMAGE TO MAINT-CARD-RECORD.
037100     MOVE PC-DECIDED-BY TO WS-APPROVER-ID.
037200     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
037300     MOVE 'YES' TO APPROVAL-SWITCH.
037400     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
037500     MOVE 'NO ' TO APPROVAL-SWITCH.
037600     MOVE SPACES TO WS-APPROVER-ID.
037700     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
037800        MOVE 'F' TO PC-STATUS
037900     ELSE
038000        MOVE 'X' TO PC-STATUS
038100        ADD 1 TO WS-APPROVED-COUNT
038200     END-IF.
038300     MOVE BD-BUSINESS-DATE TO PC-APPLIED-DATE.
038400     REWRITE PENDING-CHANGE-RECORD.
