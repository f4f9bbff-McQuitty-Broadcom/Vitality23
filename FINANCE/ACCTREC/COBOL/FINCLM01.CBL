      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-01  TS   DUAL AUTHORIZATION. A LIMIT INCREASE OF MORE
      *                  THAN WS-DUAL-AUTH-LIMIT (AN ADD COUNTS FROM
      *                  ZERO) IS NOT APPLIED BUT WRITTEN TO THE
      *                  PENDING-CHANGES FILE (SEE PENDCHG) FOR A
      *                  SECOND OPERATOR TO APPROVE THROUGH FINPCA01.
      *                  CARDS APPROVED SINCE THE LAST RUN ARE APPLIED
      *                  FIRST, AND THE AUDIT LINE NAMES THE APPROVER.
      ******************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002300        ACCESS MODE IS DYNAMIC
002400        RECORD KEY IS CL-ACCOUNT-NUMBER
002500        FILE STATUS IS WS-CRLIMT-STATUS.
002510     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
002520        ORGANIZATION IS INDEXED
002530        ACCESS MODE IS DYNAMIC
002540        RECORD KEY IS PC-KEY
002550        FILE STATUS IS WS-PENDCH-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD REPORT-FILE
005100     LABEL RECORDS ARE STANDARD
005200     DATA RECORD IS CREDIT-LIMIT-RECORD.
005300 COPY CRLIMIT.
005310 FD PENDING-FILE
005320     LABEL RECORDS ARE STANDARD
005330     DATA RECORD IS PENDING-CHANGE-RECORD.
005340 COPY PENDCHG.
      ******************************************************************
005400 WORKING-STORAGE SECTION.
005500 COPY HEADER1.
006500     02  WS-OLD-LIMIT      PIC 9(7)V99 VALUE ZERO.
006600     02  WS-APPLIED-COUNT  PIC 9(5)  VALUE ZERO.
006700     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
006706     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
006712     02  PENDING-SWITCH    PIC X(3)  VALUE SPACES.
006718         88  END-OF-PENDING VALUE 'EOF'.
006724     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
006730         88  APPLYING-APPROVED-CHANGE VALUE 'YES'.
006736     02  DUAL-AUTH-SWITCH  PIC X(3)  VALUE 'NO '.
006742         88  CHANGE-NEEDS-APPROVAL VALUE 'YES'.
006748     02  WS-DUAL-AUTH-LIMIT PIC 9(7)V99 VALUE 5000.00.
006754     02  WS-LIMIT-INCREASE PIC S9(7)V99 VALUE ZERO.
006760     02  WS-APPROVER-ID    PIC X(8)  VALUE SPACES.
006766     02  WS-PEND-SEQUENCE  PIC 9(4)  VALUE ZERO.
006772     02  WS-REJECTS-BEFORE PIC 9(5)  VALUE ZERO.
006778     02  WS-PENDED-COUNT   PIC 9(5)  VALUE ZERO.
006784     02  WS-APPROVED-COUNT PIC 9(5)  VALUE ZERO.
006800 01  DATE-WORK-FIELDS.
006900     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007000     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008700     02  AUD-DATE              PIC 9(6).
008800     02  FILLER                PIC X(1).
008900     02  AUD-TIME              PIC 9(8).
009000     02  FILLER                PIC X(2).
009010     02  AUD-APPROVER          PIC X(8).
009020     02  FILLER                PIC X(55).
009100 01  REJECT-DETAIL-LINE.
009200     02  FILLER                PIC X(2).
009300     02  REJ-ACCOUNT           PIC X(8).
009400     02  FILLER                PIC X(2).
009500     02  REJ-REASON-TEXT       PIC X(34).
009600     02  FILLER                PIC X(86).
009607 01  PENDED-DETAIL-LINE.
009614     02  FILLER                PIC X(2).
009621     02  FILLER                PIC X(22)
009628         VALUE 'PENDING APPROVAL  KEY '.
009635     02  PND-KEY               PIC X(26).
009642     02  FILLER                PIC X(2).
009649     02  PND-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
009656     02  FILLER                PIC X(2).
009663     02  PND-NEW-LIMIT         PIC Z,ZZZ,ZZ9.99.
009670     02  FILLER                PIC X(2).
009677     02  PND-OPERATOR          PIC X(8).
009684     02  FILLER                PIC X(46).
009700 01  COLUMN-HEADING-LINE.
009800     02  FILLER                PIC X(2).
009900     02  FILLER                PIC X(6)  VALUE 'ACTION'.
010900     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
011000     02  FILLER                PIC X(2).
011100     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
011200     02  FILLER                PIC X(2).
011210     02  FILLER                PIC X(8)  VALUE 'APPROVER'.
011220     02  FILLER                PIC X(53).
011300******************************************************************
011400 PROCEDURE DIVISION.
011500     DISPLAY 'FINCLM01 - CREDIT-LIMIT MAINTENANCE STARTING'.
012000     OPEN INPUT  MAINT-FILE
012100          OUTPUT REPORT-FILE.
012200     OPEN I-O CREDIT-LIMIT-FILE.
012210     OPEN I-O PENDING-FILE.
012300     PERFORM WRITE-HEADER.
012310     PERFORM APPLY-APPROVED-CHANGES.
012400     PERFORM GET-MAINT-CARD.
012500     PERFORM APPLY-AND-READ
012600        UNTIL END-OF-FILE.
012700     CLOSE MAINT-FILE CREDIT-LIMIT-FILE REPORT-FILE
012710         PENDING-FILE.
012800     DISPLAY 'FINCLM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
012810     DISPLAY 'FINCLM01 - OF WHICH APPROVED:' WS-APPROVED-COUNT.
012820     DISPLAY 'FINCLM01 - PENDING APPROVAL: ' WS-PENDED-COUNT.
012900     DISPLAY 'FINCLM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
013000     IF WS-REJECT-COUNT > ZERO
013100        MOVE 4 TO RETURN-CODE
017000        GO TO APPLY-MAINT-CARD-EXIT
017100     END-IF.
017200     PERFORM FIND-LIMIT-RECORD.
017210     IF NOT APPLYING-APPROVED-CHANGE
017220        PERFORM CHECK-DUAL-AUTHORIZATION
017230        IF CHANGE-NEEDS-APPROVAL
017240           PERFORM PEND-MAINT-CARD
017250           GO TO APPLY-MAINT-CARD-EXIT
017260        END-IF
017270     END-IF.
017300     IF CLM-IS-ADD
017400        PERFORM APPLY-ADD
017500     ELSE
024700     MOVE CLM-CREDIT-LIMIT TO AUD-NEW-LIMIT.
024800     MOVE CLM-REASON-CODE TO AUD-REASON.
024900     MOVE CLM-OPERATOR-ID TO AUD-OPERATOR.
024910     MOVE WS-APPROVER-ID TO AUD-APPROVER.
025000     MOVE WS-MAINT-DATE TO AUD-DATE.
025100     MOVE WS-MAINT-TIME TO AUD-TIME.
025200     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
028200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
028300     WRITE OUTPUT-RECORD.
028400     ADD 1 TO LINES-WRITTEN.
028500******************************************************************
      * A LIMIT RAISED BY MORE THAN WS-DUAL-AUTH-LIMIT NEEDS A SECOND
      * OPERATOR. ONLY A CARD THAT WOULD OTHERWISE APPLY IS PENDED --
      * AN ADD FOR AN ACCOUNT ALREADY ON FILE STILL REJECTS AT ONCE.
      * DECREASES AND DELETES APPLY AS BEFORE.
      ******************************************************************
028600 CHECK-DUAL-AUTHORIZATION.
028700     MOVE 'NO ' TO DUAL-AUTH-SWITCH.
028800     MOVE ZERO TO WS-OLD-LIMIT.
028900     MOVE ZERO TO WS-LIMIT-INCREASE.
029000     IF CLM-IS-ADD AND NOT ACCOUNT-FOUND
029100        MOVE CLM-CREDIT-LIMIT TO WS-LIMIT-INCREASE
029200     END-IF.
029300     IF CLM-IS-CHANGE AND ACCOUNT-FOUND
029400        MOVE CL-CREDIT-LIMIT TO WS-OLD-LIMIT
029500        COMPUTE WS-LIMIT-INCREASE =
029600            CLM-CREDIT-LIMIT - CL-CREDIT-LIMIT
029700     END-IF.
029800     IF WS-LIMIT-INCREASE > WS-DUAL-AUTH-LIMIT
029900        MOVE 'YES' TO DUAL-AUTH-SWITCH
030000     END-IF.
030100******************************************************************
030200 PEND-MAINT-CARD.
030300     MOVE SPACES TO PENDING-CHANGE-RECORD.
030400     MOVE 'FINCLM01' TO PC-PROGRAM-ID.
030500     MOVE BD-BUSINESS-DATE TO PC-SUBMIT-DATE.
030600     DIVIDE WS-MAINT-TIME BY 100 GIVING PC-SUBMIT-TIME.
030700     ADD 1 TO WS-PEND-SEQUENCE.
030800     MOVE WS-PEND-SEQUENCE TO PC-CARD-SEQUENCE.
030900     MOVE MAINT-CARD-RECORD TO PC-CARD-IMAGE.
031000     MOVE CLM-OPERATOR-ID TO PC-SUBMITTED-BY.
031100     MOVE CLM-REASON-CODE TO PC-SUBMIT-REASON.
031200     MOVE CLM-ACCOUNT-NUMBER TO PC-ITEM-KEY.
031300     MOVE 'LIMIT INCREASE' TO PC-CHANGE-TYPE.
031400     MOVE WS-OLD-LIMIT TO PC-OLD-VALUE.
031500     MOVE CLM-CREDIT-LIMIT TO PC-NEW-VALUE.
031600     MOVE 'P' TO PC-STATUS.
031700     MOVE ZERO TO PC-DECISION-DATE.
031800     MOVE ZERO TO PC-APPLIED-DATE.
031900     WRITE PENDING-CHANGE-RECORD
032000         INVALID KEY
032100            MOVE 'REJECTED - DUPLICATE PENDING KEY' TO
032200                REJ-REASON-TEXT
032300            PERFORM WRITE-REJECT-LINE
032400         NOT INVALID KEY
032500            PERFORM WRITE-PENDED-LINE
032600     END-WRITE.
032700******************************************************************
032800 WRITE-PENDED-LINE.
032900     ADD 1 TO WS-PENDED-COUNT.
033000     IF LINES-WRITTEN >= WS-PAGE-SIZE
033100        PERFORM WRITE-HEADER
033200        MOVE 2 TO LINE-SPACING
033300     END-IF.
033400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033500     MOVE PC-KEY TO PND-KEY.
033600     MOVE CLM-ACCOUNT-NUMBER TO PND-ACCOUNT.
033700     MOVE CLM-CREDIT-LIMIT TO PND-NEW-LIMIT.
033800     MOVE CLM-OPERATOR-ID TO PND-OPERATOR.
033900     MOVE PENDED-DETAIL-LINE TO OUTPUT-LINE.
034000     WRITE OUTPUT-RECORD.
034100     ADD 1 TO LINES-WRITTEN.
034200     MOVE 1 TO LINE-SPACING.
034300******************************************************************
      * CARDS APPROVED THROUGH FINPCA01 SINCE THE LAST RUN GO THROUGH
      * THE SAME EDITS AND APPLY AS ANY OTHER CARD, BUT ARE NOT PENDED
      * AGAIN. ONE THAT NO LONGER APPLIES IS MARKED FAILED, NOT LEFT
      * APPROVED TO BE TRIED EVERY NIGHT.
      ******************************************************************
034400 APPLY-APPROVED-CHANGES.
034500     MOVE SPACES TO PENDING-SWITCH.
034600     MOVE 'FINCLM01' TO PC-PROGRAM-ID.
034700     MOVE ZERO TO PC-SUBMIT-DATE PC-SUBMIT-TIME PC-CARD-SEQUENCE.
034800     START PENDING-FILE KEY IS NOT LESS THAN PC-KEY
034900         INVALID KEY
035000            MOVE 'EOF' TO PENDING-SWITCH
035100     END-START.
035200     IF NOT END-OF-PENDING
035300        PERFORM GET-PENDING-RECORD
035400     END-IF.
035500     PERFORM APPLY-APPROVED-AND-READ
035600        UNTIL END-OF-PENDING.
035700******************************************************************
035800 GET-PENDING-RECORD.
035900     READ PENDING-FILE NEXT RECORD AT END
036000         MOVE 'EOF' TO PENDING-SWITCH.
036100     IF NOT END-OF-PENDING
036200           AND PC-PROGRAM-ID NOT = 'FINCLM01'
036300        MOVE 'EOF' TO PENDING-SWITCH
036400     END-IF.
036500******************************************************************
036600 APPLY-APPROVED-AND-READ.
036700     IF PC-APPROVED
036800        PERFORM APPLY-ONE-APPROVED-CHANGE
036900     END-IF.
037000     PERFORM GET-PENDING-RECORD.
037100******************************************************************
037200 APPLY-ONE-APPROVED-CHANGE.
037300     MOVE PC-CARD-IMAGE TO MAINT-CARD-RECORD.
037400     MOVE PC-DECIDED-BY TO WS-APPROVER-ID.
037500     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
037600     MOVE 'YES' TO APPROVAL-SWITCH.
037700     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
037800     MOVE 'NO ' TO APPROVAL-SWITCH.
037900     MOVE SPACES TO WS-APPROVER-ID.
038000     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
038100        MOVE 'F' TO PC-STATUS
038200     ELSE
038300        MOVE 'X' TO PC-STATUS
038400        ADD 1 TO WS-APPROVED-COUNT
038500     END-IF.
038600     MOVE BD-BUSINESS-DATE TO PC-APPLIED-DATE.
038700     REWRITE PENDING-CHANGE-RECORD.
