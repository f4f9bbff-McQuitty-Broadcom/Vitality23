      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-21  TS   INITIAL VERSION.
      * 2026-10-01  TS   DUAL AUTHORIZATION. NO CARD IS APPLIED ON ITS
      *                  OWN ANY MORE -- EACH VALID CARD IS WRITTEN TO
      *                  THE PENDING-CHANGES FILE (SEE PENDCHG) FOR A
      *                  SECOND OPERATOR TO APPROVE THROUGH FINPCA01,
      *                  AND CARDS APPROVED SINCE THE LAST RUN ARE
      *                  APPLIED FIRST. THE AUDIT LINE NAMES THE
      *                  APPROVER.
      ******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002300     SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN U-T-CTLTOT.
002400     SELECT CONTROL-TOTAL-NEW-FILE ASSIGN U-T-CTLNEW.
002500     SELECT MAINT-FILE ASSIGN U-T-CTMNT.
002510     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
002520        ORGANIZATION IS INDEXED
002530        ACCESS MODE IS DYNAMIC
002540        RECORD KEY IS PC-KEY
002550        FILE STATUS IS WS-PENDCH-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD REPORT-FILE
005400     02 CTM-REASON-CODE        PIC X(04).
005500     02 CTM-OPERATOR-ID        PIC X(08).
005600     02 FILLER                 PIC X(38).
005610 FD PENDING-FILE
005620     LABEL RECORDS ARE STANDARD
005630     DATA RECORD IS PENDING-CHANGE-RECORD.
005640 COPY PENDCHG.
      ******************************************************************
005700 WORKING-STORAGE SECTION.
005800 COPY HEADER1.
007200     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
007300     02  WS-OLD-COUNT      PIC 9(7)  VALUE ZERO.
007400     02  WS-OLD-TOTAL      PIC S9(13)V99 VALUE ZERO.
007409     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
007418     02  PENDING-SWITCH    PIC X(3)  VALUE SPACES.
007427         88  END-OF-PENDING VALUE 'EOF'.
007436     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
007445         88  APPLYING-APPROVED-CHANGE VALUE 'YES'.
007454     02  WS-APPROVER-ID    PIC X(8)  VALUE SPACES.
007463     02  WS-PEND-SEQUENCE  PIC 9(4)  VALUE ZERO.
007472     02  WS-REJECTS-BEFORE PIC 9(5)  VALUE ZERO.
007481     02  WS-PENDED-COUNT   PIC 9(5)  VALUE ZERO.
007490     02  WS-APPROVED-COUNT PIC 9(5)  VALUE ZERO.
007500 01  DATE-WORK-FIELDS.
007600     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
007700     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008100         10  CTE-EXPECTED-COUNT  PIC 9(07).
008200         10  CTE-EXPECTED-TOTAL  PIC S9(13)V99.
008300 COPY PAGING.
008310 COPY FINBDC01.
008400 01  AUDIT-DETAIL-LINE.
008500     02  FILLER                PIC X(2).
008600     02  AUD-PROGRAM-ID        PIC X(8).
010000     02  AUD-DATE              PIC 9(6).
010100     02  FILLER                PIC X(1).
010200     02  AUD-TIME              PIC 9(8).
010300     02  FILLER                PIC X(2).
010310     02  AUD-APPROVER          PIC X(8).
010320     02  FILLER                PIC X(35).
010400 01  REJECT-DETAIL-LINE.
010500     02  FILLER                PIC X(2).
010600     02  REJ-PROGRAM-ID        PIC X(8).
010700     02  FILLER                PIC X(2).
010800     02  REJ-REASON-TEXT       PIC X(34).
010900     02  FILLER                PIC X(86).
010906 01  PENDED-DETAIL-LINE.
010912     02  FILLER                PIC X(2).
010918     02  FILLER                PIC X(22)
010924         VALUE 'PENDING APPROVAL  KEY '.
010930     02  PND-KEY               PIC X(26).
010936     02  FILLER                PIC X(2).
010942     02  PND-PROGRAM-ID        PIC X(8).
010948     02  FILLER                PIC X(2).
010954     02  PND-NEW-COUNT         PIC Z,ZZZ,ZZ9.
010960     02  FILLER                PIC X(2).
010966     02  PND-NEW-TOTAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
010972     02  FILLER                PIC X(2).
010978     02  PND-OPERATOR          PIC X(8).
010984     02  FILLER                PIC X(31).
011000 01  COLUMN-HEADING-LINE.
011100     02  FILLER                PIC X(2).
011200     02  FILLER                PIC X(8)  VALUE 'PROGRAM'.
012400     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
012700     02  FILLER                PIC X(2).
012710     02  FILLER                PIC X(8)  VALUE 'APPROVER'.
012720     02  FILLER                PIC X(28).
012800******************************************************************
012900 PROCEDURE DIVISION.
013000     DISPLAY 'FINCTM01 - CONTROL-TOTAL MAINTENANCE STARTING'.
013100     ACCEPT WS-MAINT-DATE FROM DATE.
013200     ACCEPT WS-MAINT-TIME FROM TIME.
013210     MOVE ZERO TO BD-REQUEST-DATE.
013220     CALL 'FINBDT01' USING FINBDC01-RECORD.
013300     PERFORM LOAD-CONTROL-TOTAL-TABLE.
013400     OPEN INPUT  MAINT-FILE
013500          OUTPUT REPORT-FILE.
013600     PERFORM WRITE-HEADER.
013610     OPEN I-O PENDING-FILE.
013620     PERFORM APPLY-APPROVED-CHANGES.
013700     PERFORM GET-MAINT-CARD.
013800     PERFORM APPLY-AND-READ
013900        UNTIL END-OF-FILE.
014000     CLOSE MAINT-FILE PENDING-FILE.
014100     PERFORM WRITE-NEW-CONTROL-FILE.
014200     CLOSE REPORT-FILE.
014300     DISPLAY 'FINCTM01 - CHANGES APPLIED:  ' WS-APPLIED-COUNT.
014310     DISPLAY 'FINCTM01 - PENDING APPROVAL: ' WS-PENDED-COUNT.
014400     DISPLAY 'FINCTM01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
014500     IF WS-REJECT-COUNT > ZERO
014600        MOVE 4 TO RETURN-CODE
018900        GO TO APPLY-MAINT-CARD-EXIT
019000     END-IF.
019100     PERFORM FIND-TABLE-ENTRY.
019110     IF NOT APPLYING-APPROVED-CHANGE
019120        IF NOT ENTRY-FOUND AND WS-ENTRY-COUNT NOT < 10
019130           PERFORM WRITE-REJECT-LINE
019140        ELSE
019150           PERFORM PEND-MAINT-CARD
019160        END-IF
019170        GO TO APPLY-MAINT-CARD-EXIT
019180     END-IF.
019200     IF ENTRY-FOUND
019300        MOVE CTE-EXPECTED-COUNT (WS-ENTRY-SUB) TO WS-OLD-COUNT
019400        MOVE CTE-EXPECTED-TOTAL (WS-ENTRY-SUB) TO WS-OLD-TOTAL
024500     MOVE CTM-EXPECTED-TOTAL TO AUD-NEW-TOTAL.
024600     MOVE CTM-REASON-CODE TO AUD-REASON.
024700     MOVE CTM-OPERATOR-ID TO AUD-OPERATOR.
024710     MOVE WS-APPROVER-ID TO AUD-APPROVER.
024800     MOVE WS-MAINT-DATE TO AUD-DATE.
024900     MOVE WS-MAINT-TIME TO AUD-TIME.
025000     MOVE AUDIT-DETAIL-LINE TO OUTPUT-LINE.
029800     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
029900     WRITE OUTPUT-RECORD.
030000     ADD 1 TO LINES-WRITTEN.
030100******************************************************************
      * EVERY CONTROL-TOTAL CHANGE NEEDS A SECOND OPERATOR. THE OLD
      * AND NEW TOTALS GO ON THE PENDING RECORD FOR THE APPROVER.
      ******************************************************************
030200 PEND-MAINT-CARD.
030300     MOVE SPACES TO PENDING-CHANGE-RECORD.
030400     MOVE 'FINCTM01' TO PC-PROGRAM-ID.
030500     MOVE BD-BUSINESS-DATE TO PC-SUBMIT-DATE.
030600     DIVIDE WS-MAINT-TIME BY 100 GIVING PC-SUBMIT-TIME.
030700     ADD 1 TO WS-PEND-SEQUENCE.
030800     MOVE WS-PEND-SEQUENCE TO PC-CARD-SEQUENCE.
030900     MOVE MAINT-CARD-RECORD TO PC-CARD-IMAGE.
031000     MOVE CTM-OPERATOR-ID TO PC-SUBMITTED-BY.
031100     MOVE CTM-REASON-CODE TO PC-SUBMIT-REASON.
031200     MOVE CTM-PROGRAM-ID TO PC-ITEM-KEY.
031300     MOVE 'CONTROL TOTAL' TO PC-CHANGE-TYPE.
031400     IF ENTRY-FOUND
031500        MOVE CTE-EXPECTED-TOTAL (WS-ENTRY-SUB) TO PC-OLD-VALUE
031600     ELSE
031700        MOVE ZERO TO PC-OLD-VALUE
031800     END-IF.
031900     MOVE CTM-EXPECTED-TOTAL TO PC-NEW-VALUE.
032000     MOVE 'P' TO PC-STATUS.
032100     MOVE ZERO TO PC-DECISION-DATE.
032200     MOVE ZERO TO PC-APPLIED-DATE.
032300     WRITE PENDING-CHANGE-RECORD
032400         INVALID KEY
032500            PERFORM WRITE-REJECT-LINE
032600         NOT INVALID KEY
032700            PERFORM WRITE-PENDED-LINE
032800     END-WRITE.
032900******************************************************************
033000 WRITE-PENDED-LINE.
033100     ADD 1 TO WS-PENDED-COUNT.
033200     IF LINES-WRITTEN >= WS-PAGE-SIZE
033300        PERFORM WRITE-HEADER
033400        MOVE 2 TO LINE-SPACING
033500     END-IF.
033600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033700     MOVE PC-KEY TO PND-KEY.
033800     MOVE CTM-PROGRAM-ID TO PND-PROGRAM-ID.
033900     MOVE CTM-EXPECTED-COUNT TO PND-NEW-COUNT.
034000     MOVE CTM-EXPECTED-TOTAL TO PND-NEW-TOTAL.
034100     MOVE CTM-OPERATOR-ID TO PND-OPERATOR.
034200     MOVE PENDED-DETAIL-LINE TO OUTPUT-LINE.
034300     WRITE OUTPUT-RECORD.
034400     ADD 1 TO LINES-WRITTEN.
034500     MOVE 1 TO LINE-SPACING.
034600******************************************************************
      * CARDS APPROVED THROUGH FINPCA01 SINCE THE LAST RUN GO THROUGH
      * THE SAME EDITS AND APPLY AS ANY OTHER CARD, BUT ARE NOT PENDED
      * AGAIN. ONE THAT NO LONGER APPLIES IS MARKED FAILED, NOT LEFT
      * APPROVED TO BE TRIED EVERY NIGHT.
      ******************************************************************
034700 APPLY-APPROVED-CHANGES.
034800     MOVE SPACES TO PENDING-SWITCH.
034900     MOVE 'FINCTM01' TO PC-PROGRAM-ID.
035000     MOVE ZERO TO PC-SUBMIT-DATE PC-SUBMIT-TIME PC-CARD-SEQUENCE.
035100     START PENDING-FILE KEY IS NOT LESS THAN PC-KEY
035200         INVALID KEY
035300            MOVE 'EOF' TO PENDING-SWITCH
035400     END-START.
035500     IF NOT END-OF-PENDING
035600        PERFORM GET-PENDING-RECORD
035700     END-IF.
035800     PERFORM APPLY-APPROVED-AND-READ
035900        UNTIL END-OF-PENDING.
036000******************************************************************
036100 GET-PENDING-RECORD.
036200     READ PENDING-FILE NEXT RECORD AT END
036300         MOVE 'EOF' TO PENDING-SWITCH.
036400     IF NOT END-OF-PENDING
036500           AND PC-PROGRAM-ID NOT = 'FINCTM01'
036600        MOVE 'EOF' TO PENDING-SWITCH
036700     END-IF.
036800******************************************************************
036900 APPLY-APPROVED-AND-READ.
037000     IF PC-APPROVED
037100        PERFORM APPLY-ONE-APPROVED-CHANGE
037200     END-IF.
037300     PERFORM GET-PENDING-RECORD.
037400******************************************************************
037500 APPLY-ONE-APPROVED-CHANGE.
037600     MOVE PC-CARD-IMAGE TO MAINT-CARD-RECORD.
037700     MOVE PC-DECIDED-BY TO WS-APPROVER-ID.
037800     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
037900     MOVE 'YES' TO APPROVAL-SWITCH.
038000     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
038100     MOVE 'NO ' TO APPROVAL-SWITCH.
038200     MOVE SPACES TO WS-APPROVER-ID.
038300     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
038400        MOVE 'F' TO PC-STATUS
038500     ELSE
038600        MOVE 'X' TO PC-STATUS
038700        ADD 1 TO WS-APPROVED-COUNT
038800     END-IF.
038900     MOVE BD-BUSINESS-DATE TO PC-APPLIED-DATE.
039000     REWRITE PENDING-CHANGE-RECORD.
