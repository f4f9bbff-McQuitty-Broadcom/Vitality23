      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-09  TS   HISTORY FOR AN ACCOUNT UNDER LEGAL HOLD
      *                  (FINLGQ01) STAYS ON TRNHIST WHATEVER ITS DATE,
      *                  WITH ITS OWN LINE ON THE PROOF LISTING.
      ******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
006800     02  WS-KEPT-COUNT     PIC 9(7)  VALUE ZERO.
006900     02  WS-OLDEST-DATE    PIC 9(8)  VALUE 99999999.
007000     02  WS-NEWEST-ARCHIVED PIC 9(8) VALUE ZERO.
007010     02  WS-HOLD-KEPT-COUNT PIC 9(7) VALUE ZERO.
007020     02  WS-LAST-HOLD-ACCOUNT PIC 9(8) VALUE ZERO.
007030     02  WS-LAST-HOLD-FLAG PIC X(1) VALUE 'N'.
007040         88  LAST-ACCOUNT-HELD VALUE 'Y'.
007050     02  WS-HOLD-THIS-RECORD PIC X(1) VALUE 'N'.
007060         88  HOLD-THIS-RECORD VALUE 'Y'.
007100 COPY PAGING.
007110 COPY FINLGC01.
007200 01  PROOF-TOTAL-LINE.
007300     02  FILLER                PIC X(2).
007400     02  PRT-TAG               PIC X(28).
010200     DISPLAY 'FINHAR01 - RECORDS ARCHIVED: '
010300         WS-ARCHIVED-COUNT.
010400     DISPLAY 'FINHAR01 - RECORDS KEPT:     ' WS-KEPT-COUNT.
010410     DISPLAY 'FINHAR01 - KEPT, LEGAL HOLD: ' WS-HOLD-KEPT-COUNT.
010500     GOBACK.
010600******************************************************************
010700 READ-CONTROL-CARD.
012400     PERFORM GET-HISTORY-RECORD.
012500******************************************************************
012600 ARCHIVE-ONE-RECORD.
012610     MOVE 'N' TO WS-HOLD-THIS-RECORD.
012620     IF HIST-PROCESS-DATE < WS-ARCHIVE-CUTOFF
012630        PERFORM CHECK-LEGAL-HOLD
012640        IF LAST-ACCOUNT-HELD
012650           MOVE 'Y' TO WS-HOLD-THIS-RECORD
012660           ADD 1 TO WS-HOLD-KEPT-COUNT
012670        END-IF
012680     END-IF.
012700     IF HIST-PROCESS-DATE < WS-ARCHIVE-CUTOFF
012710        AND NOT HOLD-THIS-RECORD
012800        WRITE ARCHIVE-RECORD FROM HISTORY-RECORD
012900        DELETE HISTORY-FILE
013000        ADD 1 TO WS-ARCHIVED-COUNT
013700     ELSE
013800        ADD 1 TO WS-KEPT-COUNT
013900     END-IF.
013930******************************************************************
      * HISTORY COMES IN ACCOUNT ORDER, SO FINLGQ01 IS ASKED ONCE PER
      * ACCOUNT AND THE ANSWER HELD FOR THE ACCOUNT'S OTHER RECORDS.
      ******************************************************************
013940 CHECK-LEGAL-HOLD.
013950     IF HIST-ACCOUNT-NUMBER NOT = WS-LAST-HOLD-ACCOUNT
013960        MOVE HIST-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER
013970        CALL 'FINLGQ01' USING FINLGC01-RECORD
013975        MOVE HIST-ACCOUNT-NUMBER TO WS-LAST-HOLD-ACCOUNT
013980        MOVE LQ-HOLD-FLAG TO WS-LAST-HOLD-FLAG
013990     END-IF.
014000******************************************************************
014100 WRITE-PROOF-TOTALS.
014200     MOVE 2 TO LINE-SPACING.
016000     MOVE WS-KEPT-COUNT TO PRT-COUNT.
016100     MOVE ZERO TO PRT-DATE.
016200     PERFORM WRITE-ONE-TOTAL-LINE.
016210     MOVE '  OF WHICH LEGAL HOLD     - ' TO PRT-TAG.
016220     MOVE WS-HOLD-KEPT-COUNT TO PRT-COUNT.
016230     PERFORM WRITE-ONE-TOTAL-LINE.
016300******************************************************************
016400 WRITE-ONE-TOTAL-LINE.
016500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
