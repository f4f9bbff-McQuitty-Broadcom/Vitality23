      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-10-09  TS   NO REFUND IS RAISED FOR AN ACCOUNT UNDER LEGAL
      *                  HOLD (FINLGQ01); THE CREDIT STAYS ON THE
      *                  ACCOUNT AND IS COUNTED ON ITS OWN TOTAL LINE.
      * 2026-10-13  TS   THE SWEEP NOW READS THE SHARED ACCOUNT EXTRACT
      *                  (SEE ACCTSWP, FINMSW01) INSTEAD OF THE KEYED
      *                  MASTER, AND THE PAYEE NAME COMES FROM THE
      *                  NAME-AND-ADDRESS RECORD IT CARRIES. AN EXTRACT
      *                  CUT FOR ANOTHER DATE IS NOT READ, AND ONE WHOSE
      *                  DETAILS DO NOT AGREE WITH ITS TRAILER ENDS THE
      *                  RUN RETURN-CODE 8. THE MASTER IS STILL READ BY
      *                  KEY FOR THE FLAG REWRITE; AN ACCOUNT WHOSE
      *                  MASTER RECORD HAS CHANGED SINCE THE SWEEP IS
      *                  NOT REFUNDED THIS RUN AND IS COUNTED ON ITS OWN
      *                  TOTAL LINE.
      * 2026-10-15  TS   THE ACCOUNT EXTRACT IS CHECKED AGAINST
      *                  CC-AS-OF-DATE FROM THE CONTROL CARD WHEN ONE IS
      *                  GIVEN, AS FINMSW01 CUTS IT, AND AGAINST THE
      *                  BUSINESS DATE ONLY WHEN IT IS NOT. THE REFUND
      *                  AND LAST-UPDATE DATES STAY THE BUSINESS DATE.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003500        ACCESS MODE IS DYNAMIC
003600        RECORD KEY IS MSTR-ACCOUNT-NUMBER
003700        FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD REPORT-FILE
007500     LABEL RECORDS ARE STANDARD
007600     DATA RECORD IS MASTER-RECORD.
007700 COPY MSTRFILE.
007800 FD ACCOUNT-EXTRACT-FILE
007880     LABEL RECORDS ARE STANDARD
007960     RECORD CONTAINS 260 CHARACTERS
008040     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
008120 COPY ACCTSWP.
      ******************************************************************
008200 WORKING-STORAGE SECTION.
008300 COPY HEADER1.
008800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
008900     02  PAGE-COUNT        PIC 9(3).
009000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009100     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
009120         88  SWEEP-IN-ERROR VALUE 'ERR'.
009140     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
009160     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
009180     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
009200     02  ADDRESS-SWITCH    PIC X(3)  VALUE 'NO '.
009300         88  ADDRESS-FOUND VALUE 'YES'.
009310     02  MASTER-MATCH-SWITCH PIC X(3) VALUE 'NO '.
009320         88  MASTER-UNCHANGED VALUE 'YES'.
009400     02  WS-NET-BALANCE    PIC S9(5)V99 VALUE ZERO.
009500     02  WS-CREDIT-AMOUNT  PIC 9(5)V99 VALUE ZERO.
009600     02  WS-REFUND-THRESHOLD PIC 9(5)V99 VALUE ZERO.
009800     02  WS-REFUND-COUNT   PIC 9(7)  VALUE ZERO.
009900     02  WS-REFUND-TOTAL   PIC 9(11)V99 VALUE ZERO.
010000     02  WS-SKIPPED-COUNT  PIC 9(7)  VALUE ZERO.
010010     02  WS-LEGAL-HOLD-COUNT PIC 9(7) VALUE ZERO.
010020     02  WS-LEGAL-HOLD-TOTAL PIC 9(11)V99 VALUE ZERO.
010030     02  WS-CHANGED-COUNT  PIC 9(7)  VALUE ZERO.
010040     02  WS-CHANGED-TOTAL  PIC 9(11)V99 VALUE ZERO.
010050     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
010100 COPY PAGING.
010200 COPY FINBDC01.
010210 COPY FINLGC01.
010220 COPY NAMADDR.
010300 01  REGISTER-DETAIL-LINE.
010400     02  FILLER                PIC X(2).
010500     02  REG-VOUCHER           PIC ZZZ,ZZ9.
013600 PROCEDURE DIVISION.
013700     DISPLAY 'FINRFD01 - CREDIT-BALANCE REFUND SWEEP STARTING'.
013800     PERFORM READ-CONTROL-CARD.
014100     OPEN OUTPUT REPORT-FILE VOUCHER-FILE.
014200     OPEN EXTEND JOURNAL-FILE.
014300     OPEN I-O MASTER-FILE.
014500     PERFORM WRITE-HEADER.
014600     PERFORM OPEN-ACCOUNT-EXTRACT.
014700     PERFORM SWEEP-AND-READ
014800        UNTIL END-OF-FILE.
014900     PERFORM WRITE-REGISTER-TOTALS.
015000     CLOSE MASTER-FILE ACCOUNT-EXTRACT-FILE JOURNAL-FILE
015100         VOUCHER-FILE REPORT-FILE.
015200     DISPLAY 'FINRFD01 - REFUNDS EXTRACTED: ' WS-REFUND-COUNT.
015300     DISPLAY 'FINRFD01 - REFUND TOTAL:      ' WS-REFUND-TOTAL.
015400     DISPLAY 'FINRFD01 - ALREADY FLAGGED:   ' WS-SKIPPED-COUNT.
015410     DISPLAY 'FINRFD01 - HELD, LEGAL HOLD:  '
015420         WS-LEGAL-HOLD-COUNT.
015430     DISPLAY 'FINRFD01 - CHANGED SINCE SWEEP: '
015440         WS-CHANGED-COUNT.
015450     IF SWEEP-IN-ERROR
015466        MOVE 8 TO RETURN-CODE
015482     END-IF.
015500     GOBACK.
015600******************************************************************
015700 READ-CONTROL-CARD.
015900     READ CONTROL-FILE AT END
016000         MOVE ZERO TO CC-PAGE-SIZE
016100         MOVE ZERO TO CC-REFUND-THRESHOLD
016150         MOVE ZERO TO CC-AS-OF-DATE
016200     END-READ.
016300     CLOSE CONTROL-FILE.
016310     MOVE ZERO TO BD-REQUEST-DATE.
016320     CALL 'FINBDT01' USING FINBDC01-RECORD.
016330     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
016340        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
016350     ELSE
016360        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
016370     END-IF.
016400     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
016500        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
016600     END-IF.
016900        MOVE CC-REFUND-THRESHOLD TO WS-REFUND-THRESHOLD
017000     END-IF.
017100******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. IT MUST HAVE BEEN CUT FOR THIS RUN'S AS-OF DATE (THE
      * CONTROL CARD'S, OR THE BUSINESS DATE WHEN THE CARD HAS NONE);
      * AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
017200 OPEN-ACCOUNT-EXTRACT.
017206     MOVE SPACES TO INPUT-SWITCH.
017212     OPEN INPUT ACCOUNT-EXTRACT-FILE.
017218     READ ACCOUNT-EXTRACT-FILE AT END
017224         MOVE 'EOF' TO INPUT-SWITCH
017230     END-READ.
017236     IF END-OF-FILE OR NOT XA-IS-HEADER
017242           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
017248        MOVE 'EOF' TO INPUT-SWITCH
017254        MOVE 'ERR' TO SWEEP-SWITCH
017260        DISPLAY 'FINRFD01 - ACCOUNT EXTRACT IS NOT FOR '
017266            WS-AS-OF-DATE ' - NOTHING READ'
017272     ELSE
017278        PERFORM GET-MASTER-RECORD
017284     END-IF.
017290******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
017296 GET-MASTER-RECORD.
017302     READ ACCOUNT-EXTRACT-FILE AT END
017308         MOVE 'EOF' TO INPUT-SWITCH
017314         MOVE 'ERR' TO SWEEP-SWITCH
017320         DISPLAY 'FINRFD01 - ACCOUNT EXTRACT HAS NO TRAILER'
017326     END-READ.
017332     IF NOT END-OF-FILE
017338        IF XA-IS-DETAIL
017344           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
017350           ADD 1 TO WS-SWEEP-COUNT
017356           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
017362           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
017368        ELSE
017374           MOVE 'EOF' TO INPUT-SWITCH
017380           PERFORM CHECK-SWEEP-TRAILER
017386        END-IF
017392     END-IF.
017398******************************************************************
017404 CHECK-SWEEP-TRAILER.
017410     IF NOT XA-IS-TRAILER
017416           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
017422           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
017428           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
017434        MOVE 'ERR' TO SWEEP-SWITCH
017440        DISPLAY 'FINRFD01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
017446            'ITS TRAILER'
017452     END-IF.
017500******************************************************************
017600 SWEEP-AND-READ.
017700     PERFORM SWEEP-ONE-ACCOUNT
017800     PERFORM GET-MASTER-RECORD.
017900******************************************************************
018000 SWEEP-ONE-ACCOUNT.
018100     MOVE XA-OPEN-BALANCE TO WS-NET-BALANCE.
018200     IF WS-NET-BALANCE NOT < ZERO
018300        GO TO SWEEP-ONE-ACCOUNT-EXIT
018400     END-IF.
019000        ADD 1 TO WS-SKIPPED-COUNT
019100        GO TO SWEEP-ONE-ACCOUNT-EXIT
019200     END-IF.
019210     MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER.
019220     CALL 'FINLGQ01' USING FINLGC01-RECORD.
019230     IF LQ-ON-HOLD
019240        ADD 1 TO WS-LEGAL-HOLD-COUNT
019250        ADD WS-CREDIT-AMOUNT TO WS-LEGAL-HOLD-TOTAL
019260        GO TO SWEEP-ONE-ACCOUNT-EXIT
019270     END-IF.
019272     PERFORM READ-MASTER-FOR-UPDATE.
019274     IF NOT MASTER-UNCHANGED
019276        ADD 1 TO WS-CHANGED-COUNT
019278        ADD WS-CREDIT-AMOUNT TO WS-CHANGED-TOTAL
019280        GO TO SWEEP-ONE-ACCOUNT-EXIT
019282     END-IF.
019300     PERFORM WRITE-REFUND-VOUCHER.
019400     PERFORM FLAG-MASTER-RECORD.
019500     PERFORM WRITE-REGISTER-LINE.
019600 SWEEP-ONE-ACCOUNT-EXIT.
019700     EXIT.
019800******************************************************************
      * THE EXTRACT IS A PICTURE OF THE MASTER AT SWEEP TIME. THE FLAG
      * IS ONLY SET WHILE THE MASTER RECORD STILL MATCHES THAT
      * PICTURE; AN ACCOUNT CHANGED SINCE IS LEFT FOR THE NEXT SWEEP.
      ******************************************************************
019810 READ-MASTER-FOR-UPDATE.
019820     MOVE 'NO ' TO MASTER-MATCH-SWITCH.
019830     MOVE XA-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
019840     READ MASTER-FILE
019850         INVALID KEY
019860            CONTINUE
019870         NOT INVALID KEY
019880            IF MASTER-RECORD = XA-MASTER-IMAGE
019890               MOVE 'YES' TO MASTER-MATCH-SWITCH
019892            END-IF
019894     END-READ.
019896******************************************************************
019900 WRITE-REFUND-VOUCHER.
020000     ADD 1 TO WS-VOUCHER-NUMBER.
020100     ADD 1 TO WS-REFUND-COUNT.
021000******************************************************************
021100 FIND-PAYEE-NAME.
021200     MOVE 'NO ' TO ADDRESS-SWITCH.
021300     IF XA-ADDRESS-ON-FILE
021400        MOVE XA-ADDRESS-IMAGE TO NAME-ADDRESS-RECORD
021500        MOVE 'YES' TO ADDRESS-SWITCH
021600        MOVE NA-NAME TO RV-PAYEE-NAME
021700     ELSE
021800        MOVE MSTR-NAME TO RV-PAYEE-NAME
022000     END-IF.
022100******************************************************************
      * THE FLAG REWRITE IS JOURNALED LIKE EVERY OTHER MASTER CHANGE
      * SO FINRCV01 REPLAYS IT.
022800     MOVE 'C' TO JL-ACTION-CODE.
022900     MOVE 'FINRFD01' TO JL-SOURCE-PROGRAM.
023000     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
023100     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
023200     ACCEPT JL-JOURNAL-TIME FROM TIME.
023300     WRITE MASTER-JOURNAL-RECORD.
023400******************************************************************
025500     MOVE WS-REFUND-TOTAL TO RGT-AMOUNT.
025600     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
025700     WRITE OUTPUT-RECORD.
025710     MOVE 1 TO LINE-SPACING.
025720     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025730     MOVE 'HELD - LEGAL HOLD -     ' TO RGT-TAG.
025740     MOVE WS-LEGAL-HOLD-COUNT TO RGT-COUNT.
025750     MOVE WS-LEGAL-HOLD-TOTAL TO RGT-AMOUNT.
025760     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
025770     WRITE OUTPUT-RECORD.
025772     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025774     MOVE 'CHANGED SINCE SWEEP -   ' TO RGT-TAG.
025775     MOVE WS-CHANGED-COUNT TO RGT-COUNT.
025776     MOVE WS-CHANGED-TOTAL TO RGT-AMOUNT.
025777     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
025778     WRITE OUTPUT-RECORD.
025780     MOVE 2 TO LINE-SPACING.
025800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
025900     MOVE SIGNOFF-LINE TO OUTPUT-LINE.
026000     WRITE OUTPUT-RECORD.
