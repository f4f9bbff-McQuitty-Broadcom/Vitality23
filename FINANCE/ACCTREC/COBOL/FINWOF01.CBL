      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-09-10  TS   AN ACCOUNT WITH AN OPEN DISPUTE (SEE DISPUTE,
      *                  FINDSQ01) IS NO LONGER WRITTEN OFF -- THE
      *                  WRTOFF DETAIL CLEARS THE WHOLE ACCOUNT, SO A
      *                  DISPUTED BALANCE WOULD GO WITH IT. SUCH
      *                  ACCOUNTS ARE LISTED 'HELD - IN DISPUTE' AND
      *                  COUNTED ON THEIR OWN TOTAL LINE.
      * 2026-10-09  TS   AN ACCOUNT UNDER LEGAL HOLD (FINLGQ01) IS NOT
      *                  WRITTEN OFF EITHER; IT IS LISTED 'HELD - LEGAL
      *                  HOLD' AND COUNTED ON ITS OWN TOTAL LINE.
      * 2026-10-13  TS   READS THE SHARED ACCOUNT EXTRACT (SEE ACCTSWP,
      *                  FINMSW01) INSTEAD OF SWEEPING THE KEYED MASTER
      *                  ITSELF. AN EXTRACT CUT FOR ANOTHER DATE IS NOT
      *                  READ, AND ONE WHOSE DETAILS DO NOT AGREE WITH
      *                  ITS TRAILER ENDS THE RUN RETURN-CODE 8. THE
      *                  WRITE-OFF AGE STILL RUNS FROM THE LAST-UPDATE
      *                  DATE, NOT THE EXTRACT'S DAYS PAST DUE.
      ******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003100     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003200     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
003300     SELECT WRITEOFF-FILE ASSIGN U-T-WOFOUT.
003400     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD REPORT-FILE
006400     02 WOF-FIELD5             PIC 9(04)V99.
006500     02 WOF-FIELD6             PIC X(06).
006600     02 FILLER                 PIC X(23).
006700 FD ACCOUNT-EXTRACT-FILE
006780     LABEL RECORDS ARE STANDARD
006860     RECORD CONTAINS 260 CHARACTERS
006940     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
007020 COPY ACCTSWP.
      ******************************************************************
007100 WORKING-STORAGE SECTION.
007200 COPY HEADER1.
007600     02  LINES-WRITTEN     PIC 9(3).
007700     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007800     02  PAGE-COUNT        PIC 9(3).
007900     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
007920         88  SWEEP-IN-ERROR VALUE 'ERR'.
007940     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
007960     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
007980     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
008000     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
008100         88  RUN-APPROVED  VALUE 'YES'.
008200     02  WS-WRITEOFF-LIMIT PIC 9(5)V99 VALUE ZERO.
008600     02  WS-SELECTED-COUNT PIC 9(7)  VALUE ZERO.
008700     02  WS-SELECTED-TOTAL PIC 9(11)V99 VALUE ZERO.
008800     02  WS-EMITTED-COUNT  PIC 9(7)  VALUE ZERO.
008810     02  WS-DISPUTED-COUNT PIC 9(7)  VALUE ZERO.
008820     02  WS-DISPUTED-TOTAL PIC 9(11)V99 VALUE ZERO.
008830     02  WS-LEGAL-HOLD-COUNT PIC 9(7) VALUE ZERO.
008840     02  WS-LEGAL-HOLD-TOTAL PIC 9(11)V99 VALUE ZERO.
008900 01  DATE-WORK-FIELDS.
009000     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
009100     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
009800     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
009900 COPY PAGING.
010000 COPY FINBDC01.
010040 COPY MSTRFILE.
010050 COPY FINDSC01.
010060 COPY FINLGC01.
010100 01  REGISTER-DETAIL-LINE.
010200     02  FILLER                PIC X(2).
010300     02  REG-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
014600        GOBACK
014700     END-IF.
014800     OPEN OUTPUT REPORT-FILE WRITEOFF-FILE.
015000     PERFORM WRITE-HEADER.
015100     PERFORM OPEN-ACCOUNT-EXTRACT.
015200     PERFORM SWEEP-AND-READ
015300        UNTIL END-OF-FILE.
015400     PERFORM WRITE-REGISTER-TOTALS.
015500     CLOSE ACCOUNT-EXTRACT-FILE WRITEOFF-FILE REPORT-FILE.
015600     DISPLAY 'FINWOF01 - ACCOUNTS SELECTED: '
015700         WS-SELECTED-COUNT.
015800     DISPLAY 'FINWOF01 - DETAILS EMITTED:   '
015900         WS-EMITTED-COUNT.
015910     DISPLAY 'FINWOF01 - HELD IN DISPUTE:   '
015920         WS-DISPUTED-COUNT.
015930     DISPLAY 'FINWOF01 - HELD, LEGAL HOLD:  '
015940         WS-LEGAL-HOLD-COUNT.
016000     IF NOT RUN-APPROVED
016100        DISPLAY 'FINWOF01 - PROPOSAL ONLY - RE-EXECUTE WITH '
016200            'THE APPROVAL FLAG TO POST'
016300        MOVE 4 TO RETURN-CODE
016400     END-IF.
016410     IF SWEEP-IN-ERROR
016440        MOVE 8 TO RETURN-CODE
016470     END-IF.
016500     GOBACK.
016600******************************************************************
016700 READ-CONTROL-CARD.
019300     PERFORM COMPUTE-DATE-SERIAL.
019400     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
019500******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
019600 OPEN-ACCOUNT-EXTRACT.
019606     MOVE SPACES TO INPUT-SWITCH.
019612     OPEN INPUT ACCOUNT-EXTRACT-FILE.
019618     READ ACCOUNT-EXTRACT-FILE AT END
019624         MOVE 'EOF' TO INPUT-SWITCH
019630     END-READ.
019636     IF END-OF-FILE OR NOT XA-IS-HEADER
019642           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
019648        MOVE 'EOF' TO INPUT-SWITCH
019654        MOVE 'ERR' TO SWEEP-SWITCH
019660        DISPLAY 'FINWOF01 - ACCOUNT EXTRACT IS NOT FOR '
019666            WS-AS-OF-DATE ' - NOTHING READ'
019672     ELSE
019678        PERFORM GET-MASTER-RECORD
019684     END-IF.
019690******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
019696 GET-MASTER-RECORD.
019702     READ ACCOUNT-EXTRACT-FILE AT END
019708         MOVE 'EOF' TO INPUT-SWITCH
019714         MOVE 'ERR' TO SWEEP-SWITCH
019720         DISPLAY 'FINWOF01 - ACCOUNT EXTRACT HAS NO TRAILER'
019726     END-READ.
019732     IF NOT END-OF-FILE
019738        IF XA-IS-DETAIL
019744           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
019750           ADD 1 TO WS-SWEEP-COUNT
019756           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
019762           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
019768        ELSE
019774           MOVE 'EOF' TO INPUT-SWITCH
019780           PERFORM CHECK-SWEEP-TRAILER
019786        END-IF
019792     END-IF.
019798******************************************************************
019804 CHECK-SWEEP-TRAILER.
019810     IF NOT XA-IS-TRAILER
019816           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
019822           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
019828           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
019834        MOVE 'ERR' TO SWEEP-SWITCH
019840        DISPLAY 'FINWOF01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
019846            'ITS TRAILER'
019852     END-IF.
019900******************************************************************
020000 SWEEP-AND-READ.
020100     PERFORM SWEEP-ONE-ACCOUNT
020200     PERFORM GET-MASTER-RECORD.
020300******************************************************************
020400 SWEEP-ONE-ACCOUNT.
020500     MOVE XA-OPEN-BALANCE TO WS-OPEN-BALANCE.
020600     IF WS-OPEN-BALANCE NOT > ZERO
020700           OR WS-OPEN-BALANCE NOT < WS-WRITEOFF-LIMIT
020800        GO TO SWEEP-ONE-ACCOUNT-EXIT
021400     IF WS-ACCOUNT-AGE NOT > WS-WRITEOFF-DAYS
021500        GO TO SWEEP-ONE-ACCOUNT-EXIT
021600     END-IF.
021602     MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER.
021603     CALL 'FINLGQ01' USING FINLGC01-RECORD.
021604     IF LQ-ON-HOLD
021605        ADD 1 TO WS-LEGAL-HOLD-COUNT
021606        ADD WS-OPEN-BALANCE TO WS-LEGAL-HOLD-TOTAL
021607        MOVE 'HELD - LEGAL HOLD' TO REG-DISPOSITION
021608        PERFORM WRITE-REGISTER-LINE
021609        GO TO SWEEP-ONE-ACCOUNT-EXIT
021610     END-IF.
021611     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
021620     CALL 'FINDSQ01' USING FINDSC01-RECORD.
021630     IF DQ-OPEN-COUNT > ZERO
021640        ADD 1 TO WS-DISPUTED-COUNT
021650        ADD WS-OPEN-BALANCE TO WS-DISPUTED-TOTAL
021660        MOVE 'HELD - IN DISPUTE' TO REG-DISPOSITION
021670        PERFORM WRITE-REGISTER-LINE
021680        GO TO SWEEP-ONE-ACCOUNT-EXIT
021690     END-IF.
021700     ADD 1 TO WS-SELECTED-COUNT.
021800     ADD WS-OPEN-BALANCE TO WS-SELECTED-TOTAL.
021900     IF RUN-APPROVED
026100     MOVE WS-SELECTED-TOTAL TO RGT-AMOUNT.
026200     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
026300     WRITE OUTPUT-RECORD.
026310     MOVE 1 TO LINE-SPACING.
026320     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026330     MOVE 'HELD IN DISPUTE -       ' TO RGT-TAG.
026340     MOVE WS-DISPUTED-COUNT TO RGT-COUNT.
026350     MOVE WS-DISPUTED-TOTAL TO RGT-AMOUNT.
026360     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
026370     WRITE OUTPUT-RECORD.
026371     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026372     MOVE 'HELD - LEGAL HOLD -     ' TO RGT-TAG.
026373     MOVE WS-LEGAL-HOLD-COUNT TO RGT-COUNT.
026374     MOVE WS-LEGAL-HOLD-TOTAL TO RGT-AMOUNT.
026375     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
026376     WRITE OUTPUT-RECORD.
026380     MOVE 2 TO LINE-SPACING.
026400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026500     MOVE SIGNOFF-LINE TO OUTPUT-LINE.
026600     WRITE OUTPUT-RECORD.
