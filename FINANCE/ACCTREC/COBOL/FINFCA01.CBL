      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  TS   INITIAL VERSION.
      * 2026-09-10  TS   THE CHARGE IS NOW FIGURED ON THE UNDISPUTED
      *                  BALANCE ONLY -- OPEN DISPUTES (SEE DISPUTE,
      *                  FINDSQ01) ARE TAKEN OFF FIRST AND THE
      *                  REGISTER LINE IS FLAGGED 'DISP EXCL'. AN
      *                  ACCOUNT WHOLLY IN DISPUTE IS NOT CHARGED.
      * 2026-10-10  TS   THE GRACE DAYS NOW RUN FROM THE DUE DATE THE
      *                  ACCOUNT'S PAYMENT TERMS (SEE PAYTERM,
      *                  FINTRM01) GIVE ITS LAST-UPDATE DATE, NOT
      *                  FROM THE LAST-UPDATE DATE ITSELF.
      * 2026-10-13  TS   READS THE SHARED ACCOUNT EXTRACT (SEE ACCTSWP,
      *                  FINMSW01) INSTEAD OF SWEEPING THE KEYED MASTER
      *                  ITSELF. AN EXTRACT CUT FOR ANOTHER DATE IS NOT
      *                  READ, AND ONE WHOSE DETAILS DO NOT AGREE WITH
      *                  ITS TRAILER ENDS THE RUN RETURN-CODE 8. THE
      *                  DAYS PAST DUE AND THE BALANCE COME FROM THE
      *                  EXTRACT, WHICH FIGURES THEM BY THE SAME
      *                  PAYMENT-TERMS RULE.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002900     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003000     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
003100     SELECT CHARGE-FILE ASSIGN U-T-FCHOUT.
003200     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD REPORT-FILE
006200     02 CHG-FIELD5             PIC 9(04)V99.
006300     02 CHG-FIELD6             PIC X(06).
006400     02 FILLER                 PIC X(23).
006500 FD ACCOUNT-EXTRACT-FILE
006580     LABEL RECORDS ARE STANDARD
006660     RECORD CONTAINS 260 CHARACTERS
006740     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
006820 COPY ACCTSWP.
      ******************************************************************
006900 WORKING-STORAGE SECTION.
007000 COPY HEADER1.
007400     02  LINES-WRITTEN     PIC 9(3).
007500     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007600     02  PAGE-COUNT        PIC 9(3).
007700     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
007720         88  SWEEP-IN-ERROR VALUE 'ERR'.
007740     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
007760     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
007780     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
007800     02  WS-GRACE-DAYS     PIC 9(3)  VALUE 30.
007900     02  WS-FC-RATE        PIC 9(1)V9(4) VALUE ZERO.
008000     02  WS-ACCOUNT-AGE    PIC S9(6) VALUE ZERO.
008100     02  WS-BALANCE        PIC S9(5)V99 VALUE ZERO.
008200     02  WS-CHARGE         PIC 9(7)V99 VALUE ZERO.
008250     02  WS-DISPUTED-COUNT PIC 9(7)  VALUE ZERO.
008300     02  WS-CAPPED-SWITCH  PIC X(3)  VALUE 'NO '.
008400         88  CHARGE-CAPPED VALUE 'YES'.
008500     02  WS-ASSESSED-COUNT PIC 9(7)  VALUE ZERO.
008700     02  WS-CHARGE-TOTAL   PIC 9(11)V99 VALUE ZERO.
008800 01  DATE-WORK-FIELDS.
008900     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
009800 COPY PAGING.
       COPY FINBDC01.
       COPY FINDSC01.
       COPY MSTRFILE.
009900 01  DATA-LINE.
010000     02  FILLER                PIC X(2).
010100     02  OUTPUT-ACCOUNT        PIC ZZ,ZZZ,ZZ9.
015200        GOBACK
015300     END-IF.
015400     OPEN OUTPUT REPORT-FILE CHARGE-FILE.
015600     PERFORM WRITE-HEADER.
015700     PERFORM OPEN-ACCOUNT-EXTRACT.
015800     PERFORM ASSESS-AND-READ
015900        UNTIL END-OF-FILE.
016000     PERFORM WRITE-REGISTER-TOTAL.
016100     CLOSE ACCOUNT-EXTRACT-FILE CHARGE-FILE REPORT-FILE.
016200     DISPLAY 'FINFCA01 - CHARGES ASSESSED: ' WS-ASSESSED-COUNT.
016300     DISPLAY 'FINFCA01 - ACCOUNTS SKIPPED: ' WS-SKIPPED-COUNT.
016400     DISPLAY 'FINFCA01 - CHARGE TOTAL:     ' WS-CHARGE-TOTAL.
016410     DISPLAY 'FINFCA01 - IN DISPUTE:       ' WS-DISPUTED-COUNT.
016420     IF SWEEP-IN-ERROR
016446        MOVE 8 TO RETURN-CODE
016472     END-IF.
016500     GOBACK.
016600******************************************************************
016700 READ-CONTROL-CARD.
018500        CALL 'FINBDT01' USING FINBDC01-RECORD
018600        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
018700     END-IF.
019100******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
019200 OPEN-ACCOUNT-EXTRACT.
019206     MOVE SPACES TO INPUT-SWITCH.
019212     OPEN INPUT ACCOUNT-EXTRACT-FILE.
019218     READ ACCOUNT-EXTRACT-FILE AT END
019224         MOVE 'EOF' TO INPUT-SWITCH
019230     END-READ.
019236     IF END-OF-FILE OR NOT XA-IS-HEADER
019242           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
019248        MOVE 'EOF' TO INPUT-SWITCH
019254        MOVE 'ERR' TO SWEEP-SWITCH
019260        DISPLAY 'FINFCA01 - ACCOUNT EXTRACT IS NOT FOR '
019266            WS-AS-OF-DATE ' - NOTHING READ'
019272     ELSE
019278        PERFORM GET-MASTER-RECORD
019284     END-IF.
019290******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
019296 GET-MASTER-RECORD.
019302     READ ACCOUNT-EXTRACT-FILE AT END
019308         MOVE 'EOF' TO INPUT-SWITCH
019314         MOVE 'ERR' TO SWEEP-SWITCH
019320         DISPLAY 'FINFCA01 - ACCOUNT EXTRACT HAS NO TRAILER'
019326     END-READ.
019332     IF NOT END-OF-FILE
019338        IF XA-IS-DETAIL
019344           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
019350           ADD 1 TO WS-SWEEP-COUNT
019356           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
019362           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
019368        ELSE
019374           MOVE 'EOF' TO INPUT-SWITCH
019380           PERFORM CHECK-SWEEP-TRAILER
019386        END-IF
019392     END-IF.
019398******************************************************************
019404 CHECK-SWEEP-TRAILER.
019410     IF NOT XA-IS-TRAILER
019416           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
019422           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
019428           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
019434        MOVE 'ERR' TO SWEEP-SWITCH
019440        DISPLAY 'FINFCA01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
019446            'ITS TRAILER'
019452     END-IF.
019500******************************************************************
019600 ASSESS-AND-READ.
019700     PERFORM ASSESS-ONE-ACCOUNT.
019800     PERFORM GET-MASTER-RECORD.
019900******************************************************************
020000 ASSESS-ONE-ACCOUNT.
020100     MOVE XA-AGE-DAYS TO WS-ACCOUNT-AGE.
020500     MOVE XA-OPEN-BALANCE TO WS-BALANCE.
020510     PERFORM FIND-OPEN-DISPUTES.
020600     IF WS-ACCOUNT-AGE > WS-GRACE-DAYS AND WS-BALANCE > ZERO
020700        PERFORM ASSESS-THE-CHARGE
020800     ELSE
020900        ADD 1 TO WS-SKIPPED-COUNT
021000     END-IF.
021100******************************************************************
      * OPEN DISPUTED AMOUNTS COME OFF THE BALANCE BEFORE THE RATE IS
      * APPLIED -- WE DO NOT CHARGE INTEREST ON MONEY WE HAVE AGREED
      * TO INVESTIGATE.
      ******************************************************************
021110 FIND-OPEN-DISPUTES.
021120     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
021130     CALL 'FINDSQ01' USING FINDSC01-RECORD.
021140     IF DQ-OPEN-COUNT > ZERO AND WS-BALANCE > ZERO
021150        ADD 1 TO WS-DISPUTED-COUNT
021160        IF DQ-OPEN-AMOUNT NOT < WS-BALANCE
021170           MOVE ZERO TO WS-BALANCE
021180        ELSE
021190           SUBTRACT DQ-OPEN-AMOUNT FROM WS-BALANCE
021191        END-IF
021192     END-IF.
021195******************************************************************
      * THE DETAIL RECORD GOES OUT IN THE STANDARD FEED LAYOUT --
      * THE CHARGE IN FIELD4, FIELD5 ZERO, THE DEDICATED FINCHG
      * REFERENCE CODE IN FIELD6 -- SO THE NEXT RUN PRICES IT LIKE
025100     IF CHARGE-CAPPED
025200        MOVE '** CAPPED'  TO OUTPUT-FLAG
025300     ELSE
025310        IF DQ-OPEN-COUNT > ZERO
025320           MOVE 'DISP EXCL' TO OUTPUT-FLAG
025330        ELSE
025400           MOVE SPACES TO OUTPUT-FLAG
025410        END-IF
025500     END-IF.
025600     MOVE DATA-LINE TO OUTPUT-LINE.
025700     WRITE OUTPUT-RECORD.
026900     MOVE SIGNOFF-LINE TO OUTPUT-LINE.
027000     WRITE OUTPUT-RECORD.
027100     MOVE 1 TO LINE-SPACING.
027600******************************************************************
027700 WRITE-HEADER.
027800     MOVE ZERO TO LINES-WRITTEN.
