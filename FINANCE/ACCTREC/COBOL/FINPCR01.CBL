000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINPCR01.
      ******************************************************************
      * FINPCR01 -- DAILY AGEING REPORT OF THE PENDING-CHANGES FILE
      *             (SEE PENDCHG). LISTS EVERY CHANGE STILL WAITING
      *             FOR A SECOND PERSON ('P') AND EVERY APPROVED CHANGE
      *             ITS OWNING PROGRAM HAS NOT YET APPLIED ('A'), WITH
      *             THE ITEM, OLD AND NEW VALUES, WHO MADE IT AND HOW
      *             MANY DAYS OLD IT IS AGAINST THE BUSINESS DATE.
      *             ANYTHING OLDER THAN WS-OVERDUE-DAYS IS FLAGGED AND
      *             ENDS THE RUN RETURN-CODE 4 SO IT IS CHASED. CHANGES
      *             ALREADY REJECTED OR APPLIED ARE NOT LISTED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-01  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE AGE BANDS ARE COUNTED BY NESTED IFS.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
000800        ORGANIZATION IS INDEXED
000900        ACCESS MODE IS DYNAMIC
001000        RECORD KEY IS PC-KEY
001100        FILE STATUS IS WS-PENDCH-STATUS.
001200 DATA DIVISION.
001300 FILE SECTION.
001400 FD REPORT-FILE
001500     LABEL RECORDS ARE OMITTED
001600     RECORDING MODE IS F
001700     RECORD CONTAINS 133 CHARACTERS
001800     DATA RECORD IS OUTPUT-RECORD.
001900   01 OUTPUT-RECORD.
002000     02 CARRIAGE-CONTROL PIC X.
002100     02 OUTPUT-LINE      PIC X(132).
002200 FD PENDING-FILE
002300     LABEL RECORDS ARE STANDARD
002400     DATA RECORD IS PENDING-CHANGE-RECORD.
002500 COPY PENDCHG.
      ******************************************************************
002600 WORKING-STORAGE SECTION.
002700 COPY HEADER1.
002800 01  PROGRAM-WORK-FIELDS.
002900     02  PENDING-SWITCH    PIC X(3)  VALUE 'GO '.
003000         88  END-OF-PENDING VALUE 'EOF'.
003100     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
003200     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
003300     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
003400     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
003500     02  WS-OVERDUE-DAYS   PIC 9(3)  VALUE 3.
003600     02  WS-AGE-DAYS       PIC S9(5) VALUE ZERO.
003700     02  WS-READ-COUNT     PIC 9(5)  VALUE ZERO.
003800     02  WS-LISTED-COUNT   PIC 9(5)  VALUE ZERO.
003900     02  WS-AWAITING-COUNT PIC 9(5)  VALUE ZERO.
004000     02  WS-UNAPPLIED-COUNT PIC 9(5) VALUE ZERO.
004100     02  WS-OVERDUE-COUNT  PIC 9(5)  VALUE ZERO.
004200     02  WS-AGE-0-1-COUNT  PIC 9(5)  VALUE ZERO.
004300     02  WS-AGE-2-3-COUNT  PIC 9(5)  VALUE ZERO.
004400     02  WS-AGE-4-7-COUNT  PIC 9(5)  VALUE ZERO.
004500     02  WS-AGE-OVER-7-COUNT PIC 9(5) VALUE ZERO.
004600 01  DATE-WORK-FIELDS.
004700     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
004800     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
004900     02  FILLER REDEFINES WS-WORK-DATE.
005000         03  FILLER        PIC 9(2).
005100         03  WS-WORK-YY    PIC 9(2).
005200         03  WS-WORK-MM    PIC 9(2).
005300         03  WS-WORK-DD    PIC 9(2).
005400     02  WS-AS-OF-SERIAL   PIC 9(6)  VALUE ZERO.
005500     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
005600 COPY PAGING.
005700 COPY FINBDC01.
005800 01  AGEING-DETAIL-LINE.
005900     02  FILLER                PIC X(2).
006000     02  AGE-KEY               PIC X(26).
006100     02  FILLER                PIC X(1).
006200     02  AGE-ITEM-KEY          PIC X(12).
006300     02  FILLER                PIC X(1).
006400     02  AGE-CHANGE-TYPE       PIC X(14).
006500     02  FILLER                PIC X(1).
006600     02  AGE-OLD-VALUE         PIC -Z(12)9.99999.
006700     02  FILLER                PIC X(1).
006800     02  AGE-NEW-VALUE         PIC -Z(12)9.99999.
006900     02  FILLER                PIC X(1).
007000     02  AGE-SUBMITTED-BY      PIC X(8).
007100     02  FILLER                PIC X(1).
007200     02  AGE-STATUS            PIC X(1).
007300     02  FILLER                PIC X(1).
007400     02  AGE-DAYS              PIC ZZZ9.
007500     02  FILLER                PIC X(1).
007600     02  AGE-OVERDUE-FLAG      PIC X(8).
007700     02  FILLER                PIC X(9).
007800 01  COLUMN-HEADING-LINE.
007900     02  FILLER                PIC X(2).
008000     02  FILLER                PIC X(26) VALUE 'PENDING KEY'.
008100     02  FILLER                PIC X(1).
008200     02  FILLER                PIC X(12) VALUE 'ITEM'.
008300     02  FILLER                PIC X(1).
008400     02  FILLER                PIC X(14) VALUE 'CHANGE'.
008500     02  FILLER                PIC X(1).
008600     02  FILLER                PIC X(11).
008700     02  FILLER                PIC X(9)  VALUE 'OLD VALUE'.
008800     02  FILLER                PIC X(1).
008900     02  FILLER                PIC X(11).
009000     02  FILLER                PIC X(9)  VALUE 'NEW VALUE'.
009100     02  FILLER                PIC X(1).
009200     02  FILLER                PIC X(8)  VALUE 'MADE BY'.
009300     02  FILLER                PIC X(1).
009400     02  FILLER                PIC X(1)  VALUE 'S'.
009500     02  FILLER                PIC X(1).
009600     02  FILLER                PIC X(4)  VALUE 'DAYS'.
009700     02  FILLER                PIC X(18).
009800 01  COUNT-LINE.
009900     02  FILLER                PIC X(2).
010000     02  CNT-LABEL             PIC X(34).
010100     02  CNT-VALUE             PIC ZZ,ZZ9.
010200     02  FILLER                PIC X(90).
010300******************************************************************
010400 PROCEDURE DIVISION.
010500     DISPLAY 'FINPCR01 - PENDING-CHANGE AGEING STARTING'.
010600     MOVE ZERO TO BD-REQUEST-DATE.
010700     CALL 'FINBDT01' USING FINBDC01-RECORD.
010800     MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE.
010900     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
011000     PERFORM COMPUTE-DATE-SERIAL.
011100     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
011200     OPEN INPUT  PENDING-FILE
011300          OUTPUT REPORT-FILE.
011400     PERFORM WRITE-HEADER.
011500     PERFORM GET-PENDING-RECORD.
011600     PERFORM AGE-AND-READ
011700        UNTIL END-OF-PENDING.
011800     PERFORM WRITE-COUNTS.
011900     CLOSE PENDING-FILE REPORT-FILE.
012000     DISPLAY 'FINPCR01 - CHANGES LISTED:  ' WS-LISTED-COUNT.
012100     DISPLAY 'FINPCR01 - CHANGES OVERDUE: ' WS-OVERDUE-COUNT.
012200     IF WS-OVERDUE-COUNT > ZERO
012300        MOVE 4 TO RETURN-CODE
012400     END-IF.
012500     GOBACK.
012600******************************************************************
012700 GET-PENDING-RECORD.
012800     READ PENDING-FILE NEXT RECORD AT END
012900         MOVE 'EOF' TO PENDING-SWITCH.
013000******************************************************************
013100 AGE-AND-READ.
013200     ADD 1 TO WS-READ-COUNT.
013300     PERFORM AGE-PENDING-CHANGE THRU AGE-PENDING-CHANGE-EXIT.
013400     PERFORM GET-PENDING-RECORD.
013500******************************************************************
013600 AGE-PENDING-CHANGE.
013700     IF NOT PC-PENDING AND NOT PC-APPROVED
013800        GO TO AGE-PENDING-CHANGE-EXIT
013900     END-IF.
014000     MOVE PC-SUBMIT-DATE TO WS-WORK-DATE.
014100     PERFORM COMPUTE-DATE-SERIAL.
014200     COMPUTE WS-AGE-DAYS = WS-AS-OF-SERIAL - WS-DATE-SERIAL.
014300     IF WS-AGE-DAYS < ZERO
014400        MOVE ZERO TO WS-AGE-DAYS
014500     END-IF.
014600     ADD 1 TO WS-LISTED-COUNT.
014700     IF PC-PENDING
014800        ADD 1 TO WS-AWAITING-COUNT
014900     ELSE
015000        ADD 1 TO WS-UNAPPLIED-COUNT
015100     END-IF.
015200     IF WS-AGE-DAYS < 2
015276        ADD 1 TO WS-AGE-0-1-COUNT
015352     ELSE
015428        IF WS-AGE-DAYS < 4
015504           ADD 1 TO WS-AGE-2-3-COUNT
015580        ELSE
015656           IF WS-AGE-DAYS < 8
015732              ADD 1 TO WS-AGE-4-7-COUNT
015808           ELSE
015884              ADD 1 TO WS-AGE-OVER-7-COUNT
015960           END-IF
016036        END-IF
016112     END-IF.
016200     MOVE SPACES TO AGE-OVERDUE-FLAG.
016300     IF WS-AGE-DAYS > WS-OVERDUE-DAYS
016400        MOVE '*OVERDUE' TO AGE-OVERDUE-FLAG
016500        ADD 1 TO WS-OVERDUE-COUNT
016600     END-IF.
016700     PERFORM WRITE-AGEING-LINE.
016800 AGE-PENDING-CHANGE-EXIT.
016900     EXIT.
017000******************************************************************
017100 WRITE-AGEING-LINE.
017200     IF LINES-WRITTEN >= WS-PAGE-SIZE
017300        PERFORM WRITE-HEADER
017400        MOVE 2 TO LINE-SPACING
017500     END-IF.
017600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
017700     MOVE PC-KEY TO AGE-KEY.
017800     MOVE PC-ITEM-KEY TO AGE-ITEM-KEY.
017900     MOVE PC-CHANGE-TYPE TO AGE-CHANGE-TYPE.
018000     MOVE PC-OLD-VALUE TO AGE-OLD-VALUE.
018100     MOVE PC-NEW-VALUE TO AGE-NEW-VALUE.
018200     MOVE PC-SUBMITTED-BY TO AGE-SUBMITTED-BY.
018300     MOVE PC-STATUS TO AGE-STATUS.
018400     MOVE WS-AGE-DAYS TO AGE-DAYS.
018500     MOVE AGEING-DETAIL-LINE TO OUTPUT-LINE.
018600     WRITE OUTPUT-RECORD.
018700     ADD 1 TO LINES-WRITTEN.
018800     MOVE 1 TO LINE-SPACING.
018900******************************************************************
019000 WRITE-COUNTS.
019100     MOVE 2 TO LINE-SPACING.
019200     MOVE 'CHANGES AWAITING APPROVAL (P)' TO CNT-LABEL.
019300     MOVE WS-AWAITING-COUNT TO CNT-VALUE.
019400     PERFORM WRITE-COUNT-LINE.
019500     MOVE 'APPROVED, NOT YET APPLIED (A)' TO CNT-LABEL.
019600     MOVE WS-UNAPPLIED-COUNT TO CNT-VALUE.
019700     PERFORM WRITE-COUNT-LINE.
019800     MOVE 'AGED 0-1 DAYS' TO CNT-LABEL.
019900     MOVE WS-AGE-0-1-COUNT TO CNT-VALUE.
020000     PERFORM WRITE-COUNT-LINE.
020100     MOVE 'AGED 2-3 DAYS' TO CNT-LABEL.
020200     MOVE WS-AGE-2-3-COUNT TO CNT-VALUE.
020300     PERFORM WRITE-COUNT-LINE.
020400     MOVE 'AGED 4-7 DAYS' TO CNT-LABEL.
020500     MOVE WS-AGE-4-7-COUNT TO CNT-VALUE.
020600     PERFORM WRITE-COUNT-LINE.
020700     MOVE 'AGED OVER 7 DAYS' TO CNT-LABEL.
020800     MOVE WS-AGE-OVER-7-COUNT TO CNT-VALUE.
020900     PERFORM WRITE-COUNT-LINE.
021000     MOVE 'OVERDUE FOR A DECISION OR RUN' TO CNT-LABEL.
021100     MOVE WS-OVERDUE-COUNT TO CNT-VALUE.
021200     PERFORM WRITE-COUNT-LINE.
021300******************************************************************
021400 WRITE-COUNT-LINE.
021500     IF LINES-WRITTEN >= WS-PAGE-SIZE
021600        PERFORM WRITE-HEADER
021700        MOVE 2 TO LINE-SPACING
021800     END-IF.
021900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
022000     MOVE COUNT-LINE TO OUTPUT-LINE.
022100     WRITE OUTPUT-RECORD.
022200     ADD 1 TO LINES-WRITTEN.
022300     MOVE 1 TO LINE-SPACING.
022400******************************************************************
      * A COARSE MONOTONIC DAY SERIAL (YY*372 + MM*31 + DD) -- THE
      * SAME RULE FINDVR01 AND FINAGE01 USE.
      ******************************************************************
022500 COMPUTE-DATE-SERIAL.
022600     COMPUTE WS-DATE-SERIAL =
022700         (WS-WORK-YY * 372) + (WS-WORK-MM * 31) + WS-WORK-DD.
022800******************************************************************
022900 WRITE-HEADER.
023000     MOVE ZERO TO LINES-WRITTEN.
023100     ACCEPT HDR-PRT-DATE FROM DATE.
023200     ACCEPT HDR-PRT-TIME FROM TIME.
023300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
023400     ADD 1 TO PAGE-COUNT
023500     MOVE '    PENDING-CHANGE AGEING      '   TO REPORT-TITLE.
023600     MOVE PAGE-COUNT TO PAGE-NUMBER.
023700     MOVE HEADER-RECORD TO OUTPUT-LINE.
023800     WRITE OUTPUT-RECORD.
023900     MOVE 1 TO LINE-SPACING.
024000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
024100     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
024200     WRITE OUTPUT-RECORD.
024300     ADD 1 TO LINES-WRITTEN.
