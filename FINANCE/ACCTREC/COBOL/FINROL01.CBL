      *                 FIELDS ARE RESET TO ZERO.
      *               - A YEAR CHANGE ADDITIONALLY CLOSES THE YEAR THE
      *                 SAME WAY FOR THE YTD FIELDS.
      *             IT THEN MAINTAINS THE PERIOD-STATUS FILE (SEE
      *             PERSTAT): THE MONTH JUST ENDED IS SOFT-CLOSED AND
      *             ANY EARLIER SOFT-CLOSED MONTH IS HARD-CLOSED, AFTER
      *             WHICH FINANCE'S PERIOD CARDS (IF ANY) ARE APPLIED
      *             TO HARD-CLOSE A MONTH EARLY OR REOPEN ONE.
      *             RUN ONCE AT THE START OF THE FIRST BUSINESS DAY OF
      *             THE NEW PERIOD, BEFORE THE AR REPORT JOB STREAM.
      ******************************************************************
      *                  MTD FIELDS AND A YEAR CHANGE ZEROES ITS YTD
      *                  FIELDS, DRIVEN BY AB-LAST-UPDATE-DATE AGAINST
      *                  THE PROCESSING DATE.
      * 2026-09-29  TS   CLOSED-PERIOD PROTECTION. THE ROLLOVER NOW
      *                  SOFT-CLOSES THE MONTH JUST ENDED ON THE NEW
      *                  PERIOD-STATUS FILE (SEE PERSTAT) AND HARD-
      *                  CLOSES THE MONTH BEFORE IT, SO FINSPL01 CAN
      *                  RE-DATE OR STOP LATE DETAILS. AN OPTIONAL
      *                  PERIOD-CARD FILE (PERIOD, STATUS O/S/H,
      *                  OPERATOR) LETS FINANCE HARD-CLOSE A MONTH
      *                  EARLY OR REOPEN ONE; EVERY CHANGE IS LISTED
      *                  ON THE ROLLOVER REPORT.
      ******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002900        ACCESS MODE IS DYNAMIC
003000        RECORD KEY IS MY-PROGRAM-ID
003100        FILE STATUS IS WS-MTDYTD-STATUS.
003110     SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN U-T-PERSTA
003120        ORGANIZATION IS INDEXED
003130        ACCESS MODE IS DYNAMIC
003140        RECORD KEY IS PS-PERIOD
003150        FILE STATUS IS WS-PERSTA-STATUS.
003160     SELECT OPTIONAL PERIOD-CARD-FILE ASSIGN U-T-PERCRD.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD REPORT-FILE
005300     LABEL RECORDS ARE STANDARD
005400     DATA RECORD IS MTD-YTD-RECORD.
005500 COPY MTDYTD.
005510 FD PERIOD-STATUS-FILE
005520     LABEL RECORDS ARE STANDARD
005530     DATA RECORD IS PERIOD-STATUS-RECORD.
005540 COPY PERSTAT.
005550 FD PERIOD-CARD-FILE
005560     LABEL RECORDS ARE STANDARD
005570     RECORD CONTAINS 80 CHARACTERS
005580     DATA RECORD IS PERIOD-CARD-RECORD.
005590   01 PERIOD-CARD-RECORD.
005591     02 PC-PERIOD              PIC 9(06).
005592     02 FILLER REDEFINES PC-PERIOD.
005593        03 FILLER              PIC 9(04).
005594        03 PC-PERIOD-MM        PIC 9(02).
005595           88  PC-VALID-MONTH  VALUE 1 THRU 12.
005596     02 PC-STATUS              PIC X(01).
005597        88  PC-VALID-STATUS    VALUE 'O' 'S' 'H'.
005598     02 PC-OPERATOR-ID         PIC X(08).
005599     02 FILLER                 PIC X(65).
      ******************************************************************
005600 WORKING-STORAGE SECTION.
005700 COPY HEADER1.
006600     02  WS-YEAR-CLOSE-COUNT  PIC 9(3) VALUE ZERO.
006610     02  WS-ACCT-MTD-RESETS   PIC 9(7) VALUE ZERO.
006620     02  WS-ACCT-YTD-RESETS   PIC 9(7) VALUE ZERO.
006630     02  WS-PERSTA-STATUS  PIC X(2)  VALUE ZERO.
006640     02  PERSTA-SWITCH     PIC X(3)  VALUE SPACES.
006650         88  END-OF-PERSTA VALUE 'EOF'.
006660     02  PERCRD-SWITCH     PIC X(3)  VALUE SPACES.
006670         88  END-OF-PERCRD VALUE 'EOF'.
006680     02  PERIOD-FOUND-SWITCH PIC X(3) VALUE 'NO '.
006685         88  PERIOD-FOUND  VALUE 'YES'.
006690     02  WS-SOFT-CLOSE-COUNT  PIC 9(3) VALUE ZERO.
006692     02  WS-HARD-CLOSE-COUNT  PIC 9(3) VALUE ZERO.
006694     02  WS-PERIOD-CARD-COUNT PIC 9(3) VALUE ZERO.
006696     02  WS-CARD-REJECT-COUNT PIC 9(3) VALUE ZERO.
006700 01  DATE-WORK-FIELDS.
006900     02  WS-PROCESS-DATE   PIC 9(8)  VALUE ZERO.
007000     02  FILLER REDEFINES WS-PROCESS-DATE.
008000         03  WS-RECORD-DD  PIC 9(2).
008020     02  WS-DATE-QUOTIENT  PIC 9(4)  VALUE ZERO.
008040     02  WS-DATE-REMAINDER PIC 9(4)  VALUE ZERO.
008050     02  WS-CURRENT-PERIOD PIC 9(6)  VALUE ZERO.
008060     02  WS-CLOSING-PERIOD PIC 9(6)  VALUE ZERO.
008070     02  WS-STATUS-TEXT    PIC X(10) VALUE SPACES.
008100 COPY PAGING.
       COPY FINBDC01.
008200 01  CLOSE-DETAIL-LINE.
010300     02  FILLER            PIC X(5).
010400     02  FILLER            PIC X(19) VALUE '              TOTAL'.
010500     02  FILLER            PIC X(62).
010510 01  PERIOD-STATUS-LINE.
010520     02  FILLER            PIC X(2).
010530     02  FILLER            PIC X(8)  VALUE '*PERIOD*'.
010540     02  FILLER            PIC X(3).
010550     02  PSL-STATUS-TEXT   PIC X(10).
010560     02  FILLER            PIC X(3).
010570     02  PSL-PERIOD        PIC 9(6).
010580     02  FILLER            PIC X(5).
010590     02  FILLER            PIC X(3)  VALUE 'BY '.
010591     02  PSL-CHANGED-BY    PIC X(8).
010592     02  FILLER            PIC X(84).
010600******************************************************************
010700 PROCEDURE DIVISION.
010800     DISPLAY 'FINROL01 - PERIOD-END ROLLOVER STARTING'.
011680     PERFORM ROLL-REFBAL-AND-READ
011690        UNTIL END-OF-REFBAL.
011695     CLOSE REFCODE-BALANCE-FILE.
011696     PERFORM MAINTAIN-PERIOD-STATUS.
011700     CLOSE REPORT-FILE PERIOD-HISTORY-FILE MTD-YTD-FILE.
011800     DISPLAY 'FINROL01 - MONTHS CLOSED: ' WS-MONTH-CLOSE-COUNT.
011900     DISPLAY 'FINROL01 - YEARS CLOSED:  ' WS-YEAR-CLOSE-COUNT.
011920         WS-ACCT-MTD-RESETS.
011930     DISPLAY 'FINROL01 - ACCOUNT YTD RESETS: '
011940         WS-ACCT-YTD-RESETS.
011950     DISPLAY 'FINROL01 - PERIODS SOFT-CLOSED: '
011955         WS-SOFT-CLOSE-COUNT.
011960     DISPLAY 'FINROL01 - PERIODS HARD-CLOSED: '
011965         WS-HARD-CLOSE-COUNT.
011970     DISPLAY 'FINROL01 - PERIOD CARDS READ:   '
011975         WS-PERIOD-CARD-COUNT.
011980     IF WS-CARD-REJECT-COUNT > ZERO
011985        DISPLAY 'FINROL01 - PERIOD CARDS REJECTED: '
011990            WS-CARD-REJECT-COUNT
011995        MOVE 4 TO RETURN-CODE
011998     END-IF.
012000     GOBACK.
012100******************************************************************
012200 READ-CONTROL-CARD.
021800     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
021900     WRITE OUTPUT-RECORD.
022000     ADD 1 TO LINES-WRITTEN.
      ******************************************************************
      * THE MONTH JUST ENDED GOES SOFT-CLOSED; A MONTH SOFT-CLOSED AT
      * AN EARLIER ROLLOVER HAS HAD ITS MONTH OF GRACE AND GOES HARD.
      * FINANCE'S CARDS ARE APPLIED LAST SO THEY HAVE THE FINAL SAY.
      ******************************************************************
022100 MAINTAIN-PERIOD-STATUS.
022200     DIVIDE WS-PROCESS-DATE BY 100
022300         GIVING WS-CURRENT-PERIOD REMAINDER WS-DATE-REMAINDER.
022400     IF WS-PROCESS-MM = 1
022500        COMPUTE WS-CLOSING-PERIOD = WS-CURRENT-PERIOD - 89
022600     ELSE
022700        COMPUTE WS-CLOSING-PERIOD = WS-CURRENT-PERIOD - 1
022800     END-IF.
022900     OPEN I-O PERIOD-STATUS-FILE.
023000     PERFORM HARD-CLOSE-EARLIER-PERIODS.
023100     PERFORM SOFT-CLOSE-ENDED-PERIOD.
023200     PERFORM APPLY-PERIOD-CARDS.
023300     CLOSE PERIOD-STATUS-FILE.
023400******************************************************************
023500 HARD-CLOSE-EARLIER-PERIODS.
023600     MOVE SPACES TO PERSTA-SWITCH.
023700     MOVE ZERO TO PS-PERIOD.
023800     START PERIOD-STATUS-FILE KEY IS NOT LESS THAN PS-PERIOD
023900         INVALID KEY
024000            MOVE 'EOF' TO PERSTA-SWITCH
024100     END-START.
024200     PERFORM HARD-CLOSE-ONE-PERIOD
024300        UNTIL END-OF-PERSTA.
024400******************************************************************
024500 HARD-CLOSE-ONE-PERIOD.
024600     READ PERIOD-STATUS-FILE NEXT RECORD AT END
024700         MOVE 'EOF' TO PERSTA-SWITCH
024800     END-READ.
024900     IF NOT END-OF-PERSTA
025000        IF PS-PERIOD NOT < WS-CLOSING-PERIOD
025100           MOVE 'EOF' TO PERSTA-SWITCH
025200        ELSE
025300           IF PS-SOFT-CLOSED
025400              MOVE 'H' TO PS-STATUS
025500              MOVE WS-PROCESS-DATE TO PS-STATUS-DATE
025600              MOVE 'FINROL01' TO PS-CHANGED-BY
025700              REWRITE PERIOD-STATUS-RECORD
025800              ADD 1 TO WS-HARD-CLOSE-COUNT
025900              MOVE 'HARD CLOSE' TO WS-STATUS-TEXT
026000              PERFORM WRITE-STATUS-LINE
026100           END-IF
026200        END-IF
026300     END-IF.
      ******************************************************************
      * A RERUN FINDS THE MONTH ALREADY SOFT- (OR HARD-) CLOSED AND
      * LEAVES IT ALONE.
      ******************************************************************
026400 SOFT-CLOSE-ENDED-PERIOD.
026500     MOVE WS-CLOSING-PERIOD TO PS-PERIOD.
026600     PERFORM READ-PERIOD-STATUS.
026700     IF NOT PERIOD-FOUND OR PS-OPEN
026800        MOVE 'S' TO PS-STATUS
026900        MOVE WS-PROCESS-DATE TO PS-STATUS-DATE
027000        MOVE 'FINROL01' TO PS-CHANGED-BY
027100        PERFORM SAVE-PERIOD-STATUS
027200        ADD 1 TO WS-SOFT-CLOSE-COUNT
027300        MOVE 'SOFT CLOSE' TO WS-STATUS-TEXT
027400        PERFORM WRITE-STATUS-LINE
027500     END-IF.
027600******************************************************************
027700 READ-PERIOD-STATUS.
027800     MOVE 'NO ' TO PERIOD-FOUND-SWITCH.
027900     READ PERIOD-STATUS-FILE
028000         INVALID KEY
028100            CONTINUE
028200         NOT INVALID KEY
028300            MOVE 'YES' TO PERIOD-FOUND-SWITCH
028400     END-READ.
028500******************************************************************
028600 SAVE-PERIOD-STATUS.
028700     IF PERIOD-FOUND
028800        REWRITE PERIOD-STATUS-RECORD
028900     ELSE
029000        WRITE PERIOD-STATUS-RECORD
029100     END-IF.
029200******************************************************************
029300 APPLY-PERIOD-CARDS.
029400     MOVE SPACES TO PERCRD-SWITCH.
029500     OPEN INPUT PERIOD-CARD-FILE.
029600     PERFORM APPLY-ONE-PERIOD-CARD
029700         THRU APPLY-ONE-PERIOD-CARD-EXIT
029800        UNTIL END-OF-PERCRD.
029900     CLOSE PERIOD-CARD-FILE.
      ******************************************************************
      * A CARD MAY ONLY ACT ON A MONTH BEFORE THE CURRENT PERIOD (THE
      * CURRENT PERIOD IS OPEN BY DEFINITION) AND MUST NAME THE
      * OPERATOR WHO ASKED FOR THE CHANGE.
      ******************************************************************
030000 APPLY-ONE-PERIOD-CARD.
030100     READ PERIOD-CARD-FILE AT END
030200         MOVE 'EOF' TO PERCRD-SWITCH
030300         GO TO APPLY-ONE-PERIOD-CARD-EXIT
030400     END-READ.
030500     ADD 1 TO WS-PERIOD-CARD-COUNT.
030600     IF PC-PERIOD NOT NUMERIC
030700           OR NOT PC-VALID-MONTH
030800           OR PC-PERIOD NOT < WS-CURRENT-PERIOD
030900           OR NOT PC-VALID-STATUS
031000           OR PC-OPERATOR-ID = SPACES
031100        ADD 1 TO WS-CARD-REJECT-COUNT
031200        DISPLAY 'FINROL01 - PERIOD CARD REJECTED: '
031300            PERIOD-CARD-RECORD (1:15)
031400        GO TO APPLY-ONE-PERIOD-CARD-EXIT
031500     END-IF.
031600     MOVE PC-PERIOD TO PS-PERIOD.
031700     PERFORM READ-PERIOD-STATUS.
031800     IF NOT PERIOD-FOUND
031900        MOVE SPACES TO PERIOD-STATUS-RECORD
032000        MOVE PC-PERIOD TO PS-PERIOD
032100     END-IF.
032200     MOVE PC-STATUS TO PS-STATUS.
032300     MOVE WS-PROCESS-DATE TO PS-STATUS-DATE.
032400     MOVE PC-OPERATOR-ID TO PS-CHANGED-BY.
032500     PERFORM SAVE-PERIOD-STATUS.
032600     IF PS-HARD-CLOSED
032700        MOVE 'HARD CLOSE' TO WS-STATUS-TEXT
032800     ELSE
032900        IF PS-SOFT-CLOSED
033000           MOVE 'SOFT CLOSE' TO WS-STATUS-TEXT
033100        ELSE
033200           MOVE 'REOPENED' TO WS-STATUS-TEXT
033300        END-IF
033400     END-IF.
033500     PERFORM WRITE-STATUS-LINE.
033600 APPLY-ONE-PERIOD-CARD-EXIT.
033700     EXIT.
033800******************************************************************
033900 WRITE-STATUS-LINE.
034000     IF LINES-WRITTEN >= WS-PAGE-SIZE
034100        PERFORM WRITE-HEADER
034200        MOVE 2 TO LINE-SPACING
034300     END-IF.
034400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
034500     MOVE WS-STATUS-TEXT TO PSL-STATUS-TEXT.
034600     MOVE PS-PERIOD TO PSL-PERIOD.
034700     MOVE PS-CHANGED-BY TO PSL-CHANGED-BY.
034800     MOVE PERIOD-STATUS-LINE TO OUTPUT-LINE.
034900     WRITE OUTPUT-RECORD.
035000     ADD 1 TO LINES-WRITTEN.
035100     MOVE 1 TO LINE-SPACING.
