000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINOEA01.
      ******************************************************************
      * FINOEA01 -- MATCHES ORDER ENTRY'S LOAD ACKNOWLEDGMENTS BACK TO
      *             THE CREDIT-STATUS FEEDS FINOEF01 CUT, SO WE KNOW
      *             ORDER ENTRY ACTUALLY LOADED WHAT WE SENT. ORDER
      *             ENTRY RETURNS ONE ACKNOWLEDGMENT RECORD PER FEED
      *             IT PROCESSED: THE FEED'S RUN DATE, THE RECORD
      *             COUNT AND ACCOUNT-NUMBER HASH IT LOADED, AND
      *             WHETHER IT LOADED OR REJECTED THE FILE. EACH ONE
      *             IS MATCHED TO THE FEED-HISTORY RECORD (SEE
      *             OEFHIST) FOR THAT DATE AND THE RECORD IS MARKED:
      *               A  LOADED, COUNT AND HASH AGREE WITH OUR TRAILER
      *               M  LOADED, BUT COUNT OR HASH DISAGREES
      *               R  REJECTED BY ORDER ENTRY
      *             THEN EVERY FEED STILL AWAITING ACKNOWLEDGMENT THAT
      *             IS OLDER THAN THE BUSINESS DATE AND LATER THAN THE
      *             LAST MATCHED FULL REFRESH IS LISTED AS NOT
      *             ACKNOWLEDGED -- A MATCHED FULL REFRESH PUTS ORDER
      *             ENTRY'S COPY RIGHT, SO NOTHING BEFORE IT MATTERS.
      *             ANY DISAGREEMENT, REJECTION, ACKNOWLEDGMENT FOR AN
      *             UNKNOWN FEED OR UNACKNOWLEDGED FEED ENDS THE RUN
      *             RETURN-CODE 4. RUNS IN THE NIGHT'S STREAM AHEAD
      *             OF FINOEF01.
      *             THE BUSINESS DATE COMES FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR FROM THE FINBDT01 BUSINESS-DATE
      *             SERVICE WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-07  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE ACKNOWLEDGMENT RESULT IS DECIDED BY NESTED
      *                  IFS.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000800     SELECT OPTIONAL ACKNOWLEDGMENT-FILE ASSIGN U-T-OEACK.
000900     SELECT FEED-HISTORY-FILE ASSIGN U-T-OEFHIS
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS OH-RUN-DATE
001300        FILE STATUS IS WS-OEFHIS-STATUS.
001400 DATA DIVISION.
001500 FILE SECTION.
001600 FD CONTROL-FILE
001700     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 80 CHARACTERS
001900     DATA RECORD IS CONTROL-CARD-RECORD.
002000 COPY CTLCARD.
002100 FD REPORT-FILE
002200     LABEL RECORDS ARE OMITTED
002300     RECORDING MODE IS F
002400     RECORD CONTAINS 133 CHARACTERS
002500     DATA RECORD IS OUTPUT-RECORD.
002600   01 OUTPUT-RECORD.
002700     02 CARRIAGE-CONTROL PIC X.
002800     02 OUTPUT-LINE      PIC X(132).
002900 FD ACKNOWLEDGMENT-FILE
003000     LABEL RECORDS ARE STANDARD
003100     RECORD CONTAINS 80 CHARACTERS
003200     DATA RECORD IS ACKNOWLEDGMENT-RECORD.
003300   01 ACKNOWLEDGMENT-RECORD.
003400     02 AK-RUN-DATE            PIC 9(08).
003500     02 AK-FEED-TYPE           PIC X(01).
003600     02 AK-RECORD-COUNT        PIC 9(07).
003700     02 AK-HASH-TOTAL          PIC 9(15).
003800     02 AK-LOAD-STATUS         PIC X(01).
003900        88  AK-LOADED          VALUE 'L'.
004000        88  AK-REJECTED        VALUE 'R'.
004100     02 AK-LOAD-DATE           PIC 9(08).
004200     02 AK-REJECT-REASON       PIC X(20).
004300     02 FILLER                 PIC X(20).
004400 FD FEED-HISTORY-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS
004700     DATA RECORD IS FEED-HISTORY-RECORD.
004800 COPY OEFHIST.
      ******************************************************************
004900 WORKING-STORAGE SECTION.
005000 COPY HEADER1.
005100 01  PROGRAM-WORK-FIELDS.
005200     02  INPUT-SWITCH      PIC X(3)  VALUE 'GO '.
005300         88  END-OF-FILE   VALUE 'EOF'.
005400     02  HISTORY-SWITCH    PIC X(3)  VALUE 'GO '.
005500         88  END-OF-HISTORY VALUE 'EOF'.
005600     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
005700     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
005800     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
005900     02  WS-OEFHIS-STATUS  PIC X(2)  VALUE ZERO.
006000     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
006100     02  WS-LAST-REFRESH-DATE PIC 9(8) VALUE ZERO.
006200     02  WS-ACK-READ       PIC 9(7)  VALUE ZERO.
006300     02  WS-MATCHED-COUNT  PIC 9(7)  VALUE ZERO.
006400     02  WS-MISMATCH-COUNT PIC 9(7)  VALUE ZERO.
006500     02  WS-REJECTED-COUNT PIC 9(7)  VALUE ZERO.
006600     02  WS-UNKNOWN-COUNT  PIC 9(7)  VALUE ZERO.
006700     02  WS-OVERDUE-COUNT  PIC 9(7)  VALUE ZERO.
006800     02  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
006900 COPY PAGING.
007000 COPY FINBDC01.
007100 01  WS-HEADING-LINE           PIC X(132).
007200 01  MATCH-DETAIL-LINE.
007300     02  FILLER                PIC X(2).
007400     02  MAT-RUN-DATE          PIC 9(8).
007500     02  FILLER                PIC X(2).
007600     02  MAT-FEED-TYPE         PIC X(1).
007700     02  FILLER                PIC X(2).
007800     02  MAT-RECORD-COUNT      PIC Z,ZZZ,ZZ9.
007900     02  FILLER                PIC X(2).
008000     02  MAT-HASH-TOTAL        PIC 9(15).
008100     02  FILLER                PIC X(2).
008200     02  MAT-ACK-DATE          PIC 9(8).
008300     02  FILLER                PIC X(2).
008400     02  MAT-ACK-COUNT         PIC Z,ZZZ,ZZ9.
008500     02  FILLER                PIC X(2).
008600     02  MAT-ACK-HASH          PIC 9(15).
008700     02  FILLER                PIC X(2).
008800     02  MAT-RESULT-TEXT       PIC X(22).
008900     02  FILLER                PIC X(1).
009000     02  MAT-REASON-TEXT       PIC X(20).
009100     02  FILLER                PIC X(8).
009200 01  MATCH-HEADING-LINE.
009300     02  FILLER                PIC X(2).
009400     02  FILLER                PIC X(8)  VALUE 'FEED RUN'.
009500     02  FILLER                PIC X(2).
009600     02  FILLER                PIC X(1)  VALUE 'T'.
009700     02  FILLER                PIC X(2).
009800     02  FILLER                PIC X(9)  VALUE '     SENT'.
009900     02  FILLER                PIC X(2).
010000     02  FILLER                PIC X(15) VALUE 'SENT HASH'.
010100     02  FILLER                PIC X(2).
010200     02  FILLER                PIC X(8)  VALUE 'ACK DATE'.
010300     02  FILLER                PIC X(2).
010400     02  FILLER                PIC X(9)  VALUE '   LOADED'.
010500     02  FILLER                PIC X(2).
010600     02  FILLER                PIC X(15) VALUE 'LOADED HASH'.
010700     02  FILLER                PIC X(2).
010800     02  FILLER                PIC X(43) VALUE 'RESULT'.
010900     02  FILLER                PIC X(8).
011000 01  COUNT-LINE.
011100     02  FILLER                PIC X(2).
011200     02  CNT-LABEL             PIC X(34).
011300     02  CNT-VALUE             PIC Z,ZZZ,ZZ9.
011400     02  FILLER                PIC X(87).
011500******************************************************************
011600 PROCEDURE DIVISION.
011700     DISPLAY 'FINOEA01 - ORDER-ENTRY ACK MATCH STARTING'.
011800     PERFORM READ-CONTROL-CARD.
011900     OPEN INPUT  ACKNOWLEDGMENT-FILE
012000          I-O    FEED-HISTORY-FILE
012100          OUTPUT REPORT-FILE.
012200     MOVE MATCH-HEADING-LINE TO WS-HEADING-LINE.
012300     PERFORM WRITE-HEADER.
012400     PERFORM GET-ACK-RECORD.
012500     PERFORM MATCH-AND-READ
012600        UNTIL END-OF-FILE.
012700     CLOSE ACKNOWLEDGMENT-FILE.
012800     PERFORM FIND-LAST-REFRESH.
012900     PERFORM LIST-UNACKNOWLEDGED.
013000     CLOSE FEED-HISTORY-FILE.
013100     PERFORM WRITE-COUNTS.
013200     CLOSE REPORT-FILE.
013300     DISPLAY 'FINOEA01 - ACKS READ:  ' WS-ACK-READ.
013400     DISPLAY 'FINOEA01 - MATCHED:    ' WS-MATCHED-COUNT.
013500     DISPLAY 'FINOEA01 - EXCEPTIONS: ' WS-EXCEPTION-COUNT.
013600     IF WS-EXCEPTION-COUNT > ZERO
013700        MOVE 4 TO RETURN-CODE
013800     END-IF.
013900     GOBACK.
014000******************************************************************
014100 READ-CONTROL-CARD.
014200     OPEN INPUT CONTROL-FILE.
014300     READ CONTROL-FILE AT END
014400         MOVE ZERO TO CC-AS-OF-DATE
014500     END-READ.
014600     CLOSE CONTROL-FILE.
014700     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
014800        MOVE CC-AS-OF-DATE TO WS-BUSINESS-DATE
014900     ELSE
015000        MOVE ZERO TO BD-REQUEST-DATE
015100        CALL 'FINBDT01' USING FINBDC01-RECORD
015200        MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
015300     END-IF.
015400******************************************************************
015500 GET-ACK-RECORD.
015600     READ ACKNOWLEDGMENT-FILE AT END
015700         MOVE 'EOF' TO INPUT-SWITCH.
015800******************************************************************
015900 MATCH-AND-READ.
016000     ADD 1 TO WS-ACK-READ.
016100     PERFORM MATCH-ACKNOWLEDGMENT THRU MATCH-ACKNOWLEDGMENT-EXIT.
016200     PERFORM GET-ACK-RECORD.
016300******************************************************************
      * A LOADED FEED MATCHES ONLY IF ORDER ENTRY'S COUNT AND HASH
      * BOTH AGREE WITH OUR TRAILER. A SECOND ACKNOWLEDGMENT FOR THE
      * SAME FEED REPLACES THE FIRST.
      ******************************************************************
016400 MATCH-ACKNOWLEDGMENT.
016500     MOVE SPACES TO MATCH-DETAIL-LINE.
016600     MOVE AK-RUN-DATE TO MAT-RUN-DATE.
016700     MOVE AK-LOAD-DATE TO MAT-ACK-DATE.
016800     MOVE AK-RECORD-COUNT TO MAT-ACK-COUNT.
016900     MOVE AK-HASH-TOTAL TO MAT-ACK-HASH.
017000     MOVE AK-RUN-DATE TO OH-RUN-DATE.
017100     READ FEED-HISTORY-FILE
017200         INVALID KEY
017300            ADD 1 TO WS-UNKNOWN-COUNT
017400            ADD 1 TO WS-EXCEPTION-COUNT
017500            MOVE AK-FEED-TYPE TO MAT-FEED-TYPE
017600            MOVE 'NO FEED ON THIS DATE' TO MAT-RESULT-TEXT
017700            PERFORM WRITE-MATCH-LINE
017800            GO TO MATCH-ACKNOWLEDGMENT-EXIT
017900     END-READ.
018000     MOVE OH-FEED-TYPE TO MAT-FEED-TYPE.
018100     MOVE OH-RECORD-COUNT TO MAT-RECORD-COUNT.
018200     MOVE OH-HASH-TOTAL TO MAT-HASH-TOTAL.
018300     MOVE AK-LOAD-DATE TO OH-ACK-DATE.
018400     MOVE AK-RECORD-COUNT TO OH-ACK-RECORD-COUNT.
018500     MOVE AK-HASH-TOTAL TO OH-ACK-HASH-TOTAL.
018600     IF AK-REJECTED
018694        SET OH-ACK-REJECTED TO TRUE
018788        ADD 1 TO WS-REJECTED-COUNT
018882        ADD 1 TO WS-EXCEPTION-COUNT
018976        MOVE 'REJECTED BY ORD ENTRY' TO MAT-RESULT-TEXT
019070        MOVE AK-REJECT-REASON TO MAT-REASON-TEXT
019164     ELSE
019258        IF AK-RECORD-COUNT = OH-RECORD-COUNT
019352              AND AK-HASH-TOTAL = OH-HASH-TOTAL
019446           SET OH-ACK-MATCHED TO TRUE
019540           ADD 1 TO WS-MATCHED-COUNT
019634           MOVE 'LOADED - AGREES' TO MAT-RESULT-TEXT
019728        ELSE
019822           SET OH-ACK-MISMATCHED TO TRUE
019916           ADD 1 TO WS-MISMATCH-COUNT
020010           ADD 1 TO WS-EXCEPTION-COUNT
020104           MOVE 'COUNT/HASH DISAGREE' TO MAT-RESULT-TEXT
020198        END-IF
020292     END-IF.
020400     REWRITE FEED-HISTORY-RECORD.
020500     PERFORM WRITE-MATCH-LINE.
020600 MATCH-ACKNOWLEDGMENT-EXIT.
020700     EXIT.
020800******************************************************************
      * THE HISTORY IS KEYED ON RUN DATE, SO A SWEEP FROM THE START
      * LEAVES THE LATEST MATCHED FULL REFRESH IN WS-LAST-REFRESH-DATE.
      ******************************************************************
020900 FIND-LAST-REFRESH.
021000     PERFORM START-HISTORY-SWEEP.
021100     PERFORM CHECK-REFRESH-AND-READ
021200        UNTIL END-OF-HISTORY.
021300******************************************************************
021400 START-HISTORY-SWEEP.
021500     MOVE 'GO ' TO HISTORY-SWITCH.
021600     MOVE ZERO TO OH-RUN-DATE.
021700     START FEED-HISTORY-FILE KEY NOT < OH-RUN-DATE
021800         INVALID KEY
021900            MOVE 'EOF' TO HISTORY-SWITCH
022000     END-START.
022100     IF NOT END-OF-HISTORY
022200        PERFORM GET-HISTORY-RECORD
022300     END-IF.
022400******************************************************************
022500 GET-HISTORY-RECORD.
022600     READ FEED-HISTORY-FILE NEXT RECORD AT END
022700         MOVE 'EOF' TO HISTORY-SWITCH.
022800******************************************************************
022900 CHECK-REFRESH-AND-READ.
023000     IF OH-FULL-REFRESH AND OH-ACK-MATCHED
023100        MOVE OH-RUN-DATE TO WS-LAST-REFRESH-DATE
023200     END-IF.
023300     PERFORM GET-HISTORY-RECORD.
023400******************************************************************
023500 LIST-UNACKNOWLEDGED.
023600     PERFORM START-HISTORY-SWEEP.
023700     PERFORM CHECK-OVERDUE-AND-READ
023800        UNTIL END-OF-HISTORY.
023900******************************************************************
      * TONIGHT'S FEED IS NOT CUT UNTIL AFTER THIS RUN, SO ANY FEED
      * DATED BEFORE THE BUSINESS DATE HAS HAD A DAY TO BE LOADED.
      ******************************************************************
024000 CHECK-OVERDUE-AND-READ.
024100     IF OH-AWAITING-ACK
024200           AND OH-RUN-DATE > WS-LAST-REFRESH-DATE
024300           AND OH-RUN-DATE < WS-BUSINESS-DATE
024400        ADD 1 TO WS-OVERDUE-COUNT
024500        ADD 1 TO WS-EXCEPTION-COUNT
024600        MOVE SPACES TO MATCH-DETAIL-LINE
024700        MOVE OH-RUN-DATE TO MAT-RUN-DATE
024800        MOVE OH-FEED-TYPE TO MAT-FEED-TYPE
024900        MOVE OH-RECORD-COUNT TO MAT-RECORD-COUNT
025000        MOVE OH-HASH-TOTAL TO MAT-HASH-TOTAL
025100        MOVE 'NOT ACKNOWLEDGED' TO MAT-RESULT-TEXT
025200        PERFORM WRITE-MATCH-LINE
025300     END-IF.
025400     PERFORM GET-HISTORY-RECORD.
025500******************************************************************
025600 WRITE-MATCH-LINE.
025700     IF LINES-WRITTEN >= WS-PAGE-SIZE
025800        PERFORM WRITE-HEADER
025900        MOVE 2 TO LINE-SPACING
026000     END-IF.
026100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
026200     MOVE MATCH-DETAIL-LINE TO OUTPUT-LINE.
026300     WRITE OUTPUT-RECORD.
026400     ADD 1 TO LINES-WRITTEN.
026500     MOVE 1 TO LINE-SPACING.
026600******************************************************************
026700 WRITE-COUNTS.
026800     MOVE 2 TO LINE-SPACING.
026900     MOVE 'ACKNOWLEDGMENTS READ' TO CNT-LABEL.
027000     MOVE WS-ACK-READ TO CNT-VALUE.
027100     PERFORM WRITE-COUNT-LINE.
027200     MOVE 'LOADED - COUNT AND HASH AGREE' TO CNT-LABEL.
027300     MOVE WS-MATCHED-COUNT TO CNT-VALUE.
027400     PERFORM WRITE-COUNT-LINE.
027500     MOVE 'LOADED - COUNT OR HASH DISAGREE' TO CNT-LABEL.
027600     MOVE WS-MISMATCH-COUNT TO CNT-VALUE.
027700     PERFORM WRITE-COUNT-LINE.
027800     MOVE 'REJECTED BY ORDER ENTRY' TO CNT-LABEL.
027900     MOVE WS-REJECTED-COUNT TO CNT-VALUE.
028000     PERFORM WRITE-COUNT-LINE.
028100     MOVE 'ACKNOWLEDGING NO FEED OF OURS' TO CNT-LABEL.
028200     MOVE WS-UNKNOWN-COUNT TO CNT-VALUE.
028300     PERFORM WRITE-COUNT-LINE.
028400     MOVE 'FEEDS NOT ACKNOWLEDGED' TO CNT-LABEL.
028500     MOVE WS-OVERDUE-COUNT TO CNT-VALUE.
028600     PERFORM WRITE-COUNT-LINE.
028700******************************************************************
028800 WRITE-COUNT-LINE.
028900     IF LINES-WRITTEN >= WS-PAGE-SIZE
029000        PERFORM WRITE-HEADER
029100        MOVE 2 TO LINE-SPACING
029200     END-IF.
029300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
029400     MOVE COUNT-LINE TO OUTPUT-LINE.
029500     WRITE OUTPUT-RECORD.
029600     ADD 1 TO LINES-WRITTEN.
029700     MOVE 1 TO LINE-SPACING.
029800******************************************************************
029900 WRITE-HEADER.
030000     MOVE ZERO TO LINES-WRITTEN.
030100     ACCEPT HDR-PRT-DATE FROM DATE.
030200     ACCEPT HDR-PRT-TIME FROM TIME.
030300     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
030400     ADD 1 TO PAGE-COUNT
030500     MOVE '  ORDER-ENTRY FEED ACK MATCH   '   TO REPORT-TITLE.
030600     MOVE PAGE-COUNT TO PAGE-NUMBER.
030700     MOVE HEADER-RECORD TO OUTPUT-LINE.
030800     WRITE OUTPUT-RECORD.
030900     MOVE 1 TO LINE-SPACING.
031000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
031100     MOVE WS-HEADING-LINE TO OUTPUT-LINE.
031200     WRITE OUTPUT-RECORD.
031300     ADD 1 TO LINES-WRITTEN.
