000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINAGP01.
      ******************************************************************
      * FINAGP01 -- COLLECTION-AGENCY PLACEMENT. SWEEPS THE LETTER-
      *             HISTORY FILE (SEE LTRHIST) FOR ACCOUNTS WHOSE
      *             FINAL NOTICE WENT OUT AT LEAST CC-PLACEMENT-DAYS
      *             AGO (30 WHEN THE CARD LEAVES IT ZERO) AND ARE
      *             STILL UNPAID, AND PLACES THEM WITH THE OUTSIDE
      *             AGENCY. EACH ACCOUNT PLACED IS MARKED ON THE
      *             PLACEMENT FILE (SEE AGYPLC) AND WRITTEN TO THE
      *             AGENCY'S PLACEMENT FILE (SEE AGYOUT) WITH ITS
      *             NAME, ADDRESS AND PHONE FROM THE NAME-AND-ADDRESS
      *             MASTER AND THE BALANCE PLACED. FROM THEN ON
      *             FINDUN01 SENDS IT NO LETTERS AND FINAGR01 POSTS
      *             WHAT THE AGENCY SENDS BACK.
      *             THE BALANCE PLACED IS THE UNDISPUTED BALANCE
      *             (FINDSQ01) -- AN ACCOUNT WHOSE WHOLE BALANCE IS IN
      *             DISPUTE, OR THAT IS UNDER LEGAL HOLD (FINLGQ01),
      *             IS NOT PLACED. AN ACCOUNT ALREADY ON THE PLACEMENT
      *             FILE, OPEN OR CLOSED, IS NOT PLACED AGAIN. AN
      *             ACCOUNT WITH NO ADDRESS ON FILE CANNOT BE PLACED;
      *             IT IS LISTED AS AN EXCEPTION AND THE RUN ENDS
      *             RETURN-CODE 4.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-12  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT AGENCY-OUT-FILE ASSIGN U-T-AGYOUT.
000900     SELECT LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS LH-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-LTRHIS-STATUS.
001400     SELECT MASTER-FILE ASSIGN U-T-MASTER
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-MASTER-STATUS.
001900     SELECT NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS NA-ACCOUNT-NUMBER
002300        FILE STATUS IS WS-NAMADR-STATUS.
002400     SELECT PLACEMENT-FILE ASSIGN U-T-AGYPLC
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS DYNAMIC
002700        RECORD KEY IS AY-ACCOUNT-NUMBER
002800        FILE STATUS IS WS-AGYPLC-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD REPORT-FILE
003200     LABEL RECORDS ARE OMITTED
003300     RECORDING MODE IS F
003400     RECORD CONTAINS 133 CHARACTERS
003500     DATA RECORD IS OUTPUT-RECORD.
003600   01 OUTPUT-RECORD.
003700     02 CARRIAGE-CONTROL PIC X.
003800     02 OUTPUT-LINE      PIC X(132).
003900 FD CONTROL-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 80 CHARACTERS
004200     DATA RECORD IS CONTROL-CARD-RECORD.
004300 COPY CTLCARD.
004400 FD AGENCY-OUT-FILE
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 200 CHARACTERS
004700     DATA RECORD IS AGENCY-OUT-RECORD.
004800 COPY AGYOUT.
004900 FD LETTER-HISTORY-FILE
005000     LABEL RECORDS ARE STANDARD
005100     DATA RECORD IS LETTER-HISTORY-RECORD.
005200 COPY LTRHIST.
005300 FD MASTER-FILE
005400     LABEL RECORDS ARE STANDARD
005500     DATA RECORD IS MASTER-RECORD.
005600 COPY MSTRFILE.
005700 FD NAME-ADDRESS-FILE
005800     LABEL RECORDS ARE STANDARD
005900     DATA RECORD IS NAME-ADDRESS-RECORD.
006000 COPY NAMADDR.
006100 FD PLACEMENT-FILE
006200     LABEL RECORDS ARE STANDARD
006300     DATA RECORD IS AGENCY-PLACEMENT-RECORD.
006400 COPY AGYPLC.
      ******************************************************************
006500 WORKING-STORAGE SECTION.
006600 COPY HEADER1.
006700 01  PROGRAM-WORK-FIELDS.
006800     02  INPUT-SWITCH      PIC X(3).
006900         88  END-OF-FILE   VALUE 'EOF'.
007000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
007100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
007300     02  WS-LTRHIS-STATUS  PIC X(2)  VALUE ZERO.
007400     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007500     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
007600     02  WS-AGYPLC-STATUS  PIC X(2)  VALUE ZERO.
007700     02  WS-PLACEMENT-DAYS PIC 9(3)  VALUE 30.
007800     02  WS-OPEN-BALANCE   PIC S9(5)V99 VALUE ZERO.
007900     02  WS-GROSS-BALANCE  PIC S9(5)V99 VALUE ZERO.
008000     02  WS-FINALS-READ    PIC 9(7)  VALUE ZERO.
008100     02  WS-PLACED-COUNT   PIC 9(7)  VALUE ZERO.
008200     02  WS-PLACED-TOTAL   PIC 9(13)V99 VALUE ZERO.
008300     02  WS-NOT-DUE-COUNT  PIC 9(7)  VALUE ZERO.
008400     02  WS-PAID-COUNT     PIC 9(7)  VALUE ZERO.
008500     02  WS-ALREADY-COUNT  PIC 9(7)  VALUE ZERO.
008600     02  WS-LEGAL-HOLD-COUNT PIC 9(7) VALUE ZERO.
008700     02  WS-DISPUTED-COUNT PIC 9(7)  VALUE ZERO.
008800     02  WS-NO-MASTER-COUNT PIC 9(7) VALUE ZERO.
008900     02  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
009000 01  DATE-WORK-FIELDS.
009100     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
009200     02  WS-CUTOFF-DATE    PIC 9(8)  VALUE ZERO.
009300 COPY PAGING.
009400 COPY FINBDC01.
009500 COPY FINDTC01.
009600 COPY FINDSC01.
009700 COPY FINLGC01.
009800 01  PLACEMENT-DETAIL-LINE.
009900     02  FILLER                PIC X(2).
010000     02  PDL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
010100     02  FILLER                PIC X(2).
010200     02  PDL-NAME              PIC X(30).
010300     02  FILLER                PIC X(2).
010400     02  PDL-FINAL-DATE        PIC 9(8).
010500     02  FILLER                PIC X(2).
010600     02  PDL-LAST-ACTIVITY     PIC 9(8).
010700     02  FILLER                PIC X(2).
010800     02  PDL-BALANCE           PIC ZZ,ZZ9.99-.
010900     02  FILLER                PIC X(2).
011000     02  PDL-DISPOSITION       PIC X(30).
011100     02  FILLER                PIC X(24).
011200 01  COLUMN-HEADING-LINE.
011300     02  FILLER                PIC X(2).
011400     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
011500     02  FILLER                PIC X(2).
011600     02  FILLER                PIC X(30) VALUE 'NAME'.
011700     02  FILLER                PIC X(2).
011800     02  FILLER                PIC X(8)  VALUE 'FINAL ON'.
011900     02  FILLER                PIC X(2).
012000     02  FILLER                PIC X(8)  VALUE 'LAST ACT'.
012100     02  FILLER                PIC X(2).
012200     02  FILLER                PIC X(10) VALUE '   BALANCE'.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
012500     02  FILLER                PIC X(24).
012600 01  REGISTER-TOTAL-LINE.
012700     02  FILLER                PIC X(2).
012800     02  RGT-TAG               PIC X(28).
012900     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
013000     02  FILLER                PIC X(4).
013100     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
013200     02  FILLER                PIC X(74).
013300******************************************************************
013400 PROCEDURE DIVISION.
013500     DISPLAY 'FINAGP01 - COLLECTION-AGENCY PLACEMENT STARTING'.
013600     PERFORM READ-CONTROL-CARD.
013700     OPEN OUTPUT REPORT-FILE AGENCY-OUT-FILE.
013800     OPEN INPUT LETTER-HISTORY-FILE MASTER-FILE NAME-ADDRESS-FILE.
013900     OPEN I-O PLACEMENT-FILE.
014000     PERFORM WRITE-HEADER.
014100     PERFORM WRITE-AGENCY-HEADER.
014200     PERFORM GET-LETTER-HISTORY.
014300     PERFORM SELECT-AND-READ
014400        UNTIL END-OF-FILE.
014500     PERFORM WRITE-AGENCY-TRAILER.
014600     PERFORM WRITE-REGISTER-TOTALS.
014700     CLOSE LETTER-HISTORY-FILE MASTER-FILE NAME-ADDRESS-FILE
014800         PLACEMENT-FILE AGENCY-OUT-FILE REPORT-FILE.
014900     DISPLAY 'FINAGP01 - FINAL NOTICES READ: ' WS-FINALS-READ.
015000     DISPLAY 'FINAGP01 - ACCOUNTS PLACED:    ' WS-PLACED-COUNT.
015100     DISPLAY 'FINAGP01 - NO ADDRESS:         '
015200         WS-NO-ADDRESS-COUNT.
015300     DISPLAY 'FINAGP01 - NO MASTER RECORD:   '
015400         WS-NO-MASTER-COUNT.
015500     IF WS-NO-ADDRESS-COUNT > ZERO OR WS-NO-MASTER-COUNT > ZERO
015600        MOVE 4 TO RETURN-CODE
015700     END-IF.
015800     GOBACK.
015900******************************************************************
      * THE CUTOFF IS THE AS-OF DATE LESS THE PLACEMENT DAYS -- A
      * FINAL NOTICE DATED ON OR BEFORE IT HAS HAD ITS TIME.
      ******************************************************************
016000 READ-CONTROL-CARD.
016100     OPEN INPUT CONTROL-FILE.
016200     READ CONTROL-FILE AT END
016300         MOVE ZERO TO CC-PAGE-SIZE
016400         MOVE ZERO TO CC-AS-OF-DATE
016500         MOVE ZERO TO CC-PLACEMENT-DAYS
016600     END-READ.
016700     CLOSE CONTROL-FILE.
016800     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
016900        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
017000     END-IF.
017100     IF CC-PLACEMENT-DAYS NUMERIC AND CC-PLACEMENT-DAYS > ZERO
017200        MOVE CC-PLACEMENT-DAYS TO WS-PLACEMENT-DAYS
017300     END-IF.
017400     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
017500        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
017600     ELSE
017700        MOVE ZERO TO BD-REQUEST-DATE
017800        CALL 'FINBDT01' USING FINBDC01-RECORD
017900        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
018000     END-IF.
018100     MOVE 'A' TO DT-FUNCTION.
018200     MOVE WS-AS-OF-DATE TO DT-BASE-DATE.
018300     COMPUTE DT-DAY-COUNT = ZERO - WS-PLACEMENT-DAYS.
018400     CALL 'FINDTE01' USING FINDTC01-RECORD.
018500     IF DT-RESULT-OK
018600        MOVE DT-RESULT-DATE TO WS-CUTOFF-DATE
018700     ELSE
018800        MOVE ZERO TO WS-CUTOFF-DATE
018900     END-IF.
019000******************************************************************
019100 GET-LETTER-HISTORY.
019200     READ LETTER-HISTORY-FILE NEXT RECORD AT END
019300         MOVE 'EOF' TO INPUT-SWITCH.
019400******************************************************************
019500 SELECT-AND-READ.
019600     IF LH-FINAL-SENT
019700        ADD 1 TO WS-FINALS-READ
019800        PERFORM CONSIDER-ONE-ACCOUNT
019900           THRU CONSIDER-ONE-ACCOUNT-EXIT
020000     END-IF.
020100     PERFORM GET-LETTER-HISTORY.
020200******************************************************************
      * AN ACCOUNT NOT YET DUE FOR PLACEMENT, ALREADY PLACED, OR PAID
      * DOWN SINCE ITS FINAL NOTICE IS PASSED OVER QUIETLY AND ONLY
      * COUNTED. EVERYTHING ELSE GOES ON THE REGISTER.
      ******************************************************************
020300 CONSIDER-ONE-ACCOUNT.
020400     IF LH-LETTER-DATE > WS-CUTOFF-DATE
020500        ADD 1 TO WS-NOT-DUE-COUNT
020600        GO TO CONSIDER-ONE-ACCOUNT-EXIT
020700     END-IF.
020800     MOVE LH-ACCOUNT-NUMBER TO AY-ACCOUNT-NUMBER.
020900     READ PLACEMENT-FILE
021000         INVALID KEY
021100            CONTINUE
021200         NOT INVALID KEY
021300            ADD 1 TO WS-ALREADY-COUNT
021400            GO TO CONSIDER-ONE-ACCOUNT-EXIT
021500     END-READ.
021600     MOVE SPACES TO PLACEMENT-DETAIL-LINE.
021700     MOVE LH-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
021800     READ MASTER-FILE
021900         INVALID KEY
022000            ADD 1 TO WS-NO-MASTER-COUNT
022100            MOVE SPACES TO PDL-NAME
022200            MOVE ZERO TO WS-OPEN-BALANCE MSTR-LAST-UPDATE-DATE
022300            MOVE 'NO MASTER RECORD - NOT PLACED'
022400                TO PDL-DISPOSITION
022500            PERFORM WRITE-PLACEMENT-LINE
022600            GO TO CONSIDER-ONE-ACCOUNT-EXIT
022700     END-READ.
022800     COMPUTE WS-OPEN-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
022900     IF WS-OPEN-BALANCE NOT > ZERO
023000        ADD 1 TO WS-PAID-COUNT
023100        GO TO CONSIDER-ONE-ACCOUNT-EXIT
023200     END-IF.
023300     MOVE WS-OPEN-BALANCE TO WS-GROSS-BALANCE.
023400     MOVE MSTR-NAME TO PDL-NAME.
023500     MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER.
023600     CALL 'FINLGQ01' USING FINLGC01-RECORD.
023700     IF LQ-ON-HOLD
023800        ADD 1 TO WS-LEGAL-HOLD-COUNT
023900        MOVE 'LEGAL HOLD - NOT PLACED' TO PDL-DISPOSITION
024000        PERFORM WRITE-PLACEMENT-LINE
024100        GO TO CONSIDER-ONE-ACCOUNT-EXIT
024200     END-IF.
024300     PERFORM FIND-OPEN-DISPUTES.
024400     IF WS-OPEN-BALANCE NOT > ZERO
024500        ADD 1 TO WS-DISPUTED-COUNT
024600        MOVE WS-GROSS-BALANCE TO WS-OPEN-BALANCE
024700        MOVE 'IN DISPUTE - NOT PLACED' TO PDL-DISPOSITION
024800        PERFORM WRITE-PLACEMENT-LINE
024900        GO TO CONSIDER-ONE-ACCOUNT-EXIT
025000     END-IF.
025100     MOVE MSTR-ACCOUNT-NUMBER TO NA-ACCOUNT-NUMBER.
025200     READ NAME-ADDRESS-FILE
025300         INVALID KEY
025400            ADD 1 TO WS-NO-ADDRESS-COUNT
025500            MOVE 'NO ADDRESS - NOT PLACED' TO PDL-DISPOSITION
025600            PERFORM WRITE-PLACEMENT-LINE
025700            GO TO CONSIDER-ONE-ACCOUNT-EXIT
025800     END-READ.
025900     MOVE NA-NAME TO PDL-NAME.
026000     PERFORM PLACE-ONE-ACCOUNT.
026100 CONSIDER-ONE-ACCOUNT-EXIT.
026200     EXIT.
026300******************************************************************
026400 FIND-OPEN-DISPUTES.
026500     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
026600     CALL 'FINDSQ01' USING FINDSC01-RECORD.
026700     IF DQ-OPEN-COUNT > ZERO
026800        IF DQ-OPEN-AMOUNT NOT < WS-OPEN-BALANCE
026900           MOVE ZERO TO WS-OPEN-BALANCE
027000        ELSE
027100           SUBTRACT DQ-OPEN-AMOUNT FROM WS-OPEN-BALANCE
027200        END-IF
027300     END-IF.
027400******************************************************************
027500 PLACE-ONE-ACCOUNT.
027600     MOVE SPACES TO AGENCY-PLACEMENT-RECORD.
027700     MOVE MSTR-ACCOUNT-NUMBER TO AY-ACCOUNT-NUMBER.
027800     MOVE 'P' TO AY-PLACEMENT-STATUS.
027900     MOVE WS-AS-OF-DATE TO AY-PLACED-DATE.
028000     MOVE LH-LETTER-DATE TO AY-FINAL-NOTICE-DATE.
028100     MOVE WS-OPEN-BALANCE TO AY-PLACED-BALANCE.
028200     MOVE ZERO TO AY-COLLECTED-TOTAL.
028300     MOVE ZERO TO AY-COMMISSION-TOTAL.
028400     MOVE ZERO TO AY-LAST-REMIT-DATE.
028500     MOVE ZERO TO AY-CLOSED-DATE.
028600     WRITE AGENCY-PLACEMENT-RECORD
028700         INVALID KEY
028800            REWRITE AGENCY-PLACEMENT-RECORD
028900     END-WRITE.
029000     MOVE SPACES TO AGENCY-OUT-RECORD.
029100     MOVE 'D' TO AO-REC-TYPE.
029200     MOVE MSTR-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
029300     MOVE NA-NAME TO AO-NAME.
029400     MOVE NA-ADDRESS-1 TO AO-ADDRESS-1.
029500     MOVE NA-ADDRESS-2 TO AO-ADDRESS-2.
029600     MOVE NA-CITY TO AO-CITY.
029700     MOVE NA-POSTAL-CODE TO AO-POSTAL-CODE.
029800     MOVE NA-PHONE TO AO-PHONE.
029900     MOVE WS-OPEN-BALANCE TO AO-BALANCE.
030000     MOVE LH-LETTER-DATE TO AO-FINAL-NOTICE-DATE.
030100     MOVE MSTR-LAST-UPDATE-DATE TO AO-LAST-ACTIVITY-DATE.
030200     WRITE AGENCY-OUT-RECORD.
030300     ADD 1 TO WS-PLACED-COUNT.
030400     ADD WS-OPEN-BALANCE TO WS-PLACED-TOTAL.
030500     IF WS-OPEN-BALANCE < WS-GROSS-BALANCE
030600        MOVE 'PLACED - UNDISPUTED BALANCE' TO PDL-DISPOSITION
030700     ELSE
030800        MOVE 'PLACED WITH AGENCY' TO PDL-DISPOSITION
030900     END-IF.
031000     PERFORM WRITE-PLACEMENT-LINE.
031100******************************************************************
031200 WRITE-AGENCY-HEADER.
031300     MOVE SPACES TO AGENCY-OUT-RECORD.
031400     MOVE 'H' TO AO-REC-TYPE.
031500     MOVE WS-AS-OF-DATE TO AO-HDR-PLACEMENT-DATE.
031600     WRITE AGENCY-OUT-RECORD.
031700******************************************************************
031800 WRITE-AGENCY-TRAILER.
031900     MOVE SPACES TO AGENCY-OUT-RECORD.
032000     MOVE 'T' TO AO-REC-TYPE.
032100     MOVE WS-PLACED-COUNT TO AO-TRL-COUNT.
032200     MOVE WS-PLACED-TOTAL TO AO-TRL-TOTAL.
032300     WRITE AGENCY-OUT-RECORD.
032400******************************************************************
032500 WRITE-PLACEMENT-LINE.
032600     MOVE LH-ACCOUNT-NUMBER TO PDL-ACCOUNT.
032700     MOVE LH-LETTER-DATE TO PDL-FINAL-DATE.
032800     MOVE MSTR-LAST-UPDATE-DATE TO PDL-LAST-ACTIVITY.
032900     MOVE WS-OPEN-BALANCE TO PDL-BALANCE.
033000     IF LINES-WRITTEN >= WS-PAGE-SIZE
033100        PERFORM WRITE-HEADER
033200        MOVE 2 TO LINE-SPACING
033300     END-IF.
033400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033500     MOVE PLACEMENT-DETAIL-LINE TO OUTPUT-LINE.
033600     WRITE OUTPUT-RECORD.
033700     ADD 1 TO LINES-WRITTEN.
033800     MOVE 1 TO LINE-SPACING.
033900******************************************************************
034000 WRITE-REGISTER-TOTALS.
034100     MOVE 3 TO LINE-SPACING.
034200     MOVE 'FINAL NOTICES READ        - ' TO RGT-TAG.
034300     MOVE WS-FINALS-READ TO RGT-COUNT.
034400     MOVE ZERO TO RGT-AMOUNT.
034500     PERFORM WRITE-ONE-TOTAL-LINE.
034600     MOVE 'NOT YET DUE FOR PLACEMENT - ' TO RGT-TAG.
034700     MOVE WS-NOT-DUE-COUNT TO RGT-COUNT.
034800     PERFORM WRITE-ONE-TOTAL-LINE.
034900     MOVE 'ALREADY PLACED OR RETURNED- ' TO RGT-TAG.
035000     MOVE WS-ALREADY-COUNT TO RGT-COUNT.
035100     PERFORM WRITE-ONE-TOTAL-LINE.
035200     MOVE 'PAID SINCE FINAL NOTICE   - ' TO RGT-TAG.
035300     MOVE WS-PAID-COUNT TO RGT-COUNT.
035400     PERFORM WRITE-ONE-TOTAL-LINE.
035500     MOVE 'LEGAL HOLD                - ' TO RGT-TAG.
035600     MOVE WS-LEGAL-HOLD-COUNT TO RGT-COUNT.
035700     PERFORM WRITE-ONE-TOTAL-LINE.
035800     MOVE 'WHOLLY IN DISPUTE         - ' TO RGT-TAG.
035900     MOVE WS-DISPUTED-COUNT TO RGT-COUNT.
036000     PERFORM WRITE-ONE-TOTAL-LINE.
036100     MOVE 'NO MASTER RECORD          - ' TO RGT-TAG.
036200     MOVE WS-NO-MASTER-COUNT TO RGT-COUNT.
036300     PERFORM WRITE-ONE-TOTAL-LINE.
036400     MOVE 'NO ADDRESS ON FILE        - ' TO RGT-TAG.
036500     MOVE WS-NO-ADDRESS-COUNT TO RGT-COUNT.
036600     PERFORM WRITE-ONE-TOTAL-LINE.
036700     MOVE 2 TO LINE-SPACING.
036800     MOVE 'ACCOUNTS PLACED           - ' TO RGT-TAG.
036900     MOVE WS-PLACED-COUNT TO RGT-COUNT.
037000     MOVE WS-PLACED-TOTAL TO RGT-AMOUNT.
037100     PERFORM WRITE-ONE-TOTAL-LINE.
037200******************************************************************
037300 WRITE-ONE-TOTAL-LINE.
037400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037500     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
037600     WRITE OUTPUT-RECORD.
037700     ADD 1 TO LINES-WRITTEN.
037800     MOVE 1 TO LINE-SPACING.
037900******************************************************************
038000 WRITE-HEADER.
038100     MOVE ZERO TO LINES-WRITTEN.
038200     ACCEPT HDR-PRT-DATE FROM DATE.
038300     ACCEPT HDR-PRT-TIME FROM TIME.
038400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
038500     ADD 1 TO PAGE-COUNT
038600     MOVE '   COLLECTION AGENCY PLACEMENT '   TO REPORT-TITLE.
038700     MOVE PAGE-COUNT TO PAGE-NUMBER.
038800     MOVE HEADER-RECORD TO OUTPUT-LINE.
038900     WRITE OUTPUT-RECORD.
039000     MOVE 1 TO LINE-SPACING.
039100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
039200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
039300     WRITE OUTPUT-RECORD.
039400     ADD 1 TO LINES-WRITTEN.
