000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINALR01.
      ******************************************************************
      * FINALR01 -- WEEKLY REVIEW OF THE ONLINE ACCESS LOG (SEE ACCLOG)
      *             FOR THE PRIVACY OFFICER. EVERY DISPLAY AND UPDATE
      *             IN FINOLQ01, FINOLS01 AND FINOLR01 IS LOGGED; THIS
      *             RUN READS THE SEVEN DAYS ENDING ON THE BUSINESS
      *             DATE AND FLAGS:
      *               - EACH ACCESS OUTSIDE BUSINESS HOURS (BEFORE
      *                 WS-DAY-START OR FROM WS-DAY-END ON, OR ON A
      *                 SATURDAY OR SUNDAY);
      *               - EACH ACCOUNT ACCESS WHOSE REFERENCE CODE IS
      *                 NOT ONE OF THE OPERATOR'S BRANCH REFERENCE
      *                 CODES ON THE AUTHORIZED-OPERATORS FILE (AN
      *                 OPERATOR WITH NO CODES, SUCH AS HEAD OFFICE,
      *                 IS NOT CHECKED);
      *               - EACH OPERATOR WHO VIEWED MORE THAN
      *                 WS-VIEW-LIMIT ACCOUNTS IN THE WEEK, OR WHO IS
      *                 NOT ON THE AUTHORIZED-OPERATORS FILE AT ALL.
      *             THE EXCEPTIONS ARE LISTED FIRST, THEN A SUMMARY
      *             LINE PER OPERATOR. ANY EXCEPTION ENDS THE RUN
      *             RETURN-CODE 4.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-02  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN U-T-ACCLOG.
000800     SELECT OPTIONAL OPERATOR-FILE ASSIGN U-T-OPAUTH.
000900 DATA DIVISION.
001000 FILE SECTION.
001100 FD REPORT-FILE
001200     LABEL RECORDS ARE OMITTED
001300     RECORDING MODE IS F
001400     RECORD CONTAINS 133 CHARACTERS
001500     DATA RECORD IS OUTPUT-RECORD.
001600   01 OUTPUT-RECORD.
001700     02 CARRIAGE-CONTROL PIC X.
001800     02 OUTPUT-LINE      PIC X(132).
001900 FD ACCESS-LOG-FILE
002000     LABEL RECORDS ARE STANDARD
002100     RECORD CONTAINS 80 CHARACTERS
002200     DATA RECORD IS ACCESS-LOG-RECORD.
002300 COPY ACCLOG.
002400 FD OPERATOR-FILE
002500     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 80 CHARACTERS
002700     DATA RECORD IS OPERATOR-RECORD.
002800   01 OPERATOR-RECORD.
002900     02 OA-OPERATOR-ID         PIC X(08).
003000     02 OA-OPERATOR-NAME       PIC X(20).
003100     02 OA-TEST-AUTH-FLAG      PIC X(01).
003200     02 OA-UPDATE-AUTH-FLAG    PIC X(01).
003300     02 OA-APPROVER-FLAG       PIC X(01).
003400     02 OA-BRANCH-REF-CODES    PIC X(24).
003500     02 FILLER                 PIC X(25).
      ******************************************************************
003600 WORKING-STORAGE SECTION.
003700 COPY HEADER1.
003800 01  PROGRAM-WORK-FIELDS.
003900     02  INPUT-SWITCH      PIC X(3)  VALUE 'GO '.
004000         88  END-OF-FILE   VALUE 'EOF'.
004100     02  OPAUTH-SWITCH     PIC X(3)  VALUE 'GO '.
004200         88  END-OF-OPAUTH VALUE 'EOF'.
004300     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
004400     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
004500     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004600     02  ENTRY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
004700         88  ENTRY-FOUND   VALUE 'YES'.
004800     02  CODE-FOUND-SWITCH PIC X(3)  VALUE 'NO '.
004900         88  CODE-FOUND    VALUE 'YES'.
005000     02  WS-ENTRY-SUB      PIC 9(2)  COMP.
005100     02  WS-ENTRY-COUNT    PIC 9(2)  COMP VALUE ZERO.
005200     02  WS-CODE-SUB       PIC 9(1)  COMP.
005300     02  WS-VIEW-LIMIT     PIC 9(5)  VALUE 250.
005400     02  WS-DAY-START      PIC 9(4)  VALUE 0700.
005500     02  WS-DAY-END        PIC 9(4)  VALUE 1900.
005600     02  WS-READ-COUNT     PIC 9(7)  VALUE ZERO.
005700     02  WS-REVIEWED-COUNT PIC 9(7)  VALUE ZERO.
005800     02  WS-UNTABLED-COUNT PIC 9(7)  VALUE ZERO.
005900     02  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
006000     02  WS-AGE-DAYS       PIC S9(5) VALUE ZERO.
006100     02  WS-LOG-TIME       PIC 9(8)  VALUE ZERO.
006200     02  FILLER REDEFINES WS-LOG-TIME.
006300         03  WS-LOG-HHMM   PIC 9(4).
006400         03  FILLER        PIC 9(4).
006500 01  DATE-WORK-FIELDS.
006600     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
006700     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
006800     02  FILLER REDEFINES WS-WORK-DATE.
006900         03  FILLER        PIC 9(2).
007000         03  WS-WORK-YY    PIC 9(2).
007100         03  WS-WORK-MM    PIC 9(2).
007200         03  WS-WORK-DD    PIC 9(2).
007300     02  FILLER REDEFINES WS-WORK-DATE.
007400         03  WS-WORK-CCYY  PIC 9(4).
007500         03  FILLER        PIC 9(4).
007600     02  WS-AS-OF-SERIAL   PIC 9(6)  VALUE ZERO.
007700     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
007800 01  ZELLER-WORK-FIELDS.
007900     02  WS-Z-YEAR         PIC 9(4)  COMP VALUE ZERO.
008000     02  WS-Z-MONTH        PIC 9(2)  COMP VALUE ZERO.
008100     02  WS-Z-H            PIC S9(8) COMP VALUE ZERO.
008200     02  WS-Z-REM          PIC S9(8) COMP VALUE ZERO.
008300     02  WS-DAY-OF-WEEK    PIC 9(1)  VALUE ZERO.
008400 01  OPERATOR-TABLE.
008500     05  OPERATOR-ENTRY OCCURS 50 TIMES.
008600         10  OPE-OPERATOR-ID   PIC X(08).
008700         10  OPE-OPERATOR-NAME PIC X(20).
008800         10  OPE-ON-FILE-FLAG  PIC X(01).
008900         10  OPE-BRANCH-REF-CODES.
009000             15  OPE-BRANCH-REF-CODE PIC X(06) OCCURS 4 TIMES.
009100         10  OPE-VIEW-COUNT    PIC 9(5).
009200         10  OPE-UPDATE-COUNT  PIC 9(5).
009300         10  OPE-AFTER-HOURS-COUNT PIC 9(5).
009400         10  OPE-OUT-OF-BRANCH-COUNT PIC 9(5).
009500 COPY PAGING.
009600 COPY FINBDC01.
009700 01  WS-HEADING-LINE           PIC X(132).
009800 01  EXCEPTION-DETAIL-LINE.
009900     02  FILLER                PIC X(2).
010000     02  EXC-DATE              PIC 9(8).
010100     02  FILLER                PIC X(1).
010200     02  EXC-TIME              PIC 9(8).
010300     02  FILLER                PIC X(2).
010400     02  EXC-OPERATOR-ID       PIC X(8).
010500     02  FILLER                PIC X(2).
010600     02  EXC-TERMINAL-ID       PIC X(4).
010700     02  FILLER                PIC X(2).
010800     02  EXC-TRANSACTION-ID    PIC X(4).
010900     02  FILLER                PIC X(2).
011000     02  EXC-ACCESS-TYPE       PIC X(1).
011100     02  FILLER                PIC X(2).
011200     02  EXC-ACCOUNT-NUMBER    PIC 9(8).
011300     02  FILLER                PIC X(2).
011400     02  EXC-REFERENCE-CODE    PIC X(6).
011500     02  FILLER                PIC X(2).
011600     02  EXC-ITEM-KEY          PIC X(17).
011700     02  FILLER                PIC X(2).
011800     02  EXC-REASON-TEXT       PIC X(24).
011900     02  FILLER                PIC X(25).
012000 01  EXCEPTION-HEADING-LINE.
012100     02  FILLER                PIC X(2).
012200     02  FILLER                PIC X(17) VALUE 'DATE     TIME'.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(4)  VALUE 'TERM'.
012700     02  FILLER                PIC X(2).
012800     02  FILLER                PIC X(4)  VALUE 'TRAN'.
012900     02  FILLER                PIC X(2).
013000     02  FILLER                PIC X(1)  VALUE 'T'.
013100     02  FILLER                PIC X(2).
013200     02  FILLER                PIC X(8)  VALUE 'ACCOUNT'.
013300     02  FILLER                PIC X(2).
013400     02  FILLER                PIC X(6)  VALUE 'REFCD'.
013500     02  FILLER                PIC X(2).
013600     02  FILLER                PIC X(17) VALUE 'ITEM'.
013700     02  FILLER                PIC X(2).
013800     02  FILLER                PIC X(24) VALUE 'EXCEPTION'.
013900     02  FILLER                PIC X(25).
014000 01  SUMMARY-DETAIL-LINE.
014100     02  FILLER                PIC X(2).
014200     02  SUM-OPERATOR-ID       PIC X(8).
014300     02  FILLER                PIC X(2).
014400     02  SUM-OPERATOR-NAME     PIC X(20).
014500     02  FILLER                PIC X(2).
014600     02  SUM-VIEW-COUNT        PIC ZZ,ZZ9.
014700     02  FILLER                PIC X(2).
014800     02  SUM-UPDATE-COUNT      PIC ZZ,ZZ9.
014900     02  FILLER                PIC X(2).
015000     02  SUM-AFTER-HOURS-COUNT PIC ZZ,ZZ9.
015100     02  FILLER                PIC X(2).
015200     02  SUM-OUT-OF-BRANCH-COUNT PIC ZZ,ZZ9.
015300     02  FILLER                PIC X(2).
015400     02  SUM-FLAG-TEXT         PIC X(30).
015500     02  FILLER                PIC X(36).
015600 01  SUMMARY-HEADING-LINE.
015700     02  FILLER                PIC X(2).
015800     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
015900     02  FILLER                PIC X(2).
016000     02  FILLER                PIC X(20) VALUE 'NAME'.
016100     02  FILLER                PIC X(2).
016200     02  FILLER                PIC X(6)  VALUE ' VIEWS'.
016300     02  FILLER                PIC X(2).
016400     02  FILLER                PIC X(6)  VALUE 'UPDATE'.
016500     02  FILLER                PIC X(2).
016600     02  FILLER                PIC X(6)  VALUE ' HOURS'.
016700     02  FILLER                PIC X(2).
016800     02  FILLER                PIC X(6)  VALUE 'BRANCH'.
016900     02  FILLER                PIC X(2).
017000     02  FILLER                PIC X(30) VALUE 'REVIEW'.
017100     02  FILLER                PIC X(36).
017200 01  COUNT-LINE.
017300     02  FILLER                PIC X(2).
017400     02  CNT-LABEL             PIC X(34).
017500     02  CNT-VALUE             PIC Z,ZZZ,ZZ9.
017600     02  FILLER                PIC X(87).
017700******************************************************************
017800 PROCEDURE DIVISION.
017900     DISPLAY 'FINALR01 - ONLINE ACCESS REVIEW STARTING'.
018000     MOVE ZERO TO BD-REQUEST-DATE.
018100     CALL 'FINBDT01' USING FINBDC01-RECORD.
018200     MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE.
018300     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
018400     PERFORM COMPUTE-DATE-SERIAL.
018500     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
018600     PERFORM LOAD-OPERATOR-TABLE.
018700     OPEN INPUT  ACCESS-LOG-FILE
018800          OUTPUT REPORT-FILE.
018900     MOVE EXCEPTION-HEADING-LINE TO WS-HEADING-LINE.
019000     PERFORM WRITE-HEADER.
019100     PERFORM GET-LOG-RECORD.
019200     PERFORM REVIEW-AND-READ
019300        UNTIL END-OF-FILE.
019400     CLOSE ACCESS-LOG-FILE.
019500     MOVE SUMMARY-HEADING-LINE TO WS-HEADING-LINE.
019600     PERFORM WRITE-HEADER.
019700     PERFORM WRITE-OPERATOR-SUMMARY
019800        VARYING WS-ENTRY-SUB FROM 1 BY 1
019900        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
020000     PERFORM WRITE-COUNTS.
020100     CLOSE REPORT-FILE.
020200     DISPLAY 'FINALR01 - LOG RECORDS READ: ' WS-READ-COUNT.
020300     DISPLAY 'FINALR01 - REVIEWED:         ' WS-REVIEWED-COUNT.
020400     DISPLAY 'FINALR01 - EXCEPTIONS:       ' WS-EXCEPTION-COUNT.
020500     IF WS-EXCEPTION-COUNT > ZERO
020600        MOVE 4 TO RETURN-CODE
020700     END-IF.
020800     GOBACK.
020900******************************************************************
021000 LOAD-OPERATOR-TABLE.
021100     OPEN INPUT OPERATOR-FILE.
021200     PERFORM LOAD-OPERATOR-RECORD
021300        UNTIL END-OF-OPAUTH.
021400     CLOSE OPERATOR-FILE.
021500******************************************************************
021600 LOAD-OPERATOR-RECORD.
021700     READ OPERATOR-FILE AT END
021800         MOVE 'EOF' TO OPAUTH-SWITCH
021900     NOT AT END
022000         IF WS-ENTRY-COUNT < 50
022100            ADD 1 TO WS-ENTRY-COUNT
022200            MOVE OA-OPERATOR-ID
022300                TO OPE-OPERATOR-ID (WS-ENTRY-COUNT)
022400            MOVE OA-OPERATOR-NAME
022500                TO OPE-OPERATOR-NAME (WS-ENTRY-COUNT)
022600            MOVE 'Y' TO OPE-ON-FILE-FLAG (WS-ENTRY-COUNT)
022700            MOVE OA-BRANCH-REF-CODES
022800                TO OPE-BRANCH-REF-CODES (WS-ENTRY-COUNT)
022900            PERFORM CLEAR-OPERATOR-COUNTS
023000         END-IF
023100     END-READ.
023200******************************************************************
023300 CLEAR-OPERATOR-COUNTS.
023400     MOVE ZERO TO OPE-VIEW-COUNT (WS-ENTRY-COUNT)
023500                  OPE-UPDATE-COUNT (WS-ENTRY-COUNT)
023600                  OPE-AFTER-HOURS-COUNT (WS-ENTRY-COUNT)
023700                  OPE-OUT-OF-BRANCH-COUNT (WS-ENTRY-COUNT).
023800******************************************************************
023900 GET-LOG-RECORD.
024000     READ ACCESS-LOG-FILE AT END
024100         MOVE 'EOF' TO INPUT-SWITCH.
024200******************************************************************
024300 REVIEW-AND-READ.
024400     ADD 1 TO WS-READ-COUNT.
024500     PERFORM REVIEW-ACCESS THRU REVIEW-ACCESS-EXIT.
024600     PERFORM GET-LOG-RECORD.
024700******************************************************************
      * ONLY THE SEVEN DAYS ENDING ON THE BUSINESS DATE ARE REVIEWED;
      * AN OLDER OR LATER RECORD IS PASSED OVER.
      ******************************************************************
024800 REVIEW-ACCESS.
024900     MOVE AL-LOG-DATE TO WS-WORK-DATE.
025000     PERFORM COMPUTE-DATE-SERIAL.
025100     COMPUTE WS-AGE-DAYS = WS-AS-OF-SERIAL - WS-DATE-SERIAL.
025200     IF WS-AGE-DAYS < ZERO OR WS-AGE-DAYS > 6
025300        GO TO REVIEW-ACCESS-EXIT
025400     END-IF.
025500     ADD 1 TO WS-REVIEWED-COUNT.
025600     PERFORM FIND-OPERATOR-ENTRY.
025700     IF NOT ENTRY-FOUND
025800        IF WS-ENTRY-COUNT < 50
025900           ADD 1 TO WS-ENTRY-COUNT
026000           MOVE AL-OPERATOR-ID
026100               TO OPE-OPERATOR-ID (WS-ENTRY-COUNT)
026200           MOVE SPACES TO OPE-OPERATOR-NAME (WS-ENTRY-COUNT)
026300                          OPE-BRANCH-REF-CODES (WS-ENTRY-COUNT)
026400           MOVE 'N' TO OPE-ON-FILE-FLAG (WS-ENTRY-COUNT)
026500           PERFORM CLEAR-OPERATOR-COUNTS
026600           MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB
026700        ELSE
026800           ADD 1 TO WS-UNTABLED-COUNT
026900           GO TO REVIEW-ACCESS-EXIT
027000        END-IF
027100     END-IF.
027200     IF AL-IS-UPDATE
027300        ADD 1 TO OPE-UPDATE-COUNT (WS-ENTRY-SUB)
027400     ELSE
027500        IF AL-ACCOUNT-NUMBER > ZERO
027600           ADD 1 TO OPE-VIEW-COUNT (WS-ENTRY-SUB)
027700        END-IF
027800     END-IF.
027900     PERFORM CHECK-BUSINESS-HOURS.
028000     PERFORM CHECK-OWN-BRANCH.
028100 REVIEW-ACCESS-EXIT.
028200     EXIT.
028300******************************************************************
028400 FIND-OPERATOR-ENTRY.
028500     MOVE 'NO ' TO ENTRY-FOUND-SWITCH.
028600     PERFORM CHECK-OPERATOR-ENTRY
028700        VARYING WS-ENTRY-SUB FROM 1 BY 1
028800        UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
028900           OR ENTRY-FOUND.
029000     IF ENTRY-FOUND
029100        SUBTRACT 1 FROM WS-ENTRY-SUB
029200     END-IF.
029300******************************************************************
029400 CHECK-OPERATOR-ENTRY.
029500     IF OPE-OPERATOR-ID (WS-ENTRY-SUB) = AL-OPERATOR-ID
029600        SET ENTRY-FOUND TO TRUE
029700     END-IF.
029800******************************************************************
      * BUSINESS HOURS ARE WS-DAY-START TO WS-DAY-END, MONDAY TO
      * FRIDAY. THE LOG TIME IS HHMMSSHH.
      ******************************************************************
029900 CHECK-BUSINESS-HOURS.
030000     MOVE AL-LOG-TIME TO WS-LOG-TIME.
030100     PERFORM COMPUTE-DAY-OF-WEEK.
030200     IF WS-LOG-HHMM < WS-DAY-START
030300           OR WS-LOG-HHMM NOT < WS-DAY-END
030400           OR WS-DAY-OF-WEEK > 5
030500        ADD 1 TO OPE-AFTER-HOURS-COUNT (WS-ENTRY-SUB)
030600        MOVE 'OUTSIDE BUSINESS HOURS' TO EXC-REASON-TEXT
030700        PERFORM WRITE-EXCEPTION-LINE
030800     END-IF.
030900******************************************************************
      * ONLY AN ACCESS TO A NAMED ACCOUNT BY AN OPERATOR WHO HAS
      * BRANCH REFERENCE CODES ON FILE IS CHECKED.
      ******************************************************************
031000 CHECK-OWN-BRANCH.
031100     IF AL-ACCOUNT-NUMBER = ZERO
031200           OR AL-REFERENCE-CODE = SPACES
031300           OR OPE-BRANCH-REF-CODES (WS-ENTRY-SUB) = SPACES
031400        GO TO CHECK-OWN-BRANCH-EXIT
031500     END-IF.
031600     MOVE 'NO ' TO CODE-FOUND-SWITCH.
031700     PERFORM CHECK-BRANCH-CODE
031800        VARYING WS-CODE-SUB FROM 1 BY 1
031900        UNTIL WS-CODE-SUB > 4
032000           OR CODE-FOUND.
032100     IF NOT CODE-FOUND
032200        ADD 1 TO OPE-OUT-OF-BRANCH-COUNT (WS-ENTRY-SUB)
032300        MOVE 'OUTSIDE OWN BRANCH' TO EXC-REASON-TEXT
032400        PERFORM WRITE-EXCEPTION-LINE
032500     END-IF.
032600 CHECK-OWN-BRANCH-EXIT.
032700     EXIT.
032800******************************************************************
032900 CHECK-BRANCH-CODE.
033000     IF OPE-BRANCH-REF-CODE (WS-ENTRY-SUB, WS-CODE-SUB)
033100           = AL-REFERENCE-CODE
033200        SET CODE-FOUND TO TRUE
033300     END-IF.
033400******************************************************************
033500 WRITE-EXCEPTION-LINE.
033600     ADD 1 TO WS-EXCEPTION-COUNT.
033700     IF LINES-WRITTEN >= WS-PAGE-SIZE
033800        PERFORM WRITE-HEADER
033900        MOVE 2 TO LINE-SPACING
034000     END-IF.
034100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
034200     MOVE AL-LOG-DATE TO EXC-DATE.
034300     MOVE AL-LOG-TIME TO EXC-TIME.
034400     MOVE AL-OPERATOR-ID TO EXC-OPERATOR-ID.
034500     MOVE AL-TERMINAL-ID TO EXC-TERMINAL-ID.
034600     MOVE AL-TRANSACTION-ID TO EXC-TRANSACTION-ID.
034700     MOVE AL-ACCESS-TYPE TO EXC-ACCESS-TYPE.
034800     MOVE AL-ACCOUNT-NUMBER TO EXC-ACCOUNT-NUMBER.
034900     MOVE AL-REFERENCE-CODE TO EXC-REFERENCE-CODE.
035000     MOVE AL-ITEM-KEY TO EXC-ITEM-KEY.
035100     MOVE EXCEPTION-DETAIL-LINE TO OUTPUT-LINE.
035200     WRITE OUTPUT-RECORD.
035300     ADD 1 TO LINES-WRITTEN.
035400     MOVE 1 TO LINE-SPACING.
035500******************************************************************
035600 WRITE-OPERATOR-SUMMARY.
035700     MOVE SPACES TO SUM-FLAG-TEXT.
035800     IF OPE-ON-FILE-FLAG (WS-ENTRY-SUB) = 'N'
035900        MOVE 'NOT ON OPAUTH' TO SUM-FLAG-TEXT
036000        ADD 1 TO WS-EXCEPTION-COUNT
036100     END-IF.
036200     IF OPE-VIEW-COUNT (WS-ENTRY-SUB) > WS-VIEW-LIMIT
036300        IF SUM-FLAG-TEXT = SPACES
036400           MOVE 'HIGH VIEW VOLUME' TO SUM-FLAG-TEXT
036500        ELSE
036600           MOVE 'NOT ON OPAUTH, HIGH VOLUME' TO SUM-FLAG-TEXT
036700        END-IF
036800        ADD 1 TO WS-EXCEPTION-COUNT
036900     END-IF.
037000     IF LINES-WRITTEN >= WS-PAGE-SIZE
037100        PERFORM WRITE-HEADER
037200        MOVE 2 TO LINE-SPACING
037300     END-IF.
037400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
037500     MOVE OPE-OPERATOR-ID (WS-ENTRY-SUB) TO SUM-OPERATOR-ID.
037600     MOVE OPE-OPERATOR-NAME (WS-ENTRY-SUB) TO SUM-OPERATOR-NAME.
037700     MOVE OPE-VIEW-COUNT (WS-ENTRY-SUB) TO SUM-VIEW-COUNT.
037800     MOVE OPE-UPDATE-COUNT (WS-ENTRY-SUB) TO SUM-UPDATE-COUNT.
037900     MOVE OPE-AFTER-HOURS-COUNT (WS-ENTRY-SUB)
038000         TO SUM-AFTER-HOURS-COUNT.
038100     MOVE OPE-OUT-OF-BRANCH-COUNT (WS-ENTRY-SUB)
038200         TO SUM-OUT-OF-BRANCH-COUNT.
038300     MOVE SUMMARY-DETAIL-LINE TO OUTPUT-LINE.
038400     WRITE OUTPUT-RECORD.
038500     ADD 1 TO LINES-WRITTEN.
038600     MOVE 1 TO LINE-SPACING.
038700******************************************************************
038800 WRITE-COUNTS.
038900     MOVE 2 TO LINE-SPACING.
039000     MOVE 'LOG RECORDS READ' TO CNT-LABEL.
039100     MOVE WS-READ-COUNT TO CNT-VALUE.
039200     PERFORM WRITE-COUNT-LINE.
039300     MOVE 'ACCESSES IN THE REVIEW WEEK' TO CNT-LABEL.
039400     MOVE WS-REVIEWED-COUNT TO CNT-VALUE.
039500     PERFORM WRITE-COUNT-LINE.
039600     MOVE 'NOT REVIEWED - OPERATOR TABLE FULL' TO CNT-LABEL.
039700     MOVE WS-UNTABLED-COUNT TO CNT-VALUE.
039800     PERFORM WRITE-COUNT-LINE.
039900     MOVE 'EXCEPTIONS FLAGGED' TO CNT-LABEL.
040000     MOVE WS-EXCEPTION-COUNT TO CNT-VALUE.
040100     PERFORM WRITE-COUNT-LINE.
040200******************************************************************
040300 WRITE-COUNT-LINE.
040400     IF LINES-WRITTEN >= WS-PAGE-SIZE
040500        PERFORM WRITE-HEADER
040600        MOVE 2 TO LINE-SPACING
040700     END-IF.
040800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
040900     MOVE COUNT-LINE TO OUTPUT-LINE.
041000     WRITE OUTPUT-RECORD.
041100     ADD 1 TO LINES-WRITTEN.
041200     MOVE 1 TO LINE-SPACING.
041300******************************************************************
      * A COARSE MONOTONIC DAY SERIAL (YY*372 + MM*31 + DD) -- THE
      * SAME RULE FINDVR01 AND FINAGE01 USE.
      ******************************************************************
041400 COMPUTE-DATE-SERIAL.
041500     COMPUTE WS-DATE-SERIAL =
041600         (WS-WORK-YY * 372) + (WS-WORK-MM * 31) + WS-WORK-DD.
041700******************************************************************
      * ZELLER GIVES 0=SATURDAY, 1=SUNDAY, 2=MONDAY ... MAPPED TO
      * 1=MONDAY .. 7=SUNDAY, THE SAME RULE COBMAIN SCHEDULES WITH.
      ******************************************************************
041800 COMPUTE-DAY-OF-WEEK.
041900     MOVE WS-WORK-CCYY TO WS-Z-YEAR.
042000     MOVE WS-WORK-MM TO WS-Z-MONTH.
042100     IF WS-Z-MONTH < 3
042200        ADD 12 TO WS-Z-MONTH
042300        SUBTRACT 1 FROM WS-Z-YEAR
042400     END-IF.
042500     COMPUTE WS-Z-H =
042600         WS-WORK-DD + ((13 * (WS-Z-MONTH + 1)) / 5)
042700         + WS-Z-YEAR + (WS-Z-YEAR / 4)
042800         - (WS-Z-YEAR / 100) + (WS-Z-YEAR / 400).
042900     COMPUTE WS-Z-REM =
043000         WS-Z-H - ((WS-Z-H / 7) * 7).
043100     COMPUTE WS-DAY-OF-WEEK =
043200         WS-Z-REM + 5
043300         - (((WS-Z-REM + 5) / 7) * 7) + 1.
043400******************************************************************
043500 WRITE-HEADER.
043600     MOVE ZERO TO LINES-WRITTEN.
043700     ACCEPT HDR-PRT-DATE FROM DATE.
043800     ACCEPT HDR-PRT-TIME FROM TIME.
043900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
044000     ADD 1 TO PAGE-COUNT
044100     MOVE '    ONLINE ACCESS REVIEW       '   TO REPORT-TITLE.
044200     MOVE PAGE-COUNT TO PAGE-NUMBER.
044300     MOVE HEADER-RECORD TO OUTPUT-LINE.
044400     WRITE OUTPUT-RECORD.
044500     MOVE 1 TO LINE-SPACING.
044600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
044700     MOVE WS-HEADING-LINE TO OUTPUT-LINE.
044800     WRITE OUTPUT-RECORD.
044900     ADD 1 TO LINES-WRITTEN.
