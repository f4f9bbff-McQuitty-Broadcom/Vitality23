      *                  HARD-FAILS RETURN-CODE 8. COBMAIN NOW TREATS
      *                  A STEP RETURN-CODE OF 4 AS A WARNING, NOT A
      *                  STREAM FAILURE.
      * 2026-09-22  TS   MULTI-COMPANY. THE COMBINED DETAIL MAY CARRY
      *                  THE BOOKING COMPANY (SEE COMPANY) IN
      *                  POSITIONS 83-84. EVERY DETAIL PASSED TO A
      *                  BOOK IS STAMPED IN BYTES 63-64 OF THE
      *                  EMBEDDED RECORD WITH THE BOOKING COMPANY
      *                  AND IN BYTES 65-66 WITH THE COMPANY THAT
      *                  OWNS THE ACCOUNT (MSTR-COMPANY-CODE; FOR AN
      *                  ACCOUNT NOT YET ON THE MASTER, THE BOOKING
      *                  COMPANY). A BLANK BOOKING COMPANY DEFAULTS
      *                  TO THE ACCOUNT'S OWN COMPANY, AND A BLANK
      *                  ON BOTH TO '01'. A DETAIL WHOSE TWO
      *                  COMPANIES DIFFER IS AN INTERCOMPANY POSTING
      *                  AND IS COUNTED FOR THE OPERATOR.
      * 2026-09-29  TS   CLOSED-PERIOD PROTECTION. THE COMBINED DETAIL
      *                  MAY CARRY ITS TRANSACTION DATE IN POSITIONS
      *                  85-92 (BLANK DEFAULTS TO ITS SUPPLIER'S
      *                  HEADER RUN DATE). A DETAIL DATED INTO A
      *                  HARD-CLOSED MONTH ON THE PERIOD-STATUS FILE
      *                  (SEE PERSTAT) IS SUSPENDED UNDER THE NEW PCLS
      *                  REASON CODE; ONE DATED INTO A SOFT-CLOSED
      *                  MONTH POSTS IN THE CURRENT PERIOD AND IS
      *                  WRITTEN TO THE PRIOR-PERIOD ADJUSTMENT
      *                  REGISTER (SEE PPAREG) FOR THE MONTH-END PACK.
      * 2026-10-03  TS   A DETAIL FOR AN ACCOUNT RETIRED BY FINMRG01
      *                  IS NOW REDIRECTED TO ITS SURVIVING ACCOUNT
      *                  THROUGH THE ACCOUNT-FORWARDING FILE (SEE
      *                  ACCTFWD) BEFORE THE STATUS CHECK, INSTEAD OF
      *                  SUSPENDING AGAINST THE CLOSED NUMBER. THE BOOK
      *                  FILES CARRY, AND THEIR TRAILER HASHES ADD, THE
      *                  SURVIVING NUMBER; THE REDIRECTED DETAILS ARE
      *                  COUNTED ON THE BALANCING REPORT.
      * 2026-10-14  TS   A DETAIL CARRYING THE REFERENCE CODE OF A
      *                  BRANCH RETIRED BY FINRMP01 NOW CARRIES THE
      *                  SUCCESSOR'S CODE (SEE BRNFWD) WHEN IT IS DATED
      *                  ON OR AFTER THE REMAP'S EFFECTIVE DATE; AN
      *                  EARLIER-DATED DETAIL KEEPS THE OLD CODE. EACH
      *                  OLD-TO-NEW PAIR IS COUNTED ON THE BALANCING
      *                  REPORT.
      * 2026-10-15  TS   A PRIOR MONTH NOT ON THE PERIOD-STATUS FILE IS
      *                  TREATED AS OPEN, NOT HARD-CLOSED -- FINROL01
      *                  ONLY RECORDS MONTHS FROM THE FIRST ROLLOVER ON.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
002300        ACCESS MODE IS DYNAMIC
002400        RECORD KEY IS MSTR-ACCOUNT-NUMBER
002500        FILE STATUS IS WS-MASTER-STATUS.
002510     SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN U-T-PERSTA
002520        ORGANIZATION IS INDEXED
002530        ACCESS MODE IS DYNAMIC
002540        RECORD KEY IS PS-PERIOD
002550        FILE STATUS IS WS-PERSTA-STATUS.
002560     SELECT OPTIONAL PPA-REGISTER-FILE ASSIGN U-T-PPAREG.
002565     SELECT OPTIONAL ACCOUNT-FORWARD-FILE ASSIGN U-T-ACCFWD
002570        ORGANIZATION IS INDEXED
002575        ACCESS MODE IS DYNAMIC
002580        RECORD KEY IS AF-OLD-ACCOUNT
002585        FILE STATUS IS WS-ACCFWD-STATUS.
002586     SELECT OPTIONAL BRANCH-FORWARD-FILE ASSIGN U-T-BRNFWD
002587        ORGANIZATION IS INDEXED
002588        ACCESS MODE IS DYNAMIC
002589        RECORD KEY IS BF-OLD-CODE
002590        FILE STATUS IS WS-BRNFWD-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD REPORT-FILE
005200        03 CMB-EMBEDDED-REC-TYPE PIC X(01).
005300           88  CMB-EMBEDDED-REVERSAL VALUE 'R'.
005400        03 CMB-ACCOUNT-NUMBER  PIC 9(08).
005500        03 CMB-NAME            PIC X(10).
005510        03 CMB-DESCRIPTION     PIC X(20).
005520        03 CMB-AMOUNT-1        PIC 9(04)V99.
005530        03 CMB-AMOUNT-2        PIC 9(04)V99.
005540        03 CMB-REFERENCE-CODE  PIC X(06).
005550        03 FILLER              PIC X(03).
005600        03 CMB-HOLD-FLAG       PIC X(01).
005700        03 CMB-OVERLIMIT-FLAG  PIC X(01).
005710        03 CMB-BOOKING-COMPANY PIC X(02).
005720        03 CMB-ACCOUNT-COMPANY PIC X(02).
005800        03 FILLER              PIC X(14).
005810     02 CMB-COMPANY-CODE       PIC X(02).
005900     02 CMB-TRANSACTION-DATE   PIC 9(08).
005910     02 FILLER                 PIC X(08).
006000   01 COMBINED-HEADER-RECORD REDEFINES COMBINED-RECORD.
006100     02 FILLER                 PIC X(02).
006200     02 CMB-HDR-RUN-DATE       PIC 9(08).
012100     LABEL RECORDS ARE STANDARD
012200     DATA RECORD IS CREDIT-LIMIT-RECORD.
012300 COPY CRLIMIT.
012310 FD PERIOD-STATUS-FILE
012320     LABEL RECORDS ARE STANDARD
012330     DATA RECORD IS PERIOD-STATUS-RECORD.
012340 COPY PERSTAT.
012350 FD PPA-REGISTER-FILE
012360     LABEL RECORDS ARE STANDARD
012370     RECORD CONTAINS 100 CHARACTERS
012380     DATA RECORD IS PRIOR-PERIOD-ADJUSTMENT-RECORD.
012390 COPY PPAREG.
012391 FD ACCOUNT-FORWARD-FILE
012392     LABEL RECORDS ARE STANDARD
012393     DATA RECORD IS ACCOUNT-FORWARD-RECORD.
012394 COPY ACCTFWD.
012395 FD BRANCH-FORWARD-FILE
012396     LABEL RECORDS ARE STANDARD
012397     DATA RECORD IS BRANCH-FORWARD-RECORD.
012398 COPY BRNFWD.
      ******************************************************************
012400 WORKING-STORAGE SECTION.
012500 COPY HEADER1.
014900         88  LIMIT-FOUND   VALUE 'YES'.
015000     02  WS-NET-BALANCE    PIC S9(7)V99 VALUE ZERO.
015100     02  WS-OVERLIMIT-COUNT PIC 9(7) VALUE ZERO.
015110     02  WS-INTERCO-COUNT  PIC 9(7)  VALUE ZERO.
015120     02  WS-PERSTA-STATUS  PIC X(2)  VALUE ZERO.
015130     02  WS-PCLOSED-COUNT  PIC 9(7)  VALUE ZERO.
015140     02  WS-PPADJ-COUNT    PIC 9(7)  VALUE ZERO.
015150     02  WS-PAIR-RUN-DATE  PIC 9(8)  VALUE ZERO.
015160     02  WS-PAIR-SUPPLIER-ID PIC X(8) VALUE SPACES.
015170     02  WS-CURRENT-PERIOD PIC 9(6)  VALUE ZERO.
015175     02  WS-DETAIL-DATE    PIC 9(8)  VALUE ZERO.
015180     02  FILLER REDEFINES WS-DETAIL-DATE.
015182         03  WS-DETAIL-PERIOD PIC 9(6).
015184         03  FILLER        PIC 9(2).
015186     02  WS-PERIOD-STATE   PIC X(1)  VALUE 'O'.
015188         88  DETAIL-PERIOD-SOFT-CLOSED VALUE 'S'.
015190         88  DETAIL-PERIOD-HARD-CLOSED VALUE 'H'.
015200     02  PAIR-DONE-SWITCH  PIC X(3)  VALUE 'NO '.
015300         88  PAIR-DONE     VALUE 'YES'.
015400     02  WS-SUPPLIER-SUB   PIC 9(2)  COMP.
016600     02  WS-TOL-COUNT      PIC 9(2)  COMP VALUE ZERO.
016700     02  WS-COUNT-VARIANCE PIC 9(7)  VALUE ZERO.
016800     02  WS-HASH-VARIANCE  PIC 9(15) VALUE ZERO.
016810     02  WS-ACCFWD-STATUS  PIC X(2)  VALUE ZERO.
016820     02  FORWARD-END-SWITCH PIC X(3) VALUE 'NO '.
016830         88  FORWARD-END   VALUE 'YES'.
016840     02  WS-FORWARD-HOPS   PIC 9(1)  VALUE ZERO.
016850     02  WS-FORWARDED-COUNT PIC 9(7) VALUE ZERO.
016851     02  WS-BRNFWD-STATUS  PIC X(2)  VALUE ZERO.
016852     02  WS-RECODED-COUNT  PIC 9(7)  VALUE ZERO.
016853     02  WS-RECODE-FROM    PIC X(6)  VALUE SPACES.
016854     02  RECODE-FOUND-SWITCH PIC X(3) VALUE 'NO '.
016855         88  RECODE-FOUND  VALUE 'YES'.
016856     02  WS-RECODE-SUB     PIC 9(2)  COMP.
016857     02  WS-RECODE-COUNT   PIC 9(2)  COMP VALUE ZERO.
016860 01  RECODE-TABLE.
016865     05  RECODE-ENTRY OCCURS 50 TIMES.
016870         10  RECODE-OLD-CODE   PIC X(06).
016875         10  RECODE-NEW-CODE   PIC X(06).
016880         10  RECODE-DETAILS    PIC 9(07).
016900 01  TOLERANCE-TABLE.
017000     05  TOLERANCE-ENTRY OCCURS 10 TIMES.
017100         10  TOL-SUPPLIER-ID   PIC X(08).
021300     02  FILLER                PIC X(5).
021400     02  BAL-TOTAL-HASH        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
021500     02  FILLER                PIC X(79).
021510 01  RECODE-DETAIL-LINE.
021520     02  FILLER                PIC X(4).
021530     02  FILLER                PIC X(9)  VALUE 'RE-CODED '.
021540     02  RCD-OLD-CODE          PIC X(6).
021550     02  FILLER                PIC X(4)  VALUE ' TO '.
021560     02  RCD-NEW-CODE          PIC X(6).
021570     02  FILLER                PIC X(3).
021580     02  RCD-COUNT             PIC Z,ZZZ,ZZ9.
021590     02  FILLER                PIC X(91).
021600 01  COLUMN-HEADING-LINE.
021700     02  FILLER                PIC X(2).
021800     02  FILLER                PIC X(8)  VALUE 'BOOK'.
024900         WS-OVERLIMIT-COUNT.
025000     DISPLAY 'FINSPL01 - HOLD-FLAGGED DETAILS:    '
025100         WS-HOLD-COUNT.
025110     DISPLAY 'FINSPL01 - INTERCOMPANY DETAILS:    '
025120         WS-INTERCO-COUNT.
025130     DISPLAY 'FINSPL01 - CLOSED-PERIOD SUSPENSE:  '
025140         WS-PCLOSED-COUNT.
025150     DISPLAY 'FINSPL01 - PRIOR-PERIOD RE-DATED:   '
025160         WS-PPADJ-COUNT.
025170     DISPLAY 'FINSPL01 - MERGED-ACCOUNT REDIRECTS: '
025180         WS-FORWARDED-COUNT.
025185     DISPLAY 'FINSPL01 - RETIRED-BRANCH RE-CODES: '
025190         WS-RECODED-COUNT.
025200     IF WS-UNKNOWN-COUNT > ZERO
025300        DISPLAY 'FINSPL01 - UNKNOWN BOOK CODES: '
025400            WS-UNKNOWN-COUNT
047700          SPLIT-TROY4-FILE SPLIT-SNOW-FILE SPLIT-BKPGM03-FILE
047800          SUSPENSE-FILE.
047900     OPEN INPUT MASTER-FILE CREDIT-LIMIT-FILE.
047910     OPEN INPUT PERIOD-STATUS-FILE.
047920     OPEN EXTEND PPA-REGISTER-FILE.
047925     OPEN INPUT ACCOUNT-FORWARD-FILE.
047926     OPEN INPUT BRANCH-FORWARD-FILE.
047930     MOVE WS-RUN-DATE TO WS-DETAIL-DATE.
047940     MOVE WS-DETAIL-PERIOD TO WS-CURRENT-PERIOD.
      ******************************************************************
      * EVERY BOOK GETS ITS ENVELOPE UP FRONT -- A BOOK WITH NO
      * ACTIVITY STILL RECEIVES A HEADER AND A COUNT-ZERO TRAILER, SO
049000     PERFORM WRITE-BOOK-TRAILERS.
049100     CLOSE COMBINED-FILE SPLIT-TROY2-FILE SPLIT-TROY3-FILE
049200          SPLIT-TROY4-FILE SPLIT-SNOW-FILE SPLIT-BKPGM03-FILE
049300          SUSPENSE-FILE MASTER-FILE CREDIT-LIMIT-FILE
049310          PERIOD-STATUS-FILE PPA-REGISTER-FILE
049320          ACCOUNT-FORWARD-FILE BRANCH-FORWARD-FILE.
049400******************************************************************
049500 ROUTE-COMBINED-RECORD.
049510     IF CMB-IS-HEADER
049520        MOVE CMB-HDR-RUN-DATE TO WS-PAIR-RUN-DATE
049530        MOVE CMB-HDR-SUPPLIER-ID TO WS-PAIR-SUPPLIER-ID
049540        IF WS-PAIR-SUPPLIER-ID = SPACES
049550           MOVE '*DFLT*' TO WS-PAIR-SUPPLIER-ID
049560        END-IF
049570     END-IF.
049600     IF CMB-IS-DETAIL
049700        PERFORM CHECK-ACCOUNT-CHECK-DIGIT
049800        IF NOT CK-VALID
049900           PERFORM SUSPEND-CHECK-DIGIT-DETAIL
050000        ELSE
050050           PERFORM FOLLOW-ACCOUNT-FORWARD
050100           PERFORM CHECK-ACCOUNT-STATUS
050150           PERFORM CHECK-DETAIL-PERIOD
050160           PERFORM FOLLOW-BRANCH-FORWARD
050200           IF STATUS-FOUND AND MSTR-CLOSED
050300              PERFORM SUSPEND-CLOSED-DETAIL
050400           ELSE
050410           IF DETAIL-PERIOD-HARD-CLOSED
050420              PERFORM SUSPEND-CLOSED-PERIOD-DETAIL
050430           ELSE
050500              IF STATUS-FOUND AND MSTR-CREDIT-HOLD
050600                 MOVE 'H' TO CMB-HOLD-FLAG
050700                 ADD 1 TO WS-HOLD-COUNT
051200                 MOVE 'L' TO CMB-OVERLIMIT-FLAG
051300                 ADD 1 TO WS-OVERLIMIT-COUNT
051400              END-IF
051410              PERFORM STAMP-COMPANY-CODES
051500              PERFORM ROUTE-ONE-DETAIL
051510              IF DETAIL-PERIOD-SOFT-CLOSED
051520                 PERFORM REGISTER-PRIOR-PERIOD-DETAIL
051530              END-IF
051540           END-IF
051600           END-IF
051700        END-IF
051800     END-IF.
058700        END-READ
058800     END-IF.
      ******************************************************************
      * THE ACCOUNT BELONGS TO ITS MASTER'S COMPANY; THE BOOKING
      * COMPANY IS WHATEVER THE SUPPLIER SAID, ELSE THE SAME COMPANY.
      * CHECK-ACCOUNT-STATUS HAS ALREADY READ THE MASTER.
      ******************************************************************
058810 STAMP-COMPANY-CODES.
058820     MOVE SPACES TO CMB-ACCOUNT-COMPANY.
058830     IF STATUS-FOUND
058840        MOVE MSTR-COMPANY-CODE TO CMB-ACCOUNT-COMPANY
058850     END-IF.
058860     IF CMB-ACCOUNT-COMPANY = SPACES
058870        MOVE CMB-COMPANY-CODE TO CMB-ACCOUNT-COMPANY
058880     END-IF.
058890     IF CMB-ACCOUNT-COMPANY = SPACES
058900        MOVE '01' TO CMB-ACCOUNT-COMPANY
058910     END-IF.
058920     IF CMB-COMPANY-CODE = SPACES
058930        MOVE CMB-ACCOUNT-COMPANY TO CMB-BOOKING-COMPANY
058940     ELSE
058950        MOVE CMB-COMPANY-CODE TO CMB-BOOKING-COMPANY
058960     END-IF.
058970     IF CMB-BOOKING-COMPANY NOT = CMB-ACCOUNT-COMPANY
058980        ADD 1 TO WS-INTERCO-COUNT
058990     END-IF.
      ******************************************************************
058995 SUSPEND-CHECK-DIGIT-DETAIL.
059000     ADD 1 TO WS-CHKDIG-COUNT.
059100     MOVE SPACES TO SUSPENSE-RECORD.
059200     MOVE 'FINSPL01' TO SUSP-SOURCE-PROGRAM.
060600     WRITE SUSPENSE-RECORD.
060700     DISPLAY 'FINSPL01 - ACCOUNT ' CMB-ACCOUNT-NUMBER
060800     ' IS CLOSED - DETAIL ROUTED TO SUSPENSE'.
      ******************************************************************
      * THE DETAIL'S OWN TRANSACTION DATE (POSITIONS 85-92) DECIDES ITS
      * PERIOD; A DETAIL WITHOUT ONE IS DATED BY ITS SUPPLIER'S HEADER.
      * THE CURRENT PERIOD AND LATER ARE ALWAYS OPEN. AN EARLIER MONTH
      * TAKES ITS STATUS FROM THE PERIOD-STATUS FILE. FINROL01 ONLY
      * RECORDS A MONTH FROM THE FIRST ROLLOVER ON, SO A MONTH NOT ON
      * THE FILE HAS NEVER BEEN CLOSED AND IS TREATED AS OPEN.
      ******************************************************************
060801 CHECK-DETAIL-PERIOD.
060802     MOVE 'O' TO WS-PERIOD-STATE.
060803     IF CMB-TRANSACTION-DATE NUMERIC
060804           AND CMB-TRANSACTION-DATE > ZERO
060805        MOVE CMB-TRANSACTION-DATE TO WS-DETAIL-DATE
060806     ELSE
060807        MOVE WS-PAIR-RUN-DATE TO WS-DETAIL-DATE
060808     END-IF.
060809     IF WS-DETAIL-PERIOD < WS-CURRENT-PERIOD
060811        MOVE WS-DETAIL-PERIOD TO PS-PERIOD
060812        READ PERIOD-STATUS-FILE
060813            INVALID KEY
060814               CONTINUE
060815            NOT INVALID KEY
060816               MOVE PS-STATUS TO WS-PERIOD-STATE
060817        END-READ
060818     END-IF.
      ******************************************************************
060819 SUSPEND-CLOSED-PERIOD-DETAIL.
060820     ADD 1 TO WS-PCLOSED-COUNT.
060821     MOVE SPACES TO SUSPENSE-RECORD.
060822     MOVE 'FINSPL01' TO SUSP-SOURCE-PROGRAM.
060823     MOVE 'PCLS' TO SUSP-REASON-CODE.
060824     MOVE WS-RUN-DATE TO SUSP-DATE.
060825     MOVE CMB-INPUT-RECORD TO SUSP-INPUT-RECORD.
060826     WRITE SUSPENSE-RECORD.
060827     DISPLAY 'FINSPL01 - ACCOUNT ' CMB-ACCOUNT-NUMBER
060828     ' DATED ' WS-DETAIL-DATE
060829     ' - PERIOD IS HARD-CLOSED - ROUTED TO SUSPENSE'.
      ******************************************************************
      * THE BOOKS POST EVERY SPLIT DETAIL UNDER THE GENERATED HEADER'S
      * RUN DATE, SO A DETAIL DATED INTO A SOFT-CLOSED MONTH LANDS IN
      * THE CURRENT PERIOD; THE REGISTER KEEPS THE DATE IT CAME WITH.
      ******************************************************************
060830 REGISTER-PRIOR-PERIOD-DETAIL.
060831     ADD 1 TO WS-PPADJ-COUNT.
060832     MOVE SPACES TO PRIOR-PERIOD-ADJUSTMENT-RECORD.
060833     MOVE WS-RUN-DATE TO PA-RUN-DATE.
060834     MOVE WS-DETAIL-DATE TO PA-ORIGINAL-DATE.
060835     MOVE WS-DETAIL-PERIOD TO PA-ORIGINAL-PERIOD.
060836     MOVE WS-CURRENT-PERIOD TO PA-POSTED-PERIOD.
060837     MOVE WS-PAIR-SUPPLIER-ID TO PA-SUPPLIER-ID.
060838     MOVE CMB-BOOK-CODE TO PA-BOOK-CODE.
060839     MOVE CMB-EMBEDDED-REC-TYPE TO PA-RECORD-TYPE.
060840     MOVE CMB-ACCOUNT-NUMBER TO PA-ACCOUNT-NUMBER.
060841     MOVE CMB-REFERENCE-CODE TO PA-REFERENCE-CODE.
060842     MOVE ZERO TO PA-AMOUNT-1.
060843     MOVE ZERO TO PA-AMOUNT-2.
060844     IF CMB-AMOUNT-1 NUMERIC
060845        MOVE CMB-AMOUNT-1 TO PA-AMOUNT-1
060846     END-IF.
060847     IF CMB-AMOUNT-2 NUMERIC
060848        MOVE CMB-AMOUNT-2 TO PA-AMOUNT-2
060849     END-IF.
060850     MOVE CMB-BOOKING-COMPANY TO PA-COMPANY-CODE.
060851     WRITE PRIOR-PERIOD-ADJUSTMENT-RECORD.
      ******************************************************************
      * A RETIRED ACCOUNT NUMBER IS REPLACED BY ITS SURVIVOR, AND THE
      * SURVIVOR'S OWN FORWARD IS FOLLOWED IN TURN IF IT HAS SINCE
      * BEEN MERGED AGAIN -- AT MOST FIVE LINKS, SO A DAMAGED FILE
      * CANNOT LOOP THE RUN.
      ******************************************************************
060855 FOLLOW-ACCOUNT-FORWARD.
060856     MOVE ZERO TO WS-FORWARD-HOPS.
060857     MOVE 'NO ' TO FORWARD-END-SWITCH.
060858     IF CMB-ACCOUNT-NUMBER NUMERIC
060859        PERFORM FOLLOW-ONE-FORWARD
060860           UNTIL FORWARD-END OR WS-FORWARD-HOPS > 4
060861     END-IF.
060862     IF WS-FORWARD-HOPS > ZERO
060863        ADD 1 TO WS-FORWARDED-COUNT
060864     END-IF.
060865 FOLLOW-ONE-FORWARD.
060866     MOVE CMB-ACCOUNT-NUMBER TO AF-OLD-ACCOUNT.
060867     READ ACCOUNT-FORWARD-FILE
060868         INVALID KEY
060869            MOVE 'YES' TO FORWARD-END-SWITCH
060870         NOT INVALID KEY
060871            MOVE AF-NEW-ACCOUNT TO CMB-ACCOUNT-NUMBER
060872            ADD 1 TO WS-FORWARD-HOPS
060873     END-READ.
      ******************************************************************
      * A BRANCH RETIRED BY FINRMP01 HANDS ITS ACTIVITY TO ITS
      * SUCCESSOR FROM THE REMAP'S EFFECTIVE DATE ON. A DETAIL DATED
      * EARLIER KEEPS THE OLD CODE, SO ACTIVITY BACK-DATED INTO THE
      * BRANCH'S OWN LIFETIME STILL REPORTS UNDER IT. A SUCCESSOR
      * SINCE RETIRED ITSELF IS FOLLOWED IN TURN, EACH LINK ON ITS OWN
      * EFFECTIVE DATE -- AT MOST FIVE LINKS.
      ******************************************************************
060874 FOLLOW-BRANCH-FORWARD.
060875     MOVE ZERO TO WS-FORWARD-HOPS.
060876     MOVE 'NO ' TO FORWARD-END-SWITCH.
060877     MOVE CMB-REFERENCE-CODE TO WS-RECODE-FROM.
060878     PERFORM FOLLOW-ONE-BRANCH
060879        UNTIL FORWARD-END OR WS-FORWARD-HOPS > 4.
060880     IF WS-FORWARD-HOPS > ZERO
060881        ADD 1 TO WS-RECODED-COUNT
060882        PERFORM COUNT-RECODED-DETAIL
060883     END-IF.
060884 FOLLOW-ONE-BRANCH.
060885     MOVE CMB-REFERENCE-CODE TO BF-OLD-CODE.
060886     READ BRANCH-FORWARD-FILE
060887         INVALID KEY
060888            MOVE 'YES' TO FORWARD-END-SWITCH
060889         NOT INVALID KEY
060890            IF WS-DETAIL-DATE < BF-EFFECTIVE-DATE
060891               MOVE 'YES' TO FORWARD-END-SWITCH
060892            ELSE
060893               MOVE BF-NEW-CODE TO CMB-REFERENCE-CODE
060894               ADD 1 TO WS-FORWARD-HOPS
060895            END-IF
060896     END-READ.
060900******************************************************************
061000 BUILD-GENERATED-HEADER.
061100     MOVE SPACES TO GENERATED-ENVELOPE-RECORD.
068900     MOVE ZERO TO BAL-TOTAL-HASH.
069000     MOVE BALANCE-TOTAL-LINE TO OUTPUT-LINE.
069100     WRITE OUTPUT-RECORD.
069110     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
069120     MOVE 'OF WHICH RE-DATED ' TO BAL-TOTAL-TAG.
069130     MOVE WS-PPADJ-COUNT TO BAL-TOTAL-COUNT.
069140     MOVE ZERO TO BAL-TOTAL-HASH.
069150     MOVE BALANCE-TOTAL-LINE TO OUTPUT-LINE.
069160     WRITE OUTPUT-RECORD.
069170     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
069175     MOVE 'OF WHICH FORWARDED' TO BAL-TOTAL-TAG.
069180     MOVE WS-FORWARDED-COUNT TO BAL-TOTAL-COUNT.
069185     MOVE ZERO TO BAL-TOTAL-HASH.
069190     MOVE BALANCE-TOTAL-LINE TO OUTPUT-LINE.
069195     WRITE OUTPUT-RECORD.
069196     PERFORM WRITE-RECODE-LINES.
069200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
069300     MOVE 'RECORDS OUT -     ' TO BAL-TOTAL-TAG.
069400     COMPUTE BAL-TOTAL-COUNT =
069500         BOOK-SPLIT-COUNT (1) + BOOK-SPLIT-COUNT (2)
069600         + BOOK-SPLIT-COUNT (3) + BOOK-SPLIT-COUNT (4)
069700         + BOOK-SPLIT-COUNT (5) + WS-UNKNOWN-COUNT
069800         + WS-CLOSED-COUNT + WS-CHKDIG-COUNT
069810         + WS-PCLOSED-COUNT.
069900     COMPUTE BAL-TOTAL-HASH =
070000         BOOK-SPLIT-HASH (1) + BOOK-SPLIT-HASH (2)
070100         + BOOK-SPLIT-HASH (3) + BOOK-SPLIT-HASH (4)
073000     WRITE OUTPUT-RECORD.
073100     ADD 1 TO LINES-WRITTEN.
073200     MOVE 1 TO LINE-SPACING.
073210******************************************************************
073212 COUNT-RECODED-DETAIL.
073214     MOVE 'NO ' TO RECODE-FOUND-SWITCH.
073216     PERFORM MATCH-RECODE-ENTRY
073218        VARYING WS-RECODE-SUB FROM 1 BY 1
073220        UNTIL WS-RECODE-SUB > WS-RECODE-COUNT OR RECODE-FOUND.
073222     IF NOT RECODE-FOUND AND WS-RECODE-COUNT < 50
073224        ADD 1 TO WS-RECODE-COUNT
073226        MOVE WS-RECODE-FROM TO RECODE-OLD-CODE (WS-RECODE-COUNT)
073228        MOVE CMB-REFERENCE-CODE
073230            TO RECODE-NEW-CODE (WS-RECODE-COUNT)
073232        MOVE 1 TO RECODE-DETAILS (WS-RECODE-COUNT)
073234     END-IF.
073236 MATCH-RECODE-ENTRY.
073238     IF RECODE-OLD-CODE (WS-RECODE-SUB) = WS-RECODE-FROM
073240           AND RECODE-NEW-CODE (WS-RECODE-SUB)
073241               = CMB-REFERENCE-CODE
073242        ADD 1 TO RECODE-DETAILS (WS-RECODE-SUB)
073244        MOVE 'YES' TO RECODE-FOUND-SWITCH
073246     END-IF.
073248******************************************************************
073250 WRITE-RECODE-LINES.
073252     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
073254     MOVE 'OF WHICH RE-CODED ' TO BAL-TOTAL-TAG.
073256     MOVE WS-RECODED-COUNT TO BAL-TOTAL-COUNT.
073258     MOVE ZERO TO BAL-TOTAL-HASH.
073260     MOVE BALANCE-TOTAL-LINE TO OUTPUT-LINE.
073262     WRITE OUTPUT-RECORD.
073264     ADD 1 TO LINES-WRITTEN.
073266     PERFORM WRITE-RECODE-LINE
073268        VARYING WS-RECODE-SUB FROM 1 BY 1
073270        UNTIL WS-RECODE-SUB > WS-RECODE-COUNT.
073272 WRITE-RECODE-LINE.
073274     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
073276     MOVE RECODE-OLD-CODE (WS-RECODE-SUB) TO RCD-OLD-CODE.
073278     MOVE RECODE-NEW-CODE (WS-RECODE-SUB) TO RCD-NEW-CODE.
073280     MOVE RECODE-DETAILS (WS-RECODE-SUB) TO RCD-COUNT.
073282     MOVE RECODE-DETAIL-LINE TO OUTPUT-LINE.
073284     WRITE OUTPUT-RECORD.
073286     ADD 1 TO LINES-WRITTEN.
073300******************************************************************
073400 WRITE-HEADER.
073500     MOVE ZERO TO LINES-WRITTEN.
