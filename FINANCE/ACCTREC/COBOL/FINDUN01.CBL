      *                  DEMAND LETTER FOR MONEY WE OWE THEM. THE
      *                  SAME NOT-GREATER-THAN-ZERO TEST FINWOF01 AND
      *                  FINRFD01 APPLY.
      * 2026-09-10  TS   OPEN DISPUTES (SEE DISPUTE, FINDSQ01) ARE NOW
      *                  HELD OUT OF THE LADDER. THE LETTER DEMANDS
      *                  ONLY THE UNDISPUTED BALANCE AND SAYS SO; AN
      *                  ACCOUNT WHOSE WHOLE BALANCE IS IN DISPUTE
      *                  GETS NO LETTER AND KEEPS ITS LADDER LEVEL
      *                  (LISTED 'IN DISPUTE - HELD') SO IT PICKS UP
      *                  WHERE IT LEFT OFF IF THE DISPUTE IS RESOLVED
      *                  FOR COLLECTION.
      * 2026-10-05  TS   EVERY LETTER SENT IS ALSO FILED AS AN
      *                  AUTOMATIC NOTE ON THE COLLECTOR CONTACT
      *                  HISTORY (SEE CONTHIST), SO THE FOLC SCREEN
      *                  SHOWS LETTERS BESIDE THE CALLS.
      * 2026-10-09  TS   AN ACCOUNT UNDER LEGAL HOLD (FINLGQ01) GETS NO
      *                  LETTER AND NO LADDER RESET -- ALL CONTACT GOES
      *                  THROUGH COUNSEL. IT IS LISTED 'LEGAL HOLD - NO
      *                  LETTER' AT ITS CURRENT LEVEL AND COUNTED ON
      *                  ITS OWN TOTAL LINE.
      * 2026-10-10  TS   AN ACCOUNT IS NOW AGED FROM THE DUE DATE ITS
      *                  PAYMENT TERMS (SEE PAYTERM, FINTRM01) GIVE
      *                  ITS LAST-UPDATE DATE, SO A NET-60 CUSTOMER IS
      *                  NOT DUNNED FOR AN INVOICE NOT YET DUE.
      * 2026-10-12  TS   AN ACCOUNT PLACED WITH THE OUTSIDE COLLECTION
      *                  AGENCY (SEE AGYPLC, FINAGP01) GETS NO LETTER
      *                  AND NO LADDER RESET WHILE THE PLACEMENT IS
      *                  OPEN -- THE AGENCY DOES THE CHASING. IT IS
      *                  LISTED 'PLACED WITH AGENCY' AND COUNTED ON ITS
      *                  OWN TOTAL LINE.
      * 2026-10-13  TS   READS THE SHARED ACCOUNT EXTRACT (SEE ACCTSWP,
      *                  FINMSW01) INSTEAD OF SWEEPING THE KEYED MASTER
      *                  ITSELF. AN EXTRACT CUT FOR ANOTHER DATE IS NOT
      *                  READ, AND ONE WHOSE DETAILS DO NOT AGREE WITH
      *                  ITS TRAILER ENDS THE RUN RETURN-CODE 8. THE
      *                  DAYS PAST DUE, THE BALANCE AND THE NAME AND
      *                  ADDRESS FOR THE LETTER COME FROM THE EXTRACT,
      *                  WHICH CARRIES THE NAME-AND-ADDRESS RECORD
      *                  MATCHED TO THE ACCOUNT.
      ******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003200     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003300     SELECT LETTER-FILE ASSIGN U-T-LETTER.
003400     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
003500     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
004500     SELECT LETTER-HISTORY-FILE ASSIGN U-T-LTRHIS
004600        ORGANIZATION IS INDEXED
004700        ACCESS MODE IS DYNAMIC
004800        RECORD KEY IS LH-ACCOUNT-NUMBER
004900        FILE STATUS IS WS-LTRHIS-STATUS.
004910     SELECT CONTACT-FILE ASSIGN U-T-CONTCT
004920        ORGANIZATION IS INDEXED
004930        ACCESS MODE IS DYNAMIC
004940        RECORD KEY IS CN-KEY
004950        FILE STATUS IS WS-CONTACT-STATUS.
004960     SELECT OPTIONAL PLACEMENT-FILE ASSIGN U-T-AGYPLC
004970        ORGANIZATION IS INDEXED
004980        ACCESS MODE IS DYNAMIC
004990        RECORD KEY IS AY-ACCOUNT-NUMBER
004995        FILE STATUS IS WS-AGYPLC-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD REPORT-FILE
007000     RECORD CONTAINS 80 CHARACTERS
007100     DATA RECORD IS CONTROL-CARD-RECORD.
007200 COPY CTLCARD.
007300 FD ACCOUNT-EXTRACT-FILE
007460     LABEL RECORDS ARE STANDARD
007620     RECORD CONTAINS 260 CHARACTERS
007780     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
007940 COPY ACCTSWP.
008100 FD LETTER-HISTORY-FILE
008200     LABEL RECORDS ARE STANDARD
008300     DATA RECORD IS LETTER-HISTORY-RECORD.
008400 COPY LTRHIST.
008410 FD CONTACT-FILE
008420     LABEL RECORDS ARE STANDARD
008430     DATA RECORD IS CONTACT-HISTORY-RECORD.
008440 COPY CONTHIST.
008450 FD PLACEMENT-FILE
008460     LABEL RECORDS ARE STANDARD
008470     DATA RECORD IS AGENCY-PLACEMENT-RECORD.
008480 COPY AGYPLC.
      ******************************************************************
008500 WORKING-STORAGE SECTION.
008600 COPY HEADER1.
009000     02  LINES-WRITTEN     PIC 9(3).
009100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
009200     02  PAGE-COUNT        PIC 9(3).
009300     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
009340         88  SWEEP-IN-ERROR VALUE 'ERR'.
009380     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
009420     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
009460     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
009500     02  WS-LTRHIS-STATUS  PIC X(2)  VALUE ZERO.
009600     02  ADDRESS-SWITCH    PIC X(3)  VALUE 'NO '.
009700         88  ADDRESS-FOUND VALUE 'YES'.
009900         88  HISTORY-FOUND VALUE 'YES'.
010000     02  WS-ACCOUNT-AGE    PIC S9(6) VALUE ZERO.
010100     02  WS-OPEN-BALANCE   PIC S9(5)V99 VALUE ZERO.
010150     02  WS-GROSS-BALANCE  PIC S9(5)V99 VALUE ZERO.
010200     02  WS-TARGET-LEVEL   PIC 9(1)  VALUE ZERO.
010300     02  WS-CURRENT-LEVEL  PIC 9(1)  VALUE ZERO.
010400     02  WS-LETTER-COUNT   PIC 9(5)  VALUE ZERO.
010700     02  WS-FINAL-COUNT    PIC 9(5)  VALUE ZERO.
010800     02  WS-RESET-COUNT    PIC 9(5)  VALUE ZERO.
010900     02  WS-NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
010950     02  WS-DISPUTE-HELD-COUNT PIC 9(5) VALUE ZERO.
010955     02  WS-LEGAL-HOLD-COUNT PIC 9(5) VALUE ZERO.
010960     02  WS-CONTACT-STATUS PIC X(2)  VALUE ZERO.
010970     02  WS-NOTE-TIME      PIC 9(8)  VALUE ZERO.
010980     02  WS-NOTES-FILED    PIC 9(5)  VALUE ZERO.
010990     02  WS-NOTES-FAILED   PIC 9(5)  VALUE ZERO.
010991     02  WS-AGYPLC-STATUS  PIC X(2)  VALUE ZERO.
010993     02  WS-PLACED-COUNT   PIC 9(5)  VALUE ZERO.
011000 01  DATE-WORK-FIELDS.
011100     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
012000 COPY PAGING.
012100 COPY FINBDC01.
012150 COPY FINDSC01.
012160 COPY FINLGC01.
012170 COPY MSTRFILE.
012180 COPY NAMADDR.
012200 01  LETTER-ADDRESS-LINE.
012300     02  FILLER                PIC X(6).
012400     02  LTA-TEXT              PIC X(40).
014350         VALUE 'AMOUNT NOW OUTSTANDING -  '.
014400     02  LTM-AMOUNT            PIC ZZ,ZZ9.99.
014500     02  FILLER                PIC X(91).
014510 01  LETTER-NOTE-LINE.
014515     02  LNL-LETTER            PIC X(15).
014520     02  FILLER                PIC X(20) VALUE
014525         ' SENT - DEMANDING   '.
014530     02  LNL-AMOUNT            PIC ZZ,ZZ9.99.
014535     02  FILLER                PIC X(08) VALUE ' AT AGE '.
014540     02  LNL-AGE-DAYS          PIC ZZZ9.
014545     02  FILLER                PIC X(06) VALUE ' DAYS '.
014550     02  LNL-DISPUTE-TEXT      PIC X(27).
014555     02  FILLER                PIC X(31) VALUE SPACES.
014600 01  REGISTER-DETAIL-LINE.
014700     02  FILLER                PIC X(2).
014800     02  REG-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
018000     DISPLAY 'FINDUN01 - DUNNING-LETTER GENERATION STARTING'.
018100     PERFORM READ-CONTROL-CARD.
018200     OPEN OUTPUT REPORT-FILE LETTER-FILE.
018310     OPEN INPUT PLACEMENT-FILE.
018400     OPEN I-O LETTER-HISTORY-FILE CONTACT-FILE.
018500     PERFORM WRITE-HEADER.
018600     PERFORM OPEN-ACCOUNT-EXTRACT.
018700     PERFORM SELECT-AND-READ
018800        UNTIL END-OF-FILE.
018900     PERFORM WRITE-REGISTER-TOTALS.
019000     CLOSE ACCOUNT-EXTRACT-FILE LETTER-HISTORY-FILE
019100         LETTER-FILE REPORT-FILE CONTACT-FILE.
019150     CLOSE PLACEMENT-FILE.
019200     DISPLAY 'FINDUN01 - LETTERS FORMED:   ' WS-LETTER-COUNT.
019300     DISPLAY 'FINDUN01 - NO ADDRESS:       '
019400         WS-NO-ADDRESS-COUNT.
019410     DISPLAY 'FINDUN01 - HELD IN DISPUTE:  '
019420         WS-DISPUTE-HELD-COUNT.
019425     DISPLAY 'FINDUN01 - LEGAL HOLD:       '
019427         WS-LEGAL-HOLD-COUNT.
019428     DISPLAY 'FINDUN01 - PLACED W/ AGENCY: '
019429         WS-PLACED-COUNT.
019430     DISPLAY 'FINDUN01 - CONTACT NOTES:    ' WS-NOTES-FILED.
019440     IF WS-NOTES-FAILED > ZERO
019450        DISPLAY 'FINDUN01 - NOTES NOT FILED:  ' WS-NOTES-FAILED
019460     END-IF.
019500     IF WS-NO-ADDRESS-COUNT > ZERO OR WS-NOTES-FAILED > ZERO
019600        MOVE 4 TO RETURN-CODE
019700     END-IF.
019710     IF SWEEP-IN-ERROR
019740        MOVE 8 TO RETURN-CODE
019770     END-IF.
019800     GOBACK.
019900******************************************************************
020000 READ-CONTROL-CARD.
021400        CALL 'FINBDT01' USING FINBDC01-RECORD
021500        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
021600     END-IF.
022000******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
022100 OPEN-ACCOUNT-EXTRACT.
022106     MOVE SPACES TO INPUT-SWITCH.
022112     OPEN INPUT ACCOUNT-EXTRACT-FILE.
022118     READ ACCOUNT-EXTRACT-FILE AT END
022124         MOVE 'EOF' TO INPUT-SWITCH
022130     END-READ.
022136     IF END-OF-FILE OR NOT XA-IS-HEADER
022142           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
022148        MOVE 'EOF' TO INPUT-SWITCH
022154        MOVE 'ERR' TO SWEEP-SWITCH
022160        DISPLAY 'FINDUN01 - ACCOUNT EXTRACT IS NOT FOR '
022166            WS-AS-OF-DATE ' - NOTHING READ'
022172     ELSE
022178        PERFORM GET-MASTER-RECORD
022184     END-IF.
022190******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
022196 GET-MASTER-RECORD.
022202     READ ACCOUNT-EXTRACT-FILE AT END
022208         MOVE 'EOF' TO INPUT-SWITCH
022214         MOVE 'ERR' TO SWEEP-SWITCH
022220         DISPLAY 'FINDUN01 - ACCOUNT EXTRACT HAS NO TRAILER'
022226     END-READ.
022232     IF NOT END-OF-FILE
022238        IF XA-IS-DETAIL
022244           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
022250           ADD 1 TO WS-SWEEP-COUNT
022256           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
022262           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
022268        ELSE
022274           MOVE 'EOF' TO INPUT-SWITCH
022280           PERFORM CHECK-SWEEP-TRAILER
022286        END-IF
022292     END-IF.
022298******************************************************************
022304 CHECK-SWEEP-TRAILER.
022310     IF NOT XA-IS-TRAILER
022316           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
022322           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
022328           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
022334        MOVE 'ERR' TO SWEEP-SWITCH
022340        DISPLAY 'FINDUN01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
022346            'ITS TRAILER'
022352     END-IF.
022400******************************************************************
022500 SELECT-AND-READ.
022510     MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER.
022520     CALL 'FINLGQ01' USING FINLGC01-RECORD.
022530     IF LQ-ON-HOLD
022540        PERFORM HOLD-LEGAL-ACCOUNT
022550     ELSE
022600        PERFORM CHECK-AGENCY-PLACEMENT
022650     END-IF.
022700     PERFORM GET-MASTER-RECORD.
022800******************************************************************
      * THE LADDER: 90 DAYS AND UP IS LEVEL 3 (FINAL NOTICE), 60-89
      * LEVEL 2 (DEMAND), 30-59 LEVEL 1 (REMINDER). A LETTER ONLY
      * GOES OUT WHEN THE LADDER LEVEL HAS MOVED PAST THE LAST ONE
      * RECORDED ON THE LETTER-HISTORY FILE. THE LADDER RUNS ON THE
      * UNDISPUTED BALANCE; AN ACCOUNT WHOSE WHOLE BALANCE IS IN
      * DISPUTE IS HELD WHERE IT IS -- NO LETTER AND NO RESET.
      ******************************************************************
022900 PROCESS-ONE-ACCOUNT.
023000     MOVE XA-AGE-DAYS TO WS-ACCOUNT-AGE.
023700     MOVE XA-OPEN-BALANCE TO WS-OPEN-BALANCE.
023710     MOVE WS-OPEN-BALANCE TO WS-GROSS-BALANCE.
023720     PERFORM FIND-OPEN-DISPUTES.
023800     IF WS-OPEN-BALANCE NOT > ZERO OR WS-ACCOUNT-AGE < 30
023900        MOVE ZERO TO WS-TARGET-LEVEL
024000     ELSE
025000     END-IF.
025100     PERFORM READ-LETTER-HISTORY.
025200     IF WS-TARGET-LEVEL = ZERO
025210        IF DQ-OPEN-COUNT > ZERO AND WS-GROSS-BALANCE > ZERO
025220              AND WS-ACCOUNT-AGE NOT < 30
025230           PERFORM HOLD-DISPUTED-ACCOUNT
025240        ELSE
025300           PERFORM RESET-LETTER-HISTORY
025310        END-IF
025400     ELSE
025500        IF WS-TARGET-LEVEL > WS-CURRENT-LEVEL
025600           PERFORM SEND-ONE-LETTER
025700        END-IF
025800     END-IF.
025805******************************************************************
025810 FIND-OPEN-DISPUTES.
025815     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
025820     CALL 'FINDSQ01' USING FINDSC01-RECORD.
025825     IF DQ-OPEN-COUNT > ZERO AND WS-OPEN-BALANCE > ZERO
025830        IF DQ-OPEN-AMOUNT NOT < WS-OPEN-BALANCE
025835           MOVE ZERO TO WS-OPEN-BALANCE
025840        ELSE
025845           SUBTRACT DQ-OPEN-AMOUNT FROM WS-OPEN-BALANCE
025850        END-IF
025855     END-IF.
025860******************************************************************
      * THE HOLD LINE SHOWS THE GROSS BALANCE THAT IS UNDER DISPUTE.
      ******************************************************************
025865 HOLD-DISPUTED-ACCOUNT.
025870     ADD 1 TO WS-DISPUTE-HELD-COUNT.
025875     MOVE 'NO ' TO ADDRESS-SWITCH.
025880     MOVE WS-GROSS-BALANCE TO WS-OPEN-BALANCE.
025885     MOVE WS-CURRENT-LEVEL TO WS-TARGET-LEVEL.
025890     MOVE 'IN DISPUTE - HELD' TO REG-DISPOSITION.
025895     PERFORM WRITE-REGISTER-LINE.
025896******************************************************************
      * AN ACCOUNT UNDER LEGAL HOLD IS LISTED AT ITS AGE, GROSS
      * BALANCE AND CURRENT LADDER LEVEL; THE LETTER HISTORY IS READ
      * BUT NEVER WRITTEN, SO THE LADDER PICKS UP WHERE IT LEFT OFF
      * WHEN THE HOLD IS RELEASED.
      ******************************************************************
025897 HOLD-LEGAL-ACCOUNT.
025898     ADD 1 TO WS-LEGAL-HOLD-COUNT.
025899     MOVE XA-AGE-DAYS TO WS-ACCOUNT-AGE.
025906     MOVE XA-OPEN-BALANCE TO WS-OPEN-BALANCE.
025907     PERFORM READ-LETTER-HISTORY.
025908     MOVE WS-CURRENT-LEVEL TO WS-TARGET-LEVEL.
025909     MOVE 'NO ' TO ADDRESS-SWITCH.
025910     MOVE 'LEGAL HOLD - NO LETTER' TO REG-DISPOSITION.
025911     PERFORM WRITE-REGISTER-LINE.
025912******************************************************************
      * ONLY AN OPEN PLACEMENT HOLDS THE LADDER. ONE CLOSED PAID,
      * RETURNED OR RECALLED IS DUNNED AGAIN LIKE ANY OTHER ACCOUNT.
      ******************************************************************
025913 CHECK-AGENCY-PLACEMENT.
025914     MOVE MSTR-ACCOUNT-NUMBER TO AY-ACCOUNT-NUMBER.
025915     READ PLACEMENT-FILE
025916         INVALID KEY
025917            MOVE SPACE TO AY-PLACEMENT-STATUS
025918     END-READ.
025919     IF WS-AGYPLC-STATUS = '00' AND AY-PLACED
025920        PERFORM HOLD-PLACED-ACCOUNT
025921     ELSE
025922        PERFORM PROCESS-ONE-ACCOUNT
025923     END-IF.
025924******************************************************************
025925 HOLD-PLACED-ACCOUNT.
025926     ADD 1 TO WS-PLACED-COUNT.
025927     MOVE XA-AGE-DAYS TO WS-ACCOUNT-AGE.
025934     MOVE XA-OPEN-BALANCE TO WS-OPEN-BALANCE.
025935     PERFORM READ-LETTER-HISTORY.
025936     MOVE WS-CURRENT-LEVEL TO WS-TARGET-LEVEL.
025937     MOVE 'NO ' TO ADDRESS-SWITCH.
025938     MOVE 'PLACED WITH AGENCY' TO REG-DISPOSITION.
025939     PERFORM WRITE-REGISTER-LINE.
025940******************************************************************
026000 READ-LETTER-HISTORY.
026100     MOVE 'NO ' TO HISTORY-SWITCH.
026200     MOVE ZERO TO WS-CURRENT-LEVEL.
027900******************************************************************
028000 SEND-ONE-LETTER.
028100     MOVE 'NO ' TO ADDRESS-SWITCH.
028200     IF XA-ADDRESS-ON-FILE
028300        MOVE XA-ADDRESS-IMAGE TO NAME-ADDRESS-RECORD
028700        MOVE 'YES' TO ADDRESS-SWITCH
028800     END-IF.
028900     IF NOT ADDRESS-FOUND
029000        ADD 1 TO WS-NO-ADDRESS-COUNT
029100        MOVE 'NO ADDRESS - NOT SENT' TO REG-DISPOSITION
030600              MOVE 'FINAL NOTICE SENT' TO REG-DISPOSITION
030700           END-IF
030800        END-IF
030850        PERFORM FILE-CONTACT-NOTE
030860            THRU FILE-CONTACT-NOTE-EXIT
030900        PERFORM WRITE-REGISTER-LINE
031000     END-IF.
031100******************************************************************
036100     MOVE WS-OPEN-BALANCE TO LTM-AMOUNT.
036200     MOVE LETTER-AMOUNT-LINE TO LTR-LINE.
036300     WRITE LETTER-RECORD.
036310     IF DQ-OPEN-COUNT > ZERO
036320        MOVE ' ' TO LTR-CARRIAGE-CONTROL
036330        MOVE 'AMOUNTS UNDER DISPUTE ARE BEING REVIEWED AND ARE NOT
036340-           ' INCLUDED ABOVE.' TO LTB-TEXT
036350        MOVE LETTER-BODY-LINE TO LTR-LINE
036360        WRITE LETTER-RECORD
036370     END-IF.
036400     MOVE '0' TO LTR-CARRIAGE-CONTROL.
036500     MOVE 'PLEASE CONTACT COLLECTIONS IF PAYMENT HAS ALREADY BEE
036600-        'N MADE.' TO LTB-TEXT.
040400     MOVE 'NO ADDRESS ON FILE  -   ' TO RGT-TAG.
040500     MOVE WS-NO-ADDRESS-COUNT TO RGT-COUNT.
040600     PERFORM WRITE-ONE-TOTAL-LINE.
040610     MOVE 'HELD IN DISPUTE     -   ' TO RGT-TAG.
040620     MOVE WS-DISPUTE-HELD-COUNT TO RGT-COUNT.
040630     PERFORM WRITE-ONE-TOTAL-LINE.
040640     MOVE 'LEGAL HOLD          -   ' TO RGT-TAG.
040650     MOVE WS-LEGAL-HOLD-COUNT TO RGT-COUNT.
040660     PERFORM WRITE-ONE-TOTAL-LINE.
040670     MOVE 'PLACED WITH AGENCY  -   ' TO RGT-TAG.
040680     MOVE WS-PLACED-COUNT TO RGT-COUNT.
040690     PERFORM WRITE-ONE-TOTAL-LINE.
040700******************************************************************
040800 WRITE-ONE-TOTAL-LINE.
040900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041100     WRITE OUTPUT-RECORD.
041200     ADD 1 TO LINES-WRITTEN.
041300     MOVE 1 TO LINE-SPACING.
041800******************************************************************
041900 WRITE-HEADER.
042000     MOVE ZERO TO LINES-WRITTEN.
043100     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
043200     WRITE OUTPUT-RECORD.
043300     ADD 1 TO LINES-WRITTEN.
043400******************************************************************
      * THE LETTER GOES ON THE CONTACT HISTORY UNDER THE AS-OF DATE,
      * NAMING THE LADDER STEP AND THE AMOUNT DEMANDED. A NOTE ALREADY
      * FILED UNDER THE SAME STAMP TAKES THE NEXT SEQUENCE NUMBER; ANY
      * OTHER FAILURE IS COUNTED AND THE RUN CARRIES ON -- THE LETTER
      * ITSELF HAS GONE OUT.
      ******************************************************************
043500 FILE-CONTACT-NOTE.
043600     MOVE SPACES TO CONTACT-HISTORY-RECORD.
043700     ACCEPT WS-NOTE-TIME FROM TIME.
043800     MOVE MSTR-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
043900     COMPUTE CN-DESCENDING-STAMP = 9999999999999999
044000         - (WS-AS-OF-DATE * 100000000 + WS-NOTE-TIME).
044100     MOVE ZERO TO CN-SEQUENCE.
044200     MOVE WS-AS-OF-DATE TO CN-CONTACT-DATE.
044300     MOVE WS-NOTE-TIME TO CN-CONTACT-TIME.
044400     MOVE 'BATCH' TO CN-COLLECTOR-ID.
044500     SET CN-IS-LETTER TO TRUE.
044600     SET CN-LETTER-SENT TO TRUE.
044700     MOVE 'FINDUN01' TO CN-SOURCE-PROGRAM.
044800     IF WS-TARGET-LEVEL = 1
044900        MOVE 'REMINDER LETTER' TO LNL-LETTER
045000     ELSE
045100        IF WS-TARGET-LEVEL = 2
045200           MOVE 'DEMAND LETTER' TO LNL-LETTER
045300        ELSE
045400           MOVE 'FINAL NOTICE' TO LNL-LETTER
045500        END-IF
045600     END-IF.
045700     MOVE WS-OPEN-BALANCE TO LNL-AMOUNT.
045800     MOVE WS-ACCOUNT-AGE TO LNL-AGE-DAYS.
045900     IF DQ-OPEN-COUNT > ZERO
046000        MOVE '- DISPUTED AMOUNTS EXCLUDED' TO LNL-DISPUTE-TEXT
046100     ELSE
046200        MOVE SPACES TO LNL-DISPUTE-TEXT
046300     END-IF.
046400     MOVE LETTER-NOTE-LINE TO CN-NOTE-TEXT.
046500 FILE-CONTACT-NOTE-WRITE.
046600     WRITE CONTACT-HISTORY-RECORD
046700         INVALID KEY
046800            IF WS-CONTACT-STATUS = '22' AND CN-SEQUENCE < 999
046900               ADD 1 TO CN-SEQUENCE
047000               GO TO FILE-CONTACT-NOTE-WRITE
047100            END-IF
047200     END-WRITE.
047300     IF WS-CONTACT-STATUS = '00'
047400        ADD 1 TO WS-NOTES-FILED
047500     ELSE
047600        ADD 1 TO WS-NOTES-FAILED
047700     END-IF.
047800 FILE-CONTACT-NOTE-EXIT.
047900     EXIT.
