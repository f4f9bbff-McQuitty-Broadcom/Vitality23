      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-09-20  TS   CORPORATE FAMILIES (SEE ACCTFAM). EVERY
      *                  ACCOUNT'S BALANCE IS ALSO SUMMED INTO ITS
      *                  FAMILY, WHETHER OR NOT THE ACCOUNT CARRIES A
      *                  LIMIT OF ITS OWN, AND A FAMILY EXPOSURE PAGE
      *                  LISTS EACH FAMILY AGAINST ITS FAMILY LIMIT.
      *                  AN OVER-LIMIT FAMILY ALSO ENDS RETURN-CODE 4.
      *                  THE ACCOUNT LINES NOW SHOW THE FAMILY PARENT.
      * 2026-10-13  TS   THE SWEEP NOW READS THE SHARED ACCOUNT EXTRACT
      *                  (SEE ACCTSWP, FINMSW01) INSTEAD OF THE KEYED
      *                  MASTER, AND EACH ACCOUNT'S CREDIT LIMIT COMES
      *                  FROM THE EXTRACT INSTEAD OF A RANDOM READ OF
      *                  THE CREDIT-LIMIT FILE. THE EXTRACT MUST BE FOR
      *                  THE CURRENT BUSINESS DATE (FINBDT01) OR IT IS
      *                  NOT READ, AND ONE WHOSE DETAILS DO NOT AGREE
      *                  WITH ITS TRAILER ENDS THE RUN RETURN-CODE 8.
      * 2026-10-15  TS   AN OPTIONAL CONTROL CARD (SEE CTLCARD) SUPPLIES
      *                  THE AS-OF DATE THE ACCOUNT EXTRACT MUST BE CUT
      *                  FOR, SO A BACK-DATED OR RERUN SWEEP IS
      *                  ACCEPTED. WITH NO CARD THE BUSINESS DATE IS
      *                  USED AS BEFORE.
      ******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
002200     SELECT SORT-FILE ASSIGN U-T-SORTWK.
002250     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
002300     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
003216     SELECT OPTIONAL FAMILY-FILE ASSIGN U-T-ACTFAM
003232        ORGANIZATION IS INDEXED
003248        ACCESS MODE IS DYNAMIC
003264        RECORD KEY IS FM-KEY
003280        FILE STATUS IS WS-ACTFAM-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD REPORT-FILE
004000   01 OUTPUT-RECORD.
004100     02 CARRIAGE-CONTROL PIC X.
004200     02 OUTPUT-LINE      PIC X(132).
004210 FD CONTROL-FILE
004220     LABEL RECORDS ARE STANDARD
004230     RECORD CONTAINS 80 CHARACTERS
004240     DATA RECORD IS CONTROL-CARD-RECORD.
004250 COPY CTLCARD.
004300 FD ACCOUNT-EXTRACT-FILE
004460     LABEL RECORDS ARE STANDARD
004620     RECORD CONTAINS 260 CHARACTERS
004780     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
004940 COPY ACCTSWP.
005020 FD FAMILY-FILE
005040     LABEL RECORDS ARE STANDARD
005060     DATA RECORD IS FAMILY-RECORD.
005080 COPY ACCTFAM.
005100 SD SORT-FILE
005200     RECORD CONTAINS 60 CHARACTERS
005300     DATA RECORD IS SORT-RECORD.
005700     02 SRT-NAME               PIC X(10).
005800     02 SRT-BALANCE            PIC S9(07)V99.
005900     02 SRT-LIMIT              PIC 9(07)V99.
005966     02 SRT-FAMILY             PIC 9(08).
006032     02 FILLER                 PIC X(07).
      ******************************************************************
006100 WORKING-STORAGE SECTION.
006200 COPY HEADER1.
006800     02  LINES-WRITTEN     PIC 9(3).
006900     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007000     02  PAGE-COUNT        PIC 9(3).
007100     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
007138         88  SWEEP-IN-ERROR VALUE 'ERR'.
007176     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
007214     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
007252     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
007290     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
007300     02  LIMIT-FOUND-SWITCH PIC X(3) VALUE 'NO '.
007400         88  LIMIT-FOUND   VALUE 'YES'.
007500     02  WS-NET-BALANCE    PIC S9(7)V99 VALUE ZERO.
007800     02  WS-NO-LIMIT-COUNT PIC 9(7)  VALUE ZERO.
007900     02  WS-OVER-COUNT     PIC 9(7)  VALUE ZERO.
008000     02  WS-OVER-TOTAL     PIC 9(11)V99 VALUE ZERO.
008008     02  WS-ACTFAM-STATUS  PIC X(2)  VALUE ZERO.
008016     02  FAMILY-BROWSE-SWITCH PIC X(3) VALUE SPACES.
008024         88  END-OF-FAMILIES VALUE 'EOF'.
008032     02  FAMILY-FOUND-SWITCH PIC X(3) VALUE 'NO '.
008040         88  FAMILY-FOUND  VALUE 'YES'.
008048     02  REPORT-PART-SWITCH PIC X(3) VALUE 'ACC'.
008056         88  PRINTING-FAMILIES VALUE 'FAM'.
008064     02  WS-FAMILY-PARENT  PIC 9(8)  VALUE ZERO.
008072     02  WS-FAMILY-EXCESS  PIC 9(11)V99 VALUE ZERO.
008080     02  WS-FAMILY-OVERFLOW PIC 9(5) VALUE ZERO.
008088     02  WS-FAMILY-OVER-COUNT PIC 9(5) VALUE ZERO.
008096     02  WS-FAMILY-OVER-TOTAL PIC 9(11)V99 VALUE ZERO.
      ******************************************************************
      * ONE ROW PER FAMILY ON ACCTFAM, IN PARENT-ACCOUNT ORDER.
      ******************************************************************
008104 01  FAMILY-TABLE.
008112     02  WS-FAMILY-COUNT   PIC 9(3)  VALUE ZERO.
008120     02  FAMILY-ENTRY OCCURS 500 TIMES
008128                      INDEXED BY FAMILY-IDX.
008136         03  FT-PARENT-ACCOUNT PIC 9(08).
008144         03  FT-FAMILY-NAME    PIC X(20).
008152         03  FT-FAMILY-LIMIT   PIC 9(09)V99.
008160         03  FT-ACCOUNT-COUNT  PIC 9(05).
008168         03  FT-BALANCE        PIC S9(11)V99.
008176 COPY PAGING.
008180 COPY FINBDC01.
008184 COPY MSTRFILE.
008200 01  EXPOSURE-DETAIL-LINE.
008300     02  FILLER                PIC X(2).
008400     02  EXP-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
009000     02  EXP-LIMIT             PIC Z,ZZZ,ZZ9.99.
009100     02  FILLER                PIC X(4).
009200     02  EXP-EXCESS            PIC Z,ZZZ,ZZ9.99.
009250     02  FILLER                PIC X(4).
009300     02  EXP-FAMILY            PIC ZZ,ZZZ,ZZ9.
009350     02  FILLER                PIC X(43).
009400 01  EXPOSURE-TOTAL-LINE.
009500     02  FILLER                PIC X(2).
009600     02  EXT-TAG               PIC X(26).
010900     02  FILLER                PIC X(12) VALUE '       LIMIT'.
011000     02  FILLER                PIC X(4).
011100     02  FILLER                PIC X(12) VALUE '      EXCESS'.
011105     02  FILLER                PIC X(4).
011110     02  FILLER                PIC X(10) VALUE '    FAMILY'.
011115     02  FILLER                PIC X(43).
011120 01  FAMILY-DETAIL-LINE.
011125     02  FILLER                PIC X(2).
011130     02  FXL-FAMILY            PIC ZZ,ZZZ,ZZ9.
011135     02  FILLER                PIC X(2).
011140     02  FXL-NAME              PIC X(20).
011145     02  FILLER                PIC X(2).
011150     02  FXL-ACCOUNTS          PIC ZZZ9.
011155     02  FILLER                PIC X(2).
011160     02  FXL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
011165     02  FILLER                PIC X(2).
011170     02  FXL-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
011175     02  FILLER                PIC X(2).
011180     02  FXL-EXCESS            PIC ZZZ,ZZZ,ZZ9.99.
011185     02  FILLER                PIC X(2).
011190     02  FXL-STATUS            PIC X(8).
011195     02  FILLER                PIC X(33).
011200 01  FAMILY-HEADING-LINE.
011205     02  FILLER                PIC X(2).
011210     02  FILLER                PIC X(10) VALUE '    FAMILY'.
011215     02  FILLER                PIC X(2).
011220     02  FILLER                PIC X(20) VALUE 'FAMILY NAME'.
011225     02  FILLER                PIC X(2).
011230     02  FILLER                PIC X(4)  VALUE 'ACCT'.
011235     02  FILLER                PIC X(2).
011240     02  FILLER                PIC X(15) VALUE '  TOTAL BALANCE'.
011245     02  FILLER                PIC X(2).
011250     02  FILLER                PIC X(14) VALUE '  FAMILY LIMIT'.
011255     02  FILLER                PIC X(2).
011260     02  FILLER                PIC X(14) VALUE '        EXCESS'.
011265     02  FILLER                PIC X(2).
011270     02  FILLER                PIC X(8)  VALUE 'STATUS'.
011275     02  FILLER                PIC X(33).
011300******************************************************************
011400 PROCEDURE DIVISION.
011500     DISPLAY 'FINEXP01 - CREDIT EXPOSURE REPORT STARTING'.
011600     OPEN OUTPUT REPORT-FILE.
011700     PERFORM READ-CONTROL-CARD.
011733     OPEN INPUT FAMILY-FILE.
011766     PERFORM LOAD-FAMILY-TABLE.
011800     PERFORM WRITE-HEADER.
011900     SORT SORT-FILE
012000         ON DESCENDING KEY SRT-EXCESS
012300         OUTPUT PROCEDURE IS PRINT-THE-EXPOSURES
012400             THRU PRINT-THE-EXPOSURES-END.
012500     PERFORM WRITE-EXPOSURE-TOTALS.
012566     PERFORM PRINT-FAMILY-EXPOSURES.
012632     CLOSE FAMILY-FILE REPORT-FILE.
012700     DISPLAY 'FINEXP01 - ACCOUNTS READ:     ' WS-ACCOUNTS-READ.
012800     DISPLAY 'FINEXP01 - OVER-LIMIT:        ' WS-OVER-COUNT.
012900     DISPLAY 'FINEXP01 - NO LIMIT ON FILE:  '
013000         WS-NO-LIMIT-COUNT.
013022     DISPLAY 'FINEXP01 - FAMILIES:          ' WS-FAMILY-COUNT.
013044     DISPLAY 'FINEXP01 - FAMILIES OVER:     '
013066         WS-FAMILY-OVER-COUNT.
013088     IF WS-FAMILY-OVERFLOW > ZERO
013110        DISPLAY 'FINEXP01 - FAMILY TABLE FULL, NOT REPORTED: '
013132            WS-FAMILY-OVERFLOW
013154     END-IF.
013176     IF WS-OVER-COUNT > ZERO OR WS-FAMILY-OVER-COUNT > ZERO
013200        MOVE 4 TO RETURN-CODE
013300     END-IF.
013310     IF SWEEP-IN-ERROR
013340        MOVE 8 TO RETURN-CODE
013370     END-IF.
013400     GOBACK.
013402******************************************************************
      * THE AS-OF DATE IS THE CONTROL CARD'S WHEN ONE IS GIVEN -- THE
      * DATE FINMSW01 CUT THE ACCOUNT EXTRACT FOR -- OR ELSE THE
      * BUSINESS DATE FROM FINBDT01.
      ******************************************************************
013409 READ-CONTROL-CARD.
013416     OPEN INPUT CONTROL-FILE.
013423     READ CONTROL-FILE AT END
013430         MOVE ZERO TO CC-AS-OF-DATE
013437     END-READ.
013444     CLOSE CONTROL-FILE.
013451     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
013458        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
013465     ELSE
013472        MOVE ZERO TO BD-REQUEST-DATE
013479        CALL 'FINBDT01' USING FINBDC01-RECORD
013486        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
013493     END-IF.
013500******************************************************************
013600 SWEEP-THE-MASTER.
013800     PERFORM OPEN-ACCOUNT-EXTRACT.
013900     PERFORM JUDGE-AND-READ
014000        UNTIL END-OF-FILE.
014100     CLOSE ACCOUNT-EXTRACT-FILE.
014200 SWEEP-THE-MASTER-END.
014300     EXIT.
014400******************************************************************
014420 JUDGE-AND-READ.
014440     PERFORM JUDGE-ONE-ACCOUNT
014460         THRU JUDGE-ONE-ACCOUNT-EXIT.
014480     PERFORM GET-MASTER-RECORD.
014490******************************************************************
014500 JUDGE-ONE-ACCOUNT.
015200     ADD 1 TO WS-ACCOUNTS-READ.
015233     MOVE XA-OPEN-BALANCE TO WS-NET-BALANCE.
015266     PERFORM FIND-ACCOUNT-FAMILY.
015300     PERFORM FIND-LIMIT-RECORD.
015400     IF NOT LIMIT-FOUND
015500        ADD 1 TO WS-NO-LIMIT-COUNT
015600        GO TO JUDGE-ONE-ACCOUNT-EXIT
015700     END-IF.
015900     IF WS-NET-BALANCE NOT > XA-CREDIT-LIMIT
016000        GO TO JUDGE-ONE-ACCOUNT-EXIT
016100     END-IF.
016200     COMPUTE WS-EXCESS = WS-NET-BALANCE - XA-CREDIT-LIMIT.
016300     ADD 1 TO WS-OVER-COUNT.
016400     ADD WS-EXCESS TO WS-OVER-TOTAL.
016500     MOVE WS-EXCESS TO SRT-EXCESS.
016600     MOVE MSTR-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
016700     MOVE MSTR-NAME TO SRT-NAME.
016800     MOVE WS-NET-BALANCE TO SRT-BALANCE.
016900     MOVE XA-CREDIT-LIMIT TO SRT-LIMIT.
016950     MOVE WS-FAMILY-PARENT TO SRT-FAMILY.
017000     RELEASE SORT-RECORD.
017100 JUDGE-ONE-ACCOUNT-EXIT.
017200     EXIT.
017300******************************************************************
017400 FIND-LIMIT-RECORD.
017500     MOVE 'NO ' TO LIMIT-FOUND-SWITCH.
017600     IF XA-LIMIT-ON-FILE
017700        MOVE 'YES' TO LIMIT-FOUND-SWITCH
017800     END-IF.
017900******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY DATE BUT THE RUN'S AS-OF DATE
      * IS NOT READ AT ALL.
      ******************************************************************
017906 OPEN-ACCOUNT-EXTRACT.
017912     MOVE SPACES TO INPUT-SWITCH.
017918     OPEN INPUT ACCOUNT-EXTRACT-FILE.
017924     READ ACCOUNT-EXTRACT-FILE AT END
017930         MOVE 'EOF' TO INPUT-SWITCH
017936     END-READ.
017942     IF END-OF-FILE OR NOT XA-IS-HEADER
017948           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
017954        MOVE 'EOF' TO INPUT-SWITCH
017960        MOVE 'ERR' TO SWEEP-SWITCH
017966        DISPLAY 'FINEXP01 - ACCOUNT EXTRACT IS NOT FOR '
017972            WS-AS-OF-DATE ' - NOTHING READ'
017978     ELSE
017984        PERFORM GET-MASTER-RECORD
017990     END-IF.
017996******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
018002 GET-MASTER-RECORD.
018008     READ ACCOUNT-EXTRACT-FILE AT END
018014         MOVE 'EOF' TO INPUT-SWITCH
018020         MOVE 'ERR' TO SWEEP-SWITCH
018026         DISPLAY 'FINEXP01 - ACCOUNT EXTRACT HAS NO TRAILER'
018032     END-READ.
018038     IF NOT END-OF-FILE
018044        IF XA-IS-DETAIL
018050           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
018056           ADD 1 TO WS-SWEEP-COUNT
018062           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
018068           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
018074        ELSE
018080           MOVE 'EOF' TO INPUT-SWITCH
018086           PERFORM CHECK-SWEEP-TRAILER
018092        END-IF
018098     END-IF.
018104******************************************************************
018110 CHECK-SWEEP-TRAILER.
018116     IF NOT XA-IS-TRAILER
018122           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
018128           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
018134           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
018140        MOVE 'ERR' TO SWEEP-SWITCH
018146        DISPLAY 'FINEXP01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
018152            'ITS TRAILER'
018158     END-IF.
018202******************************************************************
      * THE ACCOUNT'S FAMILY IS ITS 'M' RECORD'S PARENT, OR THE
      * ACCOUNT ITSELF WHEN IT IS A FAMILY PARENT. ITS BALANCE GOES
      * INTO THE FAMILY'S ROW WHETHER OR NOT IT CARRIES A LIMIT.
      ******************************************************************
018204 FIND-ACCOUNT-FAMILY.
018206     MOVE ZERO TO WS-FAMILY-PARENT.
018208     MOVE 'M' TO FM-RECORD-TYPE.
018210     MOVE MSTR-ACCOUNT-NUMBER TO FM-ACCOUNT-NUMBER.
018212     READ FAMILY-FILE
018214         INVALID KEY
018216            MOVE 'F' TO FM-RECORD-TYPE
018218            READ FAMILY-FILE
018220                INVALID KEY
018222                   CONTINUE
018224                NOT INVALID KEY
018226                   MOVE MSTR-ACCOUNT-NUMBER TO WS-FAMILY-PARENT
018228            END-READ
018230         NOT INVALID KEY
018232            MOVE FM-PARENT-ACCOUNT TO WS-FAMILY-PARENT
018234     END-READ.
018236     IF WS-FAMILY-PARENT = ZERO
018238        GO TO FIND-ACCOUNT-FAMILY-EXIT
018240     END-IF.
018242     MOVE 'NO ' TO FAMILY-FOUND-SWITCH.
018244     PERFORM MATCH-FAMILY-ENTRY
018246         VARYING FAMILY-IDX FROM 1 BY 1
018248         UNTIL FAMILY-IDX > WS-FAMILY-COUNT
018250            OR FAMILY-FOUND.
018252     IF FAMILY-FOUND
018254        SET FAMILY-IDX DOWN BY 1
018256        ADD 1 TO FT-ACCOUNT-COUNT (FAMILY-IDX)
018258        ADD WS-NET-BALANCE TO FT-BALANCE (FAMILY-IDX)
018260     END-IF.
018262 FIND-ACCOUNT-FAMILY-EXIT.
018264     EXIT.
018266******************************************************************
018268 MATCH-FAMILY-ENTRY.
018270     IF FT-PARENT-ACCOUNT (FAMILY-IDX) = WS-FAMILY-PARENT
018272        SET FAMILY-FOUND TO TRUE
018274     END-IF.
018276******************************************************************
      * EVERY 'F' RECORD BECOMES A TABLE ROW. THE 'F' RECORDS SORT
      * AHEAD OF THE 'M' RECORDS, SO THE BROWSE STOPS AT THE FIRST
      * CHILD RECORD.
      ******************************************************************
018278 LOAD-FAMILY-TABLE.
018280     MOVE SPACES TO FAMILY-BROWSE-SWITCH.
018282     MOVE 'F' TO FM-RECORD-TYPE.
018284     MOVE ZERO TO FM-ACCOUNT-NUMBER.
018286     START FAMILY-FILE KEY NOT LESS THAN FM-KEY
018288         INVALID KEY
018290            MOVE 'EOF' TO FAMILY-BROWSE-SWITCH
018292     END-START.
018294     PERFORM LOAD-ONE-FAMILY
018296        UNTIL END-OF-FAMILIES.
018298******************************************************************
018300 LOAD-ONE-FAMILY.
018302     READ FAMILY-FILE NEXT RECORD AT END
018304         MOVE 'EOF' TO FAMILY-BROWSE-SWITCH
018306     END-READ.
018308     IF NOT END-OF-FAMILIES
018310        IF NOT FM-FAMILY
018312           MOVE 'EOF' TO FAMILY-BROWSE-SWITCH
018314        ELSE
018316           IF WS-FAMILY-COUNT < 500
018318              ADD 1 TO WS-FAMILY-COUNT
018320              SET FAMILY-IDX TO WS-FAMILY-COUNT
018322              MOVE FM-ACCOUNT-NUMBER
018324                  TO FT-PARENT-ACCOUNT (FAMILY-IDX)
018326              MOVE FM-FAMILY-NAME TO FT-FAMILY-NAME (FAMILY-IDX)
018328              MOVE FM-FAMILY-LIMIT
018330                  TO FT-FAMILY-LIMIT (FAMILY-IDX)
018332              MOVE ZERO TO FT-ACCOUNT-COUNT (FAMILY-IDX)
018334                           FT-BALANCE (FAMILY-IDX)
018336           ELSE
018338              ADD 1 TO WS-FAMILY-OVERFLOW
018340           END-IF
018342        END-IF
018344     END-IF.
018346******************************************************************
018400 PRINT-THE-EXPOSURES.
018500     MOVE SPACES TO SORT-SWITCH.
018600     PERFORM GET-SORTED-RECORD.
021200     WRITE OUTPUT-RECORD.
021300     ADD 1 TO LINES-WRITTEN.
021400     MOVE 1 TO LINE-SPACING.
021402******************************************************************
      * THE FAMILY EXPOSURE PAGE -- EVERY FAMILY'S SUMMED BALANCE
      * AGAINST ITS FAMILY LIMIT. A ZERO LIMIT MEANS CREDIT CONTROL
      * HAS NOT SET ONE, SO THE FAMILY IS LISTED BUT NOT JUDGED.
      ******************************************************************
021404 PRINT-FAMILY-EXPOSURES.
021406     MOVE 'FAM' TO REPORT-PART-SWITCH.
021408     PERFORM WRITE-HEADER.
021410     MOVE 2 TO LINE-SPACING.
021412     PERFORM WRITE-FAMILY-LINE
021414         VARYING FAMILY-IDX FROM 1 BY 1
021416         UNTIL FAMILY-IDX > WS-FAMILY-COUNT.
021418     MOVE 2 TO LINE-SPACING.
021420     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
021422     MOVE 'OVER-LIMIT FAMILIES    -  ' TO EXT-TAG.
021424     MOVE WS-FAMILY-OVER-COUNT TO EXT-COUNT.
021426     MOVE WS-FAMILY-OVER-TOTAL TO EXT-AMOUNT.
021428     MOVE EXPOSURE-TOTAL-LINE TO OUTPUT-LINE.
021430     WRITE OUTPUT-RECORD.
021432     MOVE 1 TO LINE-SPACING.
021434******************************************************************
021436 WRITE-FAMILY-LINE.
021438     IF LINES-WRITTEN >= WS-PAGE-SIZE
021440        PERFORM WRITE-HEADER
021442        MOVE 2 TO LINE-SPACING
021444     END-IF.
021446     MOVE ZERO TO WS-FAMILY-EXCESS.
021448     MOVE SPACES TO FXL-STATUS.
021450     IF FT-FAMILY-LIMIT (FAMILY-IDX) = ZERO
021452        MOVE 'NO LIMIT' TO FXL-STATUS
021454     ELSE
021456        IF FT-BALANCE (FAMILY-IDX) > FT-FAMILY-LIMIT (FAMILY-IDX)
021458           COMPUTE WS-FAMILY-EXCESS = FT-BALANCE (FAMILY-IDX)
021460               - FT-FAMILY-LIMIT (FAMILY-IDX)
021462           MOVE 'OVER' TO FXL-STATUS
021464           ADD 1 TO WS-FAMILY-OVER-COUNT
021466           ADD WS-FAMILY-EXCESS TO WS-FAMILY-OVER-TOTAL
021468        END-IF
021470     END-IF.
021472     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
021474     MOVE FT-PARENT-ACCOUNT (FAMILY-IDX) TO FXL-FAMILY.
021476     MOVE FT-FAMILY-NAME (FAMILY-IDX) TO FXL-NAME.
021478     MOVE FT-ACCOUNT-COUNT (FAMILY-IDX) TO FXL-ACCOUNTS.
021480     MOVE FT-BALANCE (FAMILY-IDX) TO FXL-BALANCE.
021482     MOVE FT-FAMILY-LIMIT (FAMILY-IDX) TO FXL-LIMIT.
021484     MOVE WS-FAMILY-EXCESS TO FXL-EXCESS.
021486     MOVE FAMILY-DETAIL-LINE TO OUTPUT-LINE.
021488     WRITE OUTPUT-RECORD.
021490     ADD 1 TO LINES-WRITTEN.
021492     MOVE 1 TO LINE-SPACING.
021500******************************************************************
021600 WRITE-EXPOSURE-TOTALS.
021700     MOVE 2 TO LINE-SPACING.
023500     WRITE OUTPUT-RECORD.
023600     MOVE 1 TO LINE-SPACING.
023700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
023733     IF PRINTING-FAMILIES
023766        MOVE FAMILY-HEADING-LINE TO OUTPUT-LINE
023799     ELSE
023832        MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE
023865     END-IF.
023900     WRITE OUTPUT-RECORD.
024000     ADD 1 TO LINES-WRITTEN.
