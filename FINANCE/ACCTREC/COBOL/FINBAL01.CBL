      *                  SUPPLIERS ON THE FEED PROVES WITH A WARNING
      *                  AND RETURN-CODE 4; ANYTHING PAST THAT STILL
      *                  FAILS RETURN-CODE 8.
      * 2026-09-22  TS   MULTI-COMPANY. EACH COMPANY (SEE COMPANY) IS
      *                  NOW PROVED ON ITS OWN: THE GL EXTRACT
      *                  SUMMED BY THE COMPANY THAT OWNS THE ACCOUNT
      *                  MUST EQUAL THE TROY4 UPDATE INTENTS (UPDIN4)
      *                  SUMMED BY THEIR COMPANY, AND EACH COMPANY'S
      *                  INTERCOMPANY DUE-FROM / DUE-TO POSITION IS
      *                  PRINTED. A COMPANY CODE NOT ON THE COMPANY
      *                  FILE PUTS THE STREAM OUT OF PROOF. THE FEED
      *                  LEG STAYS STREAM-WIDE -- RUNTOT IS PER BOOK.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003240     SELECT OPTIONAL QUARANTINE-FILE ASSIGN U-T-QUARAN.
003250     SELECT OPTIONAL SPLIT-SUSPENSE-FILE ASSIGN U-T-SPLSUS.
003260     SELECT OPTIONAL TOLERANCE-FILE ASSIGN U-T-TOLPRF.
003270     SELECT OPTIONAL COMPANY-FILE ASSIGN U-T-COMPNY.
003280     SELECT OPTIONAL UPDATE-INTENT-FILE ASSIGN U-T-UPDIN4.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD REPORT-FILE
006800     02  GL-REFERENCE-CODE    PIC X(06).
006900     02  GL-AMOUNT            PIC S9(09)V99.
007000     02  GL-POSTING-DATE      PIC 9(08).
007010     02  GL-COMPANY-CODE      PIC X(02).
007020     02  GL-ACCOUNT-COMPANY   PIC X(02).
007100     02  FILLER               PIC X(35).
007110 FD EXCEPTION-FILE
007120     LABEL RECORDS ARE OMITTED
007130     RECORDING MODE IS F
007199     RECORD CONTAINS 100 CHARACTERS
007200     DATA RECORD IS SPLIT-SUSPENSE-RECORD.
007201   01 SPLIT-SUSPENSE-RECORD   PIC X(100).
007202 FD COMPANY-FILE
007203     LABEL RECORDS ARE STANDARD
007204     RECORD CONTAINS 80 CHARACTERS
007205     DATA RECORD IS COMPANY-RECORD.
007206 COPY COMPANY.
007207 FD UPDATE-INTENT-FILE
007208     LABEL RECORDS ARE STANDARD
007209     RECORD CONTAINS 100 CHARACTERS
007210     DATA RECORD IS UPDATE-INTENT-RECORD.
007211 COPY UPDINT.
      ******************************************************************
007200 WORKING-STORAGE SECTION.
007300 COPY HEADER1.
010220     05  TOLERANCE-ENTRY OCCURS 10 TIMES.
010230         10  TOL-SUPPLIER-ID   PIC X(08).
010240         10  TOL-MAX-COUNT     PIC 9(05).
010242 01  COMPANY-WORK-FIELDS.
010244     02  COMPANY-SWITCH    PIC X(3)  VALUE SPACES.
010246         88  END-OF-COMPANY VALUE 'EOF'.
010248     02  UPDINT-SWITCH     PIC X(3)  VALUE SPACES.
010250         88  END-OF-UPDINT VALUE 'EOF'.
010252     02  CO-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.
010254         88  COMPANY-FOUND VALUE 'YES'.
010256     02  WS-CO-SUB         PIC 9(2)  COMP.
010258     02  WS-CO-COUNT       PIC 9(2)  COMP VALUE ZERO.
010260     02  WS-SEARCH-COMPANY PIC X(2)  VALUE SPACES.
010262     02  WS-BOOKING-COMPANY PIC X(2) VALUE SPACES.
010264     02  WS-ACCOUNT-COMPANY PIC X(2) VALUE SPACES.
      ******************************************************************
      * ONE ENTRY PER COMPANY ON THE COMPANY FILE ('01' ALONE WHEN
      * THERE IS NO FILE), PLUS ANY CODE SEEN THAT IS NOT ON IT.
      ******************************************************************
010266 01  COMPANY-TABLE.
010268     05  COMPANY-ENTRY OCCURS 20 TIMES.
010270         10  CT-COMPANY-CODE   PIC X(02).
010272         10  CT-ON-FILE        PIC X(01).
010274             88  CT-COMPANY-ON-FILE VALUE 'Y'.
010276         10  CT-GL-TOTAL       PIC S9(13)V99.
010278         10  CT-INTENT-TOTAL   PIC S9(13)V99.
010280         10  CT-DUE-FROM       PIC S9(13)V99.
010282         10  CT-DUE-TO         PIC S9(13)V99.
010300 COPY PAGING.
010400 01  PROOF-DETAIL-LINE.
010500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(5).
012700     02  FILLER          PIC X(19) VALUE '              TOTAL'.
012800     02  FILLER                PIC X(84).
012810 01  COMPANY-LEG-LINE.
012820     02  FILLER                PIC X(2).
012830     02  FILLER                PIC X(3)  VALUE 'CO '.
012840     02  CPL-COMPANY           PIC X(2).
012850     02  CPL-TAG               PIC X(29).
012860     02  CPL-LEFT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
012870     02  FILLER                PIC X(4).
012880     02  CPL-RIGHT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
012890     02  FILLER                PIC X(4).
012895     02  CPL-STATUS            PIC X(14).
012898     02  FILLER                PIC X(36).
012900******************************************************************
013000 PROCEDURE DIVISION.
013100     DISPLAY 'FINBAL01 - STREAM CROSS-FOOT BALANCING STARTING'.
013300     PERFORM WRITE-HEADER.
013400     PERFORM LOAD-RUN-TOTALS.
013450     PERFORM LOAD-TOLERANCE-TABLE.
013460     PERFORM LOAD-COMPANY-TABLE.
013470     PERFORM SUM-UPDATE-INTENTS.
013500     PERFORM READ-FEED-TRAILER.
013600     PERFORM SUM-GL-EXTRACT.
013650     PERFORM COUNT-REJECT-RECORDS.
013750     PERFORM WRITE-REJECT-LINE.
013800     PERFORM PROVE-FEED-LEG.
013900     PERFORM PROVE-GL-LEG.
013950     PERFORM PROVE-COMPANY-LEGS.
014000     CLOSE REPORT-FILE.
014100     IF STREAM-OUT-OF-PROOF
014200        DISPLAY 'FINBAL01 - STREAM IS OUT OF PROOF'
021700     NOT AT END
021800         ADD 1 TO WS-GL-COUNT
021900         ADD GL-AMOUNT TO WS-GL-TOTAL
021950         PERFORM POST-GL-TO-COMPANY
022000     END-READ.
022001******************************************************************
      * THE OWNING COMPANY CARRIES THE AMOUNT IN ITS OWN PROOF. A LINE
      * BOOKED BY ANOTHER COMPANY IS DUE FROM THE OWNER TO THE
      * BOOKING COMPANY. BLANK COMPANIES TAKE THE TROY4 DEFAULTS.
      ******************************************************************
022002 POST-GL-TO-COMPANY.
022003     MOVE GL-ACCOUNT-COMPANY TO WS-ACCOUNT-COMPANY.
022004     IF WS-ACCOUNT-COMPANY = SPACES
022005        MOVE GL-COMPANY-CODE TO WS-ACCOUNT-COMPANY
022006     END-IF.
022007     IF WS-ACCOUNT-COMPANY = SPACES
022008        MOVE '01' TO WS-ACCOUNT-COMPANY
022009     END-IF.
022010     MOVE GL-COMPANY-CODE TO WS-BOOKING-COMPANY.
022011     IF WS-BOOKING-COMPANY = SPACES
022012        MOVE WS-ACCOUNT-COMPANY TO WS-BOOKING-COMPANY
022013     END-IF.
022014     MOVE WS-ACCOUNT-COMPANY TO WS-SEARCH-COMPANY.
022015     PERFORM FIND-COMPANY-ENTRY.
022016     ADD GL-AMOUNT TO CT-GL-TOTAL (WS-CO-SUB).
022017     IF WS-BOOKING-COMPANY NOT = WS-ACCOUNT-COMPANY
022018        ADD GL-AMOUNT TO CT-DUE-TO (WS-CO-SUB)
022019        MOVE WS-BOOKING-COMPANY TO WS-SEARCH-COMPANY
022020        PERFORM FIND-COMPANY-ENTRY
022021        ADD GL-AMOUNT TO CT-DUE-FROM (WS-CO-SUB)
022022     END-IF.
022023******************************************************************
022024 LOAD-COMPANY-TABLE.
022025     OPEN INPUT COMPANY-FILE.
022026     PERFORM LOAD-COMPANY-RECORD
022027        UNTIL END-OF-COMPANY.
022028     CLOSE COMPANY-FILE.
022029     IF WS-CO-COUNT = ZERO
022030        MOVE '01' TO WS-SEARCH-COMPANY
022031        PERFORM ADD-COMPANY-ENTRY
022032        MOVE 'Y' TO CT-ON-FILE (WS-CO-SUB)
022033     END-IF.
022034******************************************************************
022035 LOAD-COMPANY-RECORD.
022036     READ COMPANY-FILE AT END
022037         MOVE 'EOF' TO COMPANY-SWITCH
022038     NOT AT END
022039         IF WS-CO-COUNT < 20
022040            MOVE CO-COMPANY-CODE TO WS-SEARCH-COMPANY
022041            PERFORM ADD-COMPANY-ENTRY
022042            MOVE 'Y' TO CT-ON-FILE (WS-CO-SUB)
022043         END-IF
022044     END-READ.
022045******************************************************************
022046 ADD-COMPANY-ENTRY.
022047     ADD 1 TO WS-CO-COUNT.
022048     MOVE WS-CO-COUNT TO WS-CO-SUB.
022049     MOVE WS-SEARCH-COMPANY TO CT-COMPANY-CODE (WS-CO-SUB).
022050     MOVE 'N' TO CT-ON-FILE (WS-CO-SUB).
022051     MOVE ZERO TO CT-GL-TOTAL (WS-CO-SUB).
022052     MOVE ZERO TO CT-INTENT-TOTAL (WS-CO-SUB).
022053     MOVE ZERO TO CT-DUE-FROM (WS-CO-SUB).
022054     MOVE ZERO TO CT-DUE-TO (WS-CO-SUB).
022055******************************************************************
      * A CODE NOT ON THE COMPANY FILE GETS AN ENTRY OF ITS OWN SO IT
      * PRINTS (AND FAILS) SEPARATELY. WITH THE TABLE FULL IT CAN
      * ONLY BE CHARGED TO THE LAST ENTRY, WHICH IS FAILED INSTEAD.
      ******************************************************************
022056 FIND-COMPANY-ENTRY.
022057     MOVE 'NO ' TO CO-FOUND-SWITCH.
022058     PERFORM MATCH-COMPANY-ENTRY
022059        VARYING WS-CO-SUB FROM 1 BY 1
022060        UNTIL WS-CO-SUB > WS-CO-COUNT
022061           OR COMPANY-FOUND.
022062     IF COMPANY-FOUND
022063        SUBTRACT 1 FROM WS-CO-SUB
022064     ELSE
022065        IF WS-CO-COUNT < 20
022066           PERFORM ADD-COMPANY-ENTRY
022067        ELSE
022068           MOVE WS-CO-COUNT TO WS-CO-SUB
022069           MOVE 'N' TO CT-ON-FILE (WS-CO-SUB)
022070        END-IF
022071     END-IF.
022072******************************************************************
022073 MATCH-COMPANY-ENTRY.
022074     IF CT-COMPANY-CODE (WS-CO-SUB) = WS-SEARCH-COMPANY
022075        MOVE 'YES' TO CO-FOUND-SWITCH
022076     END-IF.
022077******************************************************************
      * TROY4'S UPDATE INTENTS CARRY THE SAME LINE TOTAL AS ITS GL
      * EXTRACT RECORDS, STAMPED WITH THE COMPANY THAT OWNS THE
      * ACCOUNT -- THE INDEPENDENT SIDE OF EACH COMPANY'S PROOF.
      ******************************************************************
022078 SUM-UPDATE-INTENTS.
022079     OPEN INPUT UPDATE-INTENT-FILE.
022080     PERFORM SUM-ONE-UPDATE-INTENT
022081        UNTIL END-OF-UPDINT.
022082     CLOSE UPDATE-INTENT-FILE.
022083******************************************************************
022084 SUM-ONE-UPDATE-INTENT.
022085     READ UPDATE-INTENT-FILE AT END
022086         MOVE 'EOF' TO UPDINT-SWITCH
022087     NOT AT END
022088         IF UI-IS-DETAIL
022089            MOVE UI-COMPANY-CODE TO WS-SEARCH-COMPANY
022090            IF WS-SEARCH-COMPANY = SPACES
022091               MOVE '01' TO WS-SEARCH-COMPANY
022092            END-IF
022093            PERFORM FIND-COMPANY-ENTRY
022094            ADD UI-LINE-TOTAL TO CT-INTENT-TOTAL (WS-CO-SUB)
022095         END-IF
022096     END-READ.
022100******************************************************************
      * THE SAME FOUR REJECT FILES FINACK01 TALLIES -- HERE ONLY THE
      * RECORD COUNT MATTERS; A REJECT IS STILL ACCOUNTED FOR, JUST
026800     END-IF.
026900     PERFORM WRITE-LEG-LINE.
027000******************************************************************
      * LEG 3 -- EACH COMPANY ON ITS OWN: THE GL EXTRACT FOR ITS
      * ACCOUNTS MUST EQUAL TROY4'S UPDATE INTENTS FOR THEM, AND THE
      * COMPANY MUST BE ON THE COMPANY FILE. ITS INTERCOMPANY
      * POSITION PRINTS BENEATH IT.
      ******************************************************************
027010 PROVE-COMPANY-LEGS.
027020     PERFORM PROVE-ONE-COMPANY
027030        VARYING WS-CO-SUB FROM 1 BY 1
027040        UNTIL WS-CO-SUB > WS-CO-COUNT.
027050******************************************************************
027060 PROVE-ONE-COMPANY.
027061     MOVE CT-COMPANY-CODE (WS-CO-SUB) TO CPL-COMPANY.
027062     MOVE ' GL EXTRACT VS TROY4 INTENTS' TO CPL-TAG.
027063     MOVE CT-GL-TOTAL (WS-CO-SUB) TO CPL-LEFT.
027064     MOVE CT-INTENT-TOTAL (WS-CO-SUB) TO CPL-RIGHT.
027065     IF NOT CT-COMPANY-ON-FILE (WS-CO-SUB)
027066        MOVE 'NOT ON CO FILE' TO CPL-STATUS
027067        MOVE 'BAD' TO PROOF-SWITCH
027068        DISPLAY 'FINBAL01 - COMPANY ' CT-COMPANY-CODE (WS-CO-SUB)
027069            ' IS NOT ON THE COMPANY FILE'
027070     ELSE
027071        IF CT-GL-TOTAL (WS-CO-SUB) = CT-INTENT-TOTAL (WS-CO-SUB)
027072           MOVE 'PROVED' TO CPL-STATUS
027073        ELSE
027074           MOVE 'OUT OF PROOF' TO CPL-STATUS
027075           MOVE 'BAD' TO PROOF-SWITCH
027076           DISPLAY 'FINBAL01 - COMPANY '
027077               CT-COMPANY-CODE (WS-CO-SUB) ' GL EXTRACT '
027078               CT-GL-TOTAL (WS-CO-SUB)
027079               ' DOES NOT PROVE TO TROY4 INTENTS '
027080               CT-INTENT-TOTAL (WS-CO-SUB)
027081        END-IF
027082     END-IF.
027083     MOVE 2 TO LINE-SPACING.
027084     PERFORM WRITE-COMPANY-LEG-LINE.
027085     MOVE ' INTERCO DUE-FROM / DUE-TO  ' TO CPL-TAG.
027086     MOVE CT-DUE-FROM (WS-CO-SUB) TO CPL-LEFT.
027087     MOVE CT-DUE-TO (WS-CO-SUB) TO CPL-RIGHT.
027088     MOVE SPACES TO CPL-STATUS.
027089     PERFORM WRITE-COMPANY-LEG-LINE.
027090******************************************************************
027091 WRITE-COMPANY-LEG-LINE.
027092     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
027093     MOVE COMPANY-LEG-LINE TO OUTPUT-LINE.
027094     WRITE OUTPUT-RECORD.
027095     ADD 1 TO LINES-WRITTEN.
027096     MOVE 1 TO LINE-SPACING.
027097******************************************************************
027100 WRITE-LEG-LINE.
027200     MOVE 2 TO LINE-SPACING.
027300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
