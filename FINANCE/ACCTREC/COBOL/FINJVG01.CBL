      *                  VOUCHER ACCUMULATION CHAIN TAKEN TO
      *                  S9(11)V99 SO A BATCH OF SUCH LINES CANNOT
      *                  OVERFLOW THE BATCH AND TRAILER TOTALS.
      * 2026-09-22  TS   MULTI-COMPANY. VOUCHERS ARE NOW CUT PER
      *                  COMPANY (SEE COMPANY) -- THE EXTRACT IS
      *                  SORTED BY THE COMPANY THAT OWNS THE ACCOUNT
      *                  AHEAD OF REFERENCE CODE AND POSTING DATE,
      *                  AND EACH VOUCHER OFFSETS TO ITS OWN
      *                  COMPANY'S AR CLEARING ACCOUNT. A LINE ONE
      *                  COMPANY BOOKED AGAINST ANOTHER COMPANY'S
      *                  CUSTOMER RAISES THE INTERCOMPANY PAIR: THE
      *                  OWNING COMPANY'S VOUCHER CREDITS DUE-TO THE
      *                  BOOKING COMPANY INSTEAD OF ITS CLEARING
      *                  ACCOUNT, AND THE BOOKING COMPANY'S VOUCHER
      *                  DEBITS DUE-FROM THE OWNING COMPANY AGAINST
      *                  ITS OWN CLEARING ACCOUNT. EVERY VOUCHER
      *                  STILL NETS TO ZERO. THE VOUCHER RECORDS
      *                  CARRY THE COMPANY (AND ON AN INTERCOMPANY
      *                  LINE THE PARTNER COMPANY), THE TRAILER
      *                  CARRIES THE VOUCHER'S AR DEBITS FOR THE
      *                  FINREC01 RECONCILIATION, AND THE REGISTER
      *                  ENDS WITH A SUMMARY PER COMPANY. A COMPANY
      *                  NOT ON THE COMPANY FILE STILL GETS ITS
      *                  VOUCHERS (OFFSET TO 99999999) BUT ENDS
      *                  RETURN-CODE 4.
      * 2026-10-11  TS   BAD-DEBT RECOVERIES. THE RECOVERY GL EXTRACT
      *                  FINCSH01 WRITES (CASH RECEIVED ON WRITTEN-OFF
      *                  ACCOUNTS, REFERENCE CODE RECOVR) IS NOW READ
      *                  AFTER THE GL EXTRACT AND VOUCHERED WITH IT,
      *                  SO RECOVERIES REACH THE GL AS RECOVERIES AND
      *                  NOT AS AR CASH. A RECOVR LINE IS NOT AN AR
      *                  DEBIT AND IS LEFT OUT OF THE TRAILER AR TOTAL
      *                  AND THE COMPANY SUMMARY. THE FILE IS OPTIONAL.
      * 2026-10-15  TS   THE RECOVERY EXTRACT IS EMPTIED ONCE ITS LINES
      *                  ARE VOUCHERED -- FINCSH01 NOW ADDS TO IT ON
      *                  EVERY CASH RUN IN THE CYCLE.
      * 2026-10-15  TS   A 21ST PARTNER COMPANY ON ONE VOUCHER NO LONGER
      *                  SHARES THE LAST PARTNER ENTRY. THE RUN STOPS
      *                  BUILDING VOUCHERS, LEAVES THE OPEN ONE WITHOUT
      *                  ITS TRAILER, KEEPS THE RECOVERY EXTRACT AND
      *                  ENDS RETURN-CODE 8.
      ******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002100     SELECT GL-EXTRACT-FILE ASSIGN U-T-GLEXTR.
002200     SELECT VOUCHER-FILE ASSIGN U-T-JVOUT.
002300     SELECT SORT-FILE ASSIGN U-T-SORTWK.
002310     SELECT OPTIONAL COMPANY-FILE ASSIGN U-T-COMPNY.
002320     SELECT OPTIONAL RECOVERY-EXTRACT-FILE ASSIGN U-T-RCVGLX.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD REPORT-FILE
003500     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 80 CHARACTERS
003700     DATA RECORD IS GL-EXTRACT-RECORD.
003800   01 GL-EXTRACT-RECORD.
003810     02  GL-ACCOUNT-NUMBER    PIC 9(08).
003820     02  GL-SOURCE-PROGRAM    PIC X(08).
003830     02  GL-REFERENCE-CODE    PIC X(06).
003840     02  GL-AMOUNT            PIC S9(09)V99.
003850     02  GL-POSTING-DATE      PIC 9(08).
003860     02  GL-COMPANY-CODE      PIC X(02).
003870     02  GL-ACCOUNT-COMPANY   PIC X(02).
003880     02  FILLER               PIC X(35).
003900 FD VOUCHER-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 80 CHARACTERS
005200        03 JV-DRCR-CODE        PIC X(01).
005300        03 JV-AMOUNT           PIC S9(11)V99.
005400        03 JV-POSTING-DATE     PIC 9(08).
005410     02 JV-COMPANY-CODE        PIC X(02).
005420     02 JV-PARTNER-COMPANY     PIC X(02).
005500     02 FILLER                 PIC X(34).
005600   01 VOUCHER-TRAILER-RECORD REDEFINES VOUCHER-RECORD.
005700     02 FILLER                 PIC X(01).
005800     02 FILLER                 PIC 9(05).
005900     02 JV-TRL-LINE-COUNT      PIC 9(05).
006000     02 JV-TRL-DEBIT-TOTAL     PIC S9(11)V99.
006100     02 JV-TRL-CREDIT-TOTAL    PIC S9(11)V99.
006110     02 FILLER                 PIC X(09).
006120     02 JV-TRL-AR-TOTAL        PIC S9(11)V99.
006200     02 FILLER                 PIC X(21).
006300 SD SORT-FILE
006400     RECORD CONTAINS 80 CHARACTERS
006500     DATA RECORD IS SORT-RECORD.
006600   01 SORT-RECORD.
006610     02 SRT-VOUCHER-COMPANY    PIC X(02).
006620     02 SRT-REFERENCE-CODE     PIC X(06).
006630     02 SRT-POSTING-DATE       PIC 9(08).
006640     02 SRT-LINE-TYPE          PIC X(01).
006650        88  SRT-IS-AR-LINE     VALUE 'A'.
006660        88  SRT-IS-RELEASE     VALUE 'R'.
006700     02 SRT-ACCOUNT-NUMBER     PIC 9(08).
006710     02 SRT-PARTNER-COMPANY    PIC X(02).
006800     02 SRT-SOURCE-PROGRAM     PIC X(08).
007000     02 SRT-AMOUNT             PIC S9(09)V99.
007200     02 FILLER                 PIC X(34).
007210 FD COMPANY-FILE
007220     LABEL RECORDS ARE STANDARD
007230     RECORD CONTAINS 80 CHARACTERS
007240     DATA RECORD IS COMPANY-RECORD.
007250 COPY COMPANY.
007260 FD RECOVERY-EXTRACT-FILE
007270     LABEL RECORDS ARE STANDARD
007280     RECORD CONTAINS 80 CHARACTERS
007290     DATA RECORD IS RECOVERY-EXTRACT-RECORD.
007295   01 RECOVERY-EXTRACT-RECORD PIC X(80).
      ******************************************************************
007300 WORKING-STORAGE SECTION.
007400 COPY HEADER1.
008700     02  WS-BATCH-DEBITS   PIC S9(11)V99 VALUE ZERO.
008800     02  WS-VOUCHER-COUNT  PIC 9(5)  VALUE ZERO.
008900     02  WS-EXTRACT-COUNT  PIC 9(7)  VALUE ZERO.
008910     02  EXTRACT-SWITCH    PIC X(3).
008920         88  END-OF-EXTRACT VALUE 'EOF'.
008930     02  COMPANY-SWITCH    PIC X(3)  VALUE SPACES.
008940         88  END-OF-COMPANY VALUE 'EOF'.
008950     02  CO-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.
008960         88  COMPANY-FOUND VALUE 'YES'.
008970     02  PT-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.
008980         88  PARTNER-FOUND VALUE 'YES'.
008985     02  PT-FULL-SWITCH    PIC X(3)  VALUE 'NO '.
008986         88  PARTNER-TABLE-FULL VALUE 'YES'.
008990     02  WS-PREV-COMPANY   PIC X(2)  VALUE SPACES.
008991     02  WS-BOOKING-COMPANY PIC X(2) VALUE SPACES.
008992     02  WS-ACCOUNT-COMPANY PIC X(2) VALUE SPACES.
008993     02  WS-SEARCH-COMPANY PIC X(2)  VALUE SPACES.
008994     02  WS-CO-SUB         PIC 9(2)  COMP.
008995     02  WS-CO-COUNT       PIC 9(2)  COMP VALUE ZERO.
008996     02  WS-VOUCHER-CO-SUB PIC 9(2)  COMP VALUE 1.
008997     02  WS-PT-SUB         PIC 9(2)  COMP.
008998     02  WS-PT-COUNT       PIC 9(2)  COMP VALUE ZERO.
008999     02  WS-BATCH-CREDITS  PIC S9(11)V99 VALUE ZERO.
009000     02  WS-BATCH-AR-TOTAL PIC S9(11)V99 VALUE ZERO.
009001     02  WS-CLEARING-CREDIT PIC S9(11)V99 VALUE ZERO.
009002     02  WS-INTERCO-COUNT  PIC 9(7)  VALUE ZERO.
009003     02  WS-UNKNOWN-CO-COUNT PIC 9(3) VALUE ZERO.
009004     02  WS-GROUP-DUE-FROM PIC S9(13)V99 VALUE ZERO.
009005     02  WS-GROUP-DUE-TO   PIC S9(13)V99 VALUE ZERO.
009006     02  WS-RECOVERY-COUNT PIC 9(7)  VALUE ZERO.
      ******************************************************************
      * EACH COMPANY'S AR CLEARING AND INTERCOMPANY ACCOUNTS, FROM THE
      * COMPANY FILE. WITHOUT THE FILE ALL AR VOUCHER ACTIVITY
      * OFFSETS TO THE ONE CORPORATE AR CLEARING ACCOUNT AS COMPANY
      * '01'. THE TOTALS FEED THE COMPANY SUMMARY.
      ******************************************************************
009010 01  COMPANY-TABLE.
009020     05  COMPANY-ENTRY OCCURS 20 TIMES.
009030         10  CT-COMPANY-CODE     PIC X(02).
009040         10  CT-COMPANY-NAME     PIC X(20).
009050         10  CT-CLEARING-ACCOUNT PIC 9(08).
009060         10  CT-DUE-FROM-ACCOUNT PIC 9(08).
009070         10  CT-DUE-TO-ACCOUNT   PIC 9(08).
009080         10  CT-VOUCHER-COUNT    PIC 9(05).
009090         10  CT-AR-TOTAL         PIC S9(11)V99.
009091         10  CT-DUE-FROM-TOTAL   PIC S9(11)V99.
009092         10  CT-DUE-TO-TOTAL     PIC S9(11)V99.
      ******************************************************************
      * THE OPEN VOUCHER'S INTERCOMPANY POSITION, ONE ENTRY PER
      * PARTNER COMPANY -- WRITTEN AS DUE-FROM DEBITS AND DUE-TO
      * CREDITS WHEN THE VOUCHER CLOSES.
      ******************************************************************
009093 01  PARTNER-TABLE.
009094     05  PARTNER-ENTRY OCCURS 20 TIMES.
009095         10  PT-COMPANY-CODE     PIC X(02).
009096         10  PT-DUE-FROM         PIC S9(11)V99.
009097         10  PT-DUE-TO           PIC S9(11)V99.
009100 COPY PAGING.
009200 01  REGISTER-LINE.
009300     02  FILLER                PIC X(2).
009400     02  REG-BATCH-NUMBER      PIC ZZ,ZZ9.
009410     02  FILLER                PIC X(3).
009420     02  REG-COMPANY           PIC X(2).
009500     02  FILLER                PIC X(5).
009600     02  REG-REF-CODE          PIC X(6).
009700     02  FILLER                PIC X(5).
010200     02  REG-DEBIT-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
010300     02  FILLER                PIC X(5).
010400     02  REG-CREDIT-TOTAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
010500     02  FILLER                PIC X(42).
010600 01  COLUMN-HEADING-LINE.
010700     02  FILLER                PIC X(2).
010800     02  FILLER                PIC X(6)  VALUE ' BATCH'.
010810     02  FILLER                PIC X(3).
010820     02  FILLER                PIC X(2)  VALUE 'CO'.
010900     02  FILLER                PIC X(5).
011000     02  FILLER                PIC X(6)  VALUE 'REFCDE'.
011100     02  FILLER                PIC X(5).
011600     02  FILLER                PIC X(14) VALUE '        DEBITS'.
011700     02  FILLER                PIC X(5).
011800     02  FILLER                PIC X(14) VALUE '       CREDITS'.
011900     02  FILLER                PIC X(50).
011903 01  COMPANY-SUMMARY-LINE.
011906     02  FILLER                PIC X(2).
011909     02  CSM-COMPANY           PIC X(2).
011912     02  FILLER                PIC X(2).
011915     02  CSM-NAME              PIC X(20).
011918     02  FILLER                PIC X(3).
011921     02  CSM-VOUCHERS          PIC ZZ,ZZ9.
011924     02  FILLER                PIC X(3).
011927     02  CSM-AR-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
011930     02  FILLER                PIC X(3).
011933     02  CSM-DUE-FROM          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
011936     02  FILLER                PIC X(3).
011939     02  CSM-DUE-TO            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
011942     02  FILLER                PIC X(31).
011945 01  COMPANY-SUMMARY-HEADING.
011948     02  FILLER                PIC X(2).
011951     02  FILLER                PIC X(2)  VALUE 'CO'.
011954     02  FILLER                PIC X(2).
011957     02  FILLER                PIC X(20) VALUE 'COMPANY SUMMARY'.
011960     02  FILLER                PIC X(3).
011963     02  FILLER                PIC X(6)  VALUE 'VCHRS'.
011966     02  FILLER                PIC X(3).
011969     02  FILLER                PIC X(19)
011972         VALUE '          AR DEBITS'.
011975     02  FILLER                PIC X(3).
011978     02  FILLER                PIC X(19)
011981         VALUE '           DUE-FROM'.
011984     02  FILLER                PIC X(3).
011987     02  FILLER                PIC X(19)
011990         VALUE '             DUE-TO'.
011993     02  FILLER                PIC X(31).
012000******************************************************************
012100 PROCEDURE DIVISION.
012200     DISPLAY 'FINJVG01 - JOURNAL VOUCHER GENERATOR STARTING'.
012300     OPEN OUTPUT REPORT-FILE VOUCHER-FILE.
012310     PERFORM LOAD-COMPANY-TABLE.
012400     PERFORM WRITE-HEADER.
012500     SORT SORT-FILE
012510         ON ASCENDING KEY SRT-VOUCHER-COMPANY
012600                          SRT-REFERENCE-CODE
012700                          SRT-POSTING-DATE
012710                          SRT-LINE-TYPE
012800                          SRT-ACCOUNT-NUMBER
012900         INPUT PROCEDURE IS RELEASE-EXTRACT
012950             THRU RELEASE-EXTRACT-END
013000         OUTPUT PROCEDURE IS BUILD-VOUCHERS
013050             THRU BUILD-VOUCHERS-END.
013060     PERFORM WRITE-COMPANY-SUMMARY.
013100     CLOSE REPORT-FILE VOUCHER-FILE.
      ******************************************************************
      * FINCSH01 ADDS TO THE RECOVERY EXTRACT ON EVERY CASH RUN. ONCE
      * ITS LINES ARE VOUCHERED IT IS EMPTIED FOR THE NEXT CYCLE --
      * BUT NOT WHEN THE VOUCHERS WERE STOPPED SHORT.
      ******************************************************************
013110     IF NOT PARTNER-TABLE-FULL
013115        OPEN OUTPUT RECOVERY-EXTRACT-FILE
013120        CLOSE RECOVERY-EXTRACT-FILE
013125     END-IF.
013200     DISPLAY 'FINJVG01 - EXTRACT RECORDS READ: '
013300         WS-EXTRACT-COUNT.
013310     DISPLAY 'FINJVG01 - OF WHICH INTERCOMPANY: '
013320         WS-INTERCO-COUNT.
013330     DISPLAY 'FINJVG01 - OF WHICH RECOVERIES: '
013340         WS-RECOVERY-COUNT.
013400     DISPLAY 'FINJVG01 - VOUCHERS GENERATED:   '
013500         WS-VOUCHER-COUNT.
013510     IF WS-UNKNOWN-CO-COUNT > ZERO
013520        DISPLAY 'FINJVG01 - COMPANIES NOT ON COMPANY FILE: '
013530            WS-UNKNOWN-CO-COUNT
013540        MOVE 4 TO RETURN-CODE
013550     END-IF.
013560     IF PARTNER-TABLE-FULL
013570        MOVE 8 TO RETURN-CODE
013580     END-IF.
013600     GOBACK.
013601******************************************************************
      * THE COMPANY FILE IS OPTIONAL -- WITHOUT IT THE RUN IS THE ONE
      * COMPANY '01' OFFSET TO THE CORPORATE CLEARING ACCOUNT.
      ******************************************************************
013602 LOAD-COMPANY-TABLE.
013603     OPEN INPUT COMPANY-FILE.
013604     PERFORM LOAD-COMPANY-RECORD
013605        UNTIL END-OF-COMPANY.
013606     CLOSE COMPANY-FILE.
013607     IF WS-CO-COUNT = ZERO
013608        MOVE '01' TO WS-SEARCH-COMPANY
013609        PERFORM ADD-COMPANY-ENTRY
013610        MOVE 'CORPORATE' TO CT-COMPANY-NAME (1)
013611     END-IF.
013612******************************************************************
013613 LOAD-COMPANY-RECORD.
013614     READ COMPANY-FILE AT END
013615         MOVE 'EOF' TO COMPANY-SWITCH
013616     NOT AT END
013617         IF WS-CO-COUNT < 20
013618            MOVE CO-COMPANY-CODE TO WS-SEARCH-COMPANY
013619            PERFORM ADD-COMPANY-ENTRY
013620            MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (WS-CO-SUB)
013621            MOVE CO-CLEARING-ACCOUNT
013622                TO CT-CLEARING-ACCOUNT (WS-CO-SUB)
013623            MOVE CO-DUE-FROM-ACCOUNT
013624                TO CT-DUE-FROM-ACCOUNT (WS-CO-SUB)
013625            MOVE CO-DUE-TO-ACCOUNT
013626                TO CT-DUE-TO-ACCOUNT (WS-CO-SUB)
013627         END-IF
013628     END-READ.
013629******************************************************************
013630 ADD-COMPANY-ENTRY.
013631     ADD 1 TO WS-CO-COUNT.
013632     MOVE WS-CO-COUNT TO WS-CO-SUB.
013633     MOVE WS-SEARCH-COMPANY TO CT-COMPANY-CODE (WS-CO-SUB).
013634     MOVE '** NOT ON COMPANY FILE' TO CT-COMPANY-NAME (WS-CO-SUB).
013635     MOVE 99999999 TO CT-CLEARING-ACCOUNT (WS-CO-SUB).
013636     MOVE 99999999 TO CT-DUE-FROM-ACCOUNT (WS-CO-SUB).
013637     MOVE 99999999 TO CT-DUE-TO-ACCOUNT (WS-CO-SUB).
013638     MOVE ZERO TO CT-VOUCHER-COUNT (WS-CO-SUB).
013639     MOVE ZERO TO CT-AR-TOTAL (WS-CO-SUB).
013640     MOVE ZERO TO CT-DUE-FROM-TOTAL (WS-CO-SUB).
013641     MOVE ZERO TO CT-DUE-TO-TOTAL (WS-CO-SUB).
013642******************************************************************
      * LOCATE WS-SEARCH-COMPANY IN THE COMPANY TABLE, LEAVING ITS
      * SUBSCRIPT IN WS-CO-SUB. A COMPANY NOT ON THE FILE IS ADDED
      * WITH THE CORPORATE DEFAULT ACCOUNTS AND COUNTED; WITH THE
      * TABLE FULL ITS ACTIVITY FALLS TO THE FIRST COMPANY.
      ******************************************************************
013643 FIND-COMPANY-ENTRY.
013644     MOVE 'NO ' TO CO-FOUND-SWITCH.
013645     PERFORM MATCH-COMPANY-ENTRY
013646        VARYING WS-CO-SUB FROM 1 BY 1
013647        UNTIL WS-CO-SUB > WS-CO-COUNT
013648           OR COMPANY-FOUND.
013649     IF COMPANY-FOUND
013650        SUBTRACT 1 FROM WS-CO-SUB
013651     ELSE
013652        ADD 1 TO WS-UNKNOWN-CO-COUNT
013653        DISPLAY 'FINJVG01 - COMPANY ' WS-SEARCH-COMPANY
013654            ' NOT ON COMPANY FILE'
013655        IF WS-CO-COUNT < 20
013656           PERFORM ADD-COMPANY-ENTRY
013657        ELSE
013658           MOVE 1 TO WS-CO-SUB
013659        END-IF
013660     END-IF.
013661******************************************************************
013662 MATCH-COMPANY-ENTRY.
013663     IF CT-COMPANY-CODE (WS-CO-SUB) = WS-SEARCH-COMPANY
013664        MOVE 'YES' TO CO-FOUND-SWITCH
013665     END-IF.
013666******************************************************************
      * EVERY EXTRACT LINE GOES TO THE VOUCHER OF THE COMPANY THAT
      * OWNS THE ACCOUNT. A LINE BOOKED BY ANOTHER COMPANY ALSO GOES,
      * AS A RELEASE, TO THE BOOKING COMPANY'S VOUCHER. BLANK
      * COMPANIES TAKE THE SAME DEFAULTS AS TROY4.
      ******************************************************************
013667 RELEASE-EXTRACT.
013668     MOVE SPACES TO EXTRACT-SWITCH.
013669     OPEN INPUT GL-EXTRACT-FILE.
013670     PERFORM RELEASE-ONE-EXTRACT
013671        UNTIL END-OF-EXTRACT.
013672     PERFORM RELEASE-RECOVERY-EXTRACT.
013673 RELEASE-EXTRACT-END.
013674     EXIT.
013675******************************************************************
013676 RELEASE-ONE-EXTRACT.
013677     READ GL-EXTRACT-FILE AT END
013678         MOVE 'EOF' TO EXTRACT-SWITCH
013679     NOT AT END
013680         ADD 1 TO WS-EXTRACT-COUNT
013681         PERFORM RELEASE-EXTRACT-LINES
013682     END-READ.
013683******************************************************************
013684 RELEASE-EXTRACT-LINES.
013685     MOVE GL-ACCOUNT-COMPANY TO WS-ACCOUNT-COMPANY.
013686     IF WS-ACCOUNT-COMPANY = SPACES
013687        MOVE GL-COMPANY-CODE TO WS-ACCOUNT-COMPANY
013688     END-IF.
013689     IF WS-ACCOUNT-COMPANY = SPACES
013690        MOVE '01' TO WS-ACCOUNT-COMPANY
013691     END-IF.
013692     MOVE GL-COMPANY-CODE TO WS-BOOKING-COMPANY.
013693     IF WS-BOOKING-COMPANY = SPACES
013694        MOVE WS-ACCOUNT-COMPANY TO WS-BOOKING-COMPANY
013695     END-IF.
013696     MOVE SPACES TO SORT-RECORD.
013697     MOVE WS-ACCOUNT-COMPANY TO SRT-VOUCHER-COMPANY.
013698     MOVE GL-REFERENCE-CODE TO SRT-REFERENCE-CODE.
013699     MOVE GL-POSTING-DATE TO SRT-POSTING-DATE.
013700     MOVE 'A' TO SRT-LINE-TYPE.
013701     MOVE GL-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER.
013702     MOVE WS-BOOKING-COMPANY TO SRT-PARTNER-COMPANY.
013703     MOVE GL-SOURCE-PROGRAM TO SRT-SOURCE-PROGRAM.
013704     MOVE GL-AMOUNT TO SRT-AMOUNT.
013705     RELEASE SORT-RECORD.
013706     IF WS-BOOKING-COMPANY NOT = WS-ACCOUNT-COMPANY
013707        ADD 1 TO WS-INTERCO-COUNT
013708        MOVE WS-BOOKING-COMPANY TO SRT-VOUCHER-COMPANY
013709        MOVE 'R' TO SRT-LINE-TYPE
013710        MOVE WS-ACCOUNT-COMPANY TO SRT-PARTNER-COMPANY
013711        RELEASE SORT-RECORD
013712     END-IF.
013713******************************************************************
013800 BUILD-VOUCHERS.
014000     MOVE SPACES TO SORT-SWITCH.
014100     PERFORM GET-SORTED-RECORD.
014200     PERFORM VOUCHER-AND-READ
014300        UNTIL SORT-EOF.
014400     IF NOT FIRST-RECORD AND NOT PARTNER-TABLE-FULL
014500        PERFORM CLOSE-VOUCHER
014600     END-IF.
014700 BUILD-VOUCHERS-END.
015600     PERFORM GET-SORTED-RECORD.
015700******************************************************************
015800 PROCESS-SORTED-RECORD.
016000     IF FIRST-RECORD
016100        PERFORM OPEN-VOUCHER
016200     ELSE
016250        IF SRT-VOUCHER-COMPANY NOT = WS-PREV-COMPANY
016300              OR SRT-REFERENCE-CODE NOT = WS-PREV-REF-CODE
016400              OR SRT-POSTING-DATE NOT = WS-PREV-POST-DATE
016500           PERFORM CLOSE-VOUCHER
016600           PERFORM OPEN-VOUCHER
016700        END-IF
016800     END-IF.
016900     MOVE 'NO ' TO FIRST-RECORD-SWITCH.
016950     MOVE SRT-VOUCHER-COMPANY TO WS-PREV-COMPANY.
017000     MOVE SRT-REFERENCE-CODE TO WS-PREV-REF-CODE.
017100     MOVE SRT-POSTING-DATE TO WS-PREV-POST-DATE.
017110     IF SRT-IS-RELEASE
017120        PERFORM POST-RELEASE-LINE
017130     ELSE
017200        PERFORM WRITE-VOUCHER-DETAIL
017210     END-IF.
017300******************************************************************
017400 OPEN-VOUCHER.
017500     ADD 1 TO WS-BATCH-NUMBER.
017600     MOVE ZERO TO WS-BATCH-LINES.
017700     MOVE ZERO TO WS-BATCH-DEBITS.
017710     MOVE ZERO TO WS-BATCH-CREDITS.
017720     MOVE ZERO TO WS-BATCH-AR-TOTAL.
017730     MOVE ZERO TO WS-CLEARING-CREDIT.
017740     MOVE ZERO TO WS-PT-COUNT.
017750     MOVE SRT-VOUCHER-COMPANY TO WS-SEARCH-COMPANY.
017760     PERFORM FIND-COMPANY-ENTRY.
017770     MOVE WS-CO-SUB TO WS-VOUCHER-CO-SUB.
017800     MOVE SPACES TO VOUCHER-RECORD.
017900     MOVE 'H' TO JV-REC-TYPE.
018000     MOVE WS-BATCH-NUMBER TO JV-BATCH-NUMBER.
018300     MOVE SPACE TO JV-DRCR-CODE.
018400     MOVE ZERO TO JV-AMOUNT.
018500     MOVE SRT-POSTING-DATE TO JV-POSTING-DATE.
018550     MOVE SRT-VOUCHER-COMPANY TO JV-COMPANY-CODE.
018600     WRITE VOUCHER-RECORD.
018700******************************************************************
018800 WRITE-VOUCHER-DETAIL.
019400     MOVE 'D' TO JV-DRCR-CODE.
019500     MOVE SRT-AMOUNT TO JV-AMOUNT.
019600     MOVE SRT-POSTING-DATE TO JV-POSTING-DATE.
019610     MOVE SRT-VOUCHER-COMPANY TO JV-COMPANY-CODE.
019620     IF SRT-PARTNER-COMPANY NOT = SRT-VOUCHER-COMPANY
019630        MOVE SRT-PARTNER-COMPANY TO JV-PARTNER-COMPANY
019640     END-IF.
019700     WRITE VOUCHER-RECORD.
019800     ADD 1 TO WS-BATCH-LINES.
019900     ADD SRT-AMOUNT TO WS-BATCH-DEBITS.
019910     IF SRT-REFERENCE-CODE NOT = 'RECOVR'
019912        ADD SRT-AMOUNT TO WS-BATCH-AR-TOTAL
019914     END-IF.
019920     IF SRT-PARTNER-COMPANY = SRT-VOUCHER-COMPANY
019930        ADD SRT-AMOUNT TO WS-CLEARING-CREDIT
019940     ELSE
019950        PERFORM FIND-PARTNER-ENTRY
019955        IF NOT PARTNER-TABLE-FULL
019960           ADD SRT-AMOUNT TO PT-DUE-TO (WS-PT-SUB)
019965        END-IF
019970     END-IF.
019980******************************************************************
      * THIS COMPANY BOOKED THE LINE FOR ANOTHER COMPANY'S CUSTOMER --
      * IT IS OWED THE AMOUNT BY THAT COMPANY AND RELEASES IT FROM
      * ITS OWN CLEARING ACCOUNT.
      ******************************************************************
019981 POST-RELEASE-LINE.
019984     PERFORM FIND-PARTNER-ENTRY.
019987     IF NOT PARTNER-TABLE-FULL
019990        ADD SRT-AMOUNT TO PT-DUE-FROM (WS-PT-SUB)
019993        ADD SRT-AMOUNT TO WS-CLEARING-CREDIT
019996     END-IF.
019999******************************************************************
      * ONE ENTRY PER PARTNER COMPANY ON THE OPEN VOUCHER. A PARTNER
      * THE TABLE CANNOT HOLD WOULD LEAVE THE VOUCHER OUT OF BALANCE
      * BY COMPANY, SO NO FURTHER VOUCHERS ARE BUILT -- THE OPEN ONE
      * IS LEFT WITHOUT ITS TRAILER, THE RECOVERY EXTRACT IS KEPT,
      * AND THE RUN ENDS RETURN-CODE 8.
      ******************************************************************
020002 FIND-PARTNER-ENTRY.
020005     MOVE 'NO ' TO PT-FOUND-SWITCH.
020008     PERFORM MATCH-PARTNER-ENTRY
020011        VARYING WS-PT-SUB FROM 1 BY 1
020014        UNTIL WS-PT-SUB > WS-PT-COUNT
020017           OR PARTNER-FOUND.
020020     IF PARTNER-FOUND
020023        SUBTRACT 1 FROM WS-PT-SUB
020026     ELSE
020029        IF WS-PT-COUNT < 20
020032           ADD 1 TO WS-PT-COUNT
020035           MOVE WS-PT-COUNT TO WS-PT-SUB
020038           MOVE SRT-PARTNER-COMPANY TO PT-COMPANY-CODE (WS-PT-SUB)
020041           MOVE ZERO TO PT-DUE-FROM (WS-PT-SUB)
020044           MOVE ZERO TO PT-DUE-TO (WS-PT-SUB)
020047        ELSE
020050           MOVE 'YES' TO PT-FULL-SWITCH
020053           MOVE 'EOF' TO SORT-SWITCH
020056           DISPLAY 'FINJVG01 - PARTNER TABLE FULL AT COMPANY '
020059               SRT-PARTNER-COMPANY ' IN BATCH ' WS-BATCH-NUMBER
020062           DISPLAY 'FINJVG01 - VOUCHER FILE IS INCOMPLETE - '
020065               'DO NOT LOAD'
020068        END-IF
020071     END-IF.
020074******************************************************************
020077 MATCH-PARTNER-ENTRY.
020080     IF PT-COMPANY-CODE (WS-PT-SUB) = SRT-PARTNER-COMPANY
020083        MOVE 'YES' TO PT-FOUND-SWITCH
020086     END-IF.
020089******************************************************************
      * DUE-FROM DEBITS, THEN THE CLEARING OFFSET, THEN THE DUE-TO
      * CREDITS. DEBITS AND CREDITS AGREE BY CONSTRUCTION -- EVERY
      * AMOUNT POSTED TO THE VOUCHER WENT TO ONE DEBIT AND ONE CREDIT.
      ******************************************************************
020100 CLOSE-VOUCHER.
020110     PERFORM WRITE-DUE-FROM-LINE
020120        VARYING WS-PT-SUB FROM 1 BY 1
020130        UNTIL WS-PT-SUB > WS-PT-COUNT.
020200     MOVE SPACES TO VOUCHER-RECORD.
020300     MOVE 'D' TO JV-REC-TYPE.
020400     MOVE WS-BATCH-NUMBER TO JV-BATCH-NUMBER.
020500     MOVE CT-CLEARING-ACCOUNT (WS-VOUCHER-CO-SUB)
020550         TO JV-ACCOUNT-NUMBER.
020600     MOVE WS-PREV-REF-CODE TO JV-REFERENCE-CODE.
020700     MOVE 'C' TO JV-DRCR-CODE.
020800     MOVE WS-CLEARING-CREDIT TO JV-AMOUNT.
020900     MOVE WS-PREV-POST-DATE TO JV-POSTING-DATE.
020950     MOVE WS-PREV-COMPANY TO JV-COMPANY-CODE.
021000     WRITE VOUCHER-RECORD.
021100     ADD 1 TO WS-BATCH-LINES.
021150     ADD WS-CLEARING-CREDIT TO WS-BATCH-CREDITS.
021160     PERFORM WRITE-DUE-TO-LINE
021170        VARYING WS-PT-SUB FROM 1 BY 1
021180        UNTIL WS-PT-SUB > WS-PT-COUNT.
021200     MOVE SPACES TO VOUCHER-RECORD.
021300     MOVE 'T' TO JV-REC-TYPE.
021400     MOVE WS-BATCH-NUMBER TO JV-BATCH-NUMBER.
021450     MOVE WS-PREV-COMPANY TO JV-COMPANY-CODE.
021500     MOVE WS-BATCH-LINES TO JV-TRL-LINE-COUNT.
021600     MOVE WS-BATCH-DEBITS TO JV-TRL-DEBIT-TOTAL.
021700     MOVE WS-BATCH-CREDITS TO JV-TRL-CREDIT-TOTAL.
021750     MOVE WS-BATCH-AR-TOTAL TO JV-TRL-AR-TOTAL.
021800     WRITE VOUCHER-RECORD.
021900     ADD 1 TO WS-VOUCHER-COUNT.
021910     ADD 1 TO CT-VOUCHER-COUNT (WS-VOUCHER-CO-SUB).
021920     ADD WS-BATCH-AR-TOTAL TO CT-AR-TOTAL (WS-VOUCHER-CO-SUB).
022000     PERFORM WRITE-REGISTER-LINE.
022010******************************************************************
022020 WRITE-DUE-FROM-LINE.
022021     IF PT-DUE-FROM (WS-PT-SUB) NOT = ZERO
022022        MOVE SPACES TO VOUCHER-RECORD
022023        MOVE 'D' TO JV-REC-TYPE
022024        MOVE WS-BATCH-NUMBER TO JV-BATCH-NUMBER
022025        MOVE CT-DUE-FROM-ACCOUNT (WS-VOUCHER-CO-SUB)
022026            TO JV-ACCOUNT-NUMBER
022027        MOVE WS-PREV-REF-CODE TO JV-REFERENCE-CODE
022028        MOVE 'D' TO JV-DRCR-CODE
022029        MOVE PT-DUE-FROM (WS-PT-SUB) TO JV-AMOUNT
022030        MOVE WS-PREV-POST-DATE TO JV-POSTING-DATE
022031        MOVE WS-PREV-COMPANY TO JV-COMPANY-CODE
022032        MOVE PT-COMPANY-CODE (WS-PT-SUB) TO JV-PARTNER-COMPANY
022033        WRITE VOUCHER-RECORD
022034        ADD 1 TO WS-BATCH-LINES
022035        ADD PT-DUE-FROM (WS-PT-SUB) TO WS-BATCH-DEBITS
022036        ADD PT-DUE-FROM (WS-PT-SUB)
022037            TO CT-DUE-FROM-TOTAL (WS-VOUCHER-CO-SUB)
022038     END-IF.
022039******************************************************************
022040 WRITE-DUE-TO-LINE.
022041     IF PT-DUE-TO (WS-PT-SUB) NOT = ZERO
022042        MOVE SPACES TO VOUCHER-RECORD
022043        MOVE 'D' TO JV-REC-TYPE
022044        MOVE WS-BATCH-NUMBER TO JV-BATCH-NUMBER
022045        MOVE CT-DUE-TO-ACCOUNT (WS-VOUCHER-CO-SUB)
022046            TO JV-ACCOUNT-NUMBER
022047        MOVE WS-PREV-REF-CODE TO JV-REFERENCE-CODE
022048        MOVE 'C' TO JV-DRCR-CODE
022049        MOVE PT-DUE-TO (WS-PT-SUB) TO JV-AMOUNT
022050        MOVE WS-PREV-POST-DATE TO JV-POSTING-DATE
022051        MOVE WS-PREV-COMPANY TO JV-COMPANY-CODE
022052        MOVE PT-COMPANY-CODE (WS-PT-SUB) TO JV-PARTNER-COMPANY
022053        WRITE VOUCHER-RECORD
022054        ADD 1 TO WS-BATCH-LINES
022055        ADD PT-DUE-TO (WS-PT-SUB) TO WS-BATCH-CREDITS
022056        ADD PT-DUE-TO (WS-PT-SUB)
022057            TO CT-DUE-TO-TOTAL (WS-VOUCHER-CO-SUB)
022058     END-IF.
022100******************************************************************
022200 WRITE-REGISTER-LINE.
022300     IF LINES-WRITTEN >= WS-PAGE-SIZE
022600     END-IF.
022700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
022800     MOVE WS-BATCH-NUMBER TO REG-BATCH-NUMBER.
022850     MOVE WS-PREV-COMPANY TO REG-COMPANY.
022900     MOVE WS-PREV-REF-CODE TO REG-REF-CODE.
023000     MOVE WS-PREV-POST-DATE TO REG-POSTING-DATE.
023100     MOVE WS-BATCH-LINES TO REG-LINE-COUNT.
023200     MOVE WS-BATCH-DEBITS TO REG-DEBIT-TOTAL.
023300     MOVE WS-BATCH-CREDITS TO REG-CREDIT-TOTAL.
023400     MOVE REGISTER-LINE TO OUTPUT-LINE.
023500     WRITE OUTPUT-RECORD.
023600     ADD 1 TO LINES-WRITTEN.
023700     MOVE 1 TO LINE-SPACING.
023710******************************************************************
      * ONE LINE PER COMPANY. ACROSS THE GROUP THE DUE-FROM AND DUE-TO
      * TOTALS MUST AGREE -- THE INTERCOMPANY ENTRIES ELIMINATE ON
      * CONSOLIDATION.
      ******************************************************************
023720 WRITE-COMPANY-SUMMARY.
023721     IF LINES-WRITTEN + WS-CO-COUNT + 4 > WS-PAGE-SIZE
023722        PERFORM WRITE-HEADER
023723     END-IF.
023724     MOVE 3 TO LINE-SPACING.
023725     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
023726     MOVE COMPANY-SUMMARY-HEADING TO OUTPUT-LINE.
023727     WRITE OUTPUT-RECORD.
023728     ADD 1 TO LINES-WRITTEN.
023729     MOVE 1 TO LINE-SPACING.
023730     PERFORM WRITE-COMPANY-LINE
023731        VARYING WS-CO-SUB FROM 1 BY 1
023732        UNTIL WS-CO-SUB > WS-CO-COUNT.
023733     MOVE 2 TO LINE-SPACING.
023734     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
023735     MOVE SPACES TO COMPANY-SUMMARY-LINE.
023736     MOVE 'GROUP INTERCOMPANY' TO CSM-NAME.
023737     MOVE WS-GROUP-DUE-FROM TO CSM-DUE-FROM.
023738     MOVE WS-GROUP-DUE-TO TO CSM-DUE-TO.
023739     MOVE COMPANY-SUMMARY-LINE TO OUTPUT-LINE.
023740     WRITE OUTPUT-RECORD.
023741     ADD 1 TO LINES-WRITTEN.
023742     IF WS-GROUP-DUE-FROM NOT = WS-GROUP-DUE-TO
023743        DISPLAY 'FINJVG01 - INTERCOMPANY DUE-FROM '
023744            WS-GROUP-DUE-FROM ' DOES NOT AGREE TO DUE-TO '
023745            WS-GROUP-DUE-TO
023746        MOVE 8 TO RETURN-CODE
023747     END-IF.
023748******************************************************************
023749 WRITE-COMPANY-LINE.
023750     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
023751     MOVE SPACES TO COMPANY-SUMMARY-LINE.
023752     MOVE CT-COMPANY-CODE (WS-CO-SUB) TO CSM-COMPANY.
023753     MOVE CT-COMPANY-NAME (WS-CO-SUB) TO CSM-NAME.
023754     MOVE CT-VOUCHER-COUNT (WS-CO-SUB) TO CSM-VOUCHERS.
023755     MOVE CT-AR-TOTAL (WS-CO-SUB) TO CSM-AR-TOTAL.
023756     MOVE CT-DUE-FROM-TOTAL (WS-CO-SUB) TO CSM-DUE-FROM.
023757     MOVE CT-DUE-TO-TOTAL (WS-CO-SUB) TO CSM-DUE-TO.
023758     MOVE COMPANY-SUMMARY-LINE TO OUTPUT-LINE.
023759     WRITE OUTPUT-RECORD.
023760     ADD 1 TO LINES-WRITTEN.
023761     MOVE 1 TO LINE-SPACING.
023762     ADD CT-DUE-FROM-TOTAL (WS-CO-SUB) TO WS-GROUP-DUE-FROM.
023763     ADD CT-DUE-TO-TOTAL (WS-CO-SUB) TO WS-GROUP-DUE-TO.
023800******************************************************************
023900 WRITE-HEADER.
024000     MOVE ZERO TO LINES-WRITTEN.
025200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
025300     WRITE OUTPUT-RECORD.
025400     ADD 1 TO LINES-WRITTEN.
025500******************************************************************
      * THE RECOVERY LINES ARE READ INTO THE GL EXTRACT RECORD -- THE
      * LAYOUT IS THE SAME -- SO THEY GO THROUGH THE SAME RELEASE. THE
      * GL EXTRACT STAYS OPEN UNTIL THEY ARE RELEASED.
      ******************************************************************
025600 RELEASE-RECOVERY-EXTRACT.
025700     MOVE SPACES TO EXTRACT-SWITCH.
025800     OPEN INPUT RECOVERY-EXTRACT-FILE.
025900     PERFORM RELEASE-ONE-RECOVERY
026000        UNTIL END-OF-EXTRACT.
026100     CLOSE RECOVERY-EXTRACT-FILE GL-EXTRACT-FILE.
026200******************************************************************
026300 RELEASE-ONE-RECOVERY.
026400     READ RECOVERY-EXTRACT-FILE INTO GL-EXTRACT-RECORD AT END
026500         MOVE 'EOF' TO EXTRACT-SWITCH
026600     NOT AT END
026700         ADD 1 TO WS-EXTRACT-COUNT
026800         ADD 1 TO WS-RECOVERY-COUNT
026900         PERFORM RELEASE-EXTRACT-LINES
027000     END-READ.
