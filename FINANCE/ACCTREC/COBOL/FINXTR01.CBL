      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  TS   INITIAL VERSION.
      * 2026-10-13  TS   READS THE SHARED ACCOUNT EXTRACT (SEE ACCTSWP,
      *                  FINMSW01) INSTEAD OF SWEEPING THE KEYED MASTER
      *                  ITSELF. AN EXTRACT CUT FOR ANOTHER DATE IS NOT
      *                  READ, AND ONE WHOSE DETAILS DO NOT AGREE WITH
      *                  ITS TRAILER ENDS THE RUN RETURN-CODE 8.
      ******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
002500     SELECT OUTBOUND-FILE ASSIGN U-T-OUTBND.
002600     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD CONTROL-FILE
006200     02 OB-TRL-ACTUAL-COUNT    PIC 9(07).
006300     02 OB-TRL-HASH-TOTAL      PIC 9(15).
006400     02 FILLER                 PIC X(57).
006500 FD ACCOUNT-EXTRACT-FILE
006580     LABEL RECORDS ARE STANDARD
006660     RECORD CONTAINS 260 CHARACTERS
006740     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
006820 COPY ACCTSWP.
      ******************************************************************
006900 WORKING-STORAGE SECTION.
007000 01  PROGRAM-WORK-FIELDS.
007100     02  INPUT-SWITCH      PIC X(3).
007200         88  END-OF-FILE   VALUE 'EOF'.
007300     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
007320         88  SWEEP-IN-ERROR VALUE 'ERR'.
007340     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
007360     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
007380     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
007400     02  WS-BUSINESS-DATE  PIC 9(8)  VALUE ZERO.
007500     02  WS-DETAIL-COUNT   PIC 9(7)  VALUE ZERO.
007600     02  WS-HASH-TOTAL     PIC 9(15) VALUE ZERO.
007700 COPY FINBDC01.
007750 COPY MSTRFILE.
007800******************************************************************
007900 PROCEDURE DIVISION.
008000     DISPLAY 'FINXTR01 - OUTBOUND ACTIVITY EXTRACT STARTING'.
008100     PERFORM READ-CONTROL-CARD.
008200     OPEN OUTPUT OUTBOUND-FILE.
008300     PERFORM WRITE-HEADER-RECORD.
008400     PERFORM OPEN-ACCOUNT-EXTRACT.
008600     PERFORM SELECT-AND-READ
008700        UNTIL END-OF-FILE.
008800     CLOSE ACCOUNT-EXTRACT-FILE.
008900     PERFORM WRITE-TRAILER-RECORD.
009000     CLOSE OUTBOUND-FILE.
009100     DISPLAY 'FINXTR01 - BUSINESS DATE:  ' WS-BUSINESS-DATE.
009200     DISPLAY 'FINXTR01 - RECORDS WRITTEN: ' WS-DETAIL-COUNT.
009300     DISPLAY 'FINXTR01 - HASH TOTAL:     ' WS-HASH-TOTAL.
009310     IF SWEEP-IN-ERROR
009340        MOVE 8 TO RETURN-CODE
009370     END-IF.
009400     GOBACK.
009500******************************************************************
009600 READ-CONTROL-CARD.
011400     MOVE ZERO TO OB-HDR-EXPECTED-COUNT.
011500     WRITE OUTBOUND-RECORD.
011600******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
011700 OPEN-ACCOUNT-EXTRACT.
011706     MOVE SPACES TO INPUT-SWITCH.
011712     OPEN INPUT ACCOUNT-EXTRACT-FILE.
011718     READ ACCOUNT-EXTRACT-FILE AT END
011724         MOVE 'EOF' TO INPUT-SWITCH
011730     END-READ.
011736     IF END-OF-FILE OR NOT XA-IS-HEADER
011742           OR XA-HDR-AS-OF-DATE NOT = WS-BUSINESS-DATE
011748        MOVE 'EOF' TO INPUT-SWITCH
011754        MOVE 'ERR' TO SWEEP-SWITCH
011760        DISPLAY 'FINXTR01 - ACCOUNT EXTRACT IS NOT FOR '
011766            WS-BUSINESS-DATE ' - NOTHING READ'
011772     ELSE
011778        PERFORM GET-MASTER-RECORD
011784     END-IF.
011790******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
011796 GET-MASTER-RECORD.
011802     READ ACCOUNT-EXTRACT-FILE AT END
011808         MOVE 'EOF' TO INPUT-SWITCH
011814         MOVE 'ERR' TO SWEEP-SWITCH
011820         DISPLAY 'FINXTR01 - ACCOUNT EXTRACT HAS NO TRAILER'
011826     END-READ.
011832     IF NOT END-OF-FILE
011838        IF XA-IS-DETAIL
011844           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
011850           ADD 1 TO WS-SWEEP-COUNT
011856           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
011862           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
011868        ELSE
011874           MOVE 'EOF' TO INPUT-SWITCH
011880           PERFORM CHECK-SWEEP-TRAILER
011886        END-IF
011892     END-IF.
011898******************************************************************
011904 CHECK-SWEEP-TRAILER.
011910     IF NOT XA-IS-TRAILER
011916           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
011922           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
011928           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
011934        MOVE 'ERR' TO SWEEP-SWITCH
011940        DISPLAY 'FINXTR01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
011946            'ITS TRAILER'
011952     END-IF.
012000******************************************************************
012100 SELECT-AND-READ.
012200     IF MSTR-LAST-UPDATE-DATE = WS-BUSINESS-DATE
