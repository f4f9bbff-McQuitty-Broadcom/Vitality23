000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINJHL01.
      ******************************************************************
      * FINJHL01 -- LOADER FOR THE ONLINE MASTER CHANGE HISTORY (SEE
      *             JNLHIST). READS THE SEQUENTIAL MASTER JOURNAL (SEE
      *             MSTRJNL) AND LOADS EACH ENTRY ONTO THE KEYED
      *             HISTORY FILE THE FINOLJ01 CICS TRANSACTION
      *             BROWSES, KEYED ON ACCOUNT NUMBER + DESCENDING
      *             TIMESTAMP + SEQUENCE SO AN ACCOUNT'S NEWEST CHANGE
      *             COMES UP FIRST. THE ACCOUNT IS TAKEN FROM THE
      *             AFTER-IMAGE, OR THE BEFORE-IMAGE FOR A DELETE.
      *             THE WHOLE JOURNAL IS READ EVERY RUN; AN ENTRY
      *             ALREADY ON THE HISTORY FILE UNCHANGED IS SKIPPED,
      *             SO A RERUN ADDS NOTHING TWICE. RUN AFTER THE
      *             STREAM, BEFORE THE BRANCHES COME IN.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-23  TS   INITIAL VERSION.
      ******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
001900     SELECT HISTORY-FILE ASSIGN U-T-JNLHST
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS JH-KEY
002300        FILE STATUS IS WS-JNLHST-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD JOURNAL-FILE
002700     LABEL RECORDS ARE STANDARD
002800     RECORD CONTAINS 196 CHARACTERS
002900     DATA RECORD IS MASTER-JOURNAL-RECORD.
003000 COPY MSTRJNL.
003100 FD HISTORY-FILE
003200     LABEL RECORDS ARE STANDARD
003300     DATA RECORD IS JOURNAL-HISTORY-RECORD.
003400 COPY JNLHIST.
      ******************************************************************
003500 WORKING-STORAGE SECTION.
003600 01  PROGRAM-WORK-FIELDS.
003700     02  INPUT-SWITCH      PIC X(3).
003800         88  END-OF-FILE   VALUE 'EOF'.
003900     02  WS-JNLHST-STATUS  PIC X(2)  VALUE ZERO.
004000     02  LOADED-SWITCH     PIC X(3)  VALUE 'NO '.
004100         88  RECORD-LOADED VALUE 'YES'.
004200     02  WS-READ-COUNT     PIC 9(7)  VALUE ZERO.
004300     02  WS-LOADED-COUNT   PIC 9(7)  VALUE ZERO.
004400     02  WS-SKIPPED-COUNT  PIC 9(7)  VALUE ZERO.
004500     02  WS-JOURNAL-STAMP  PIC 9(16).
004600     02  WS-JOURNAL-STAMP-X REDEFINES WS-JOURNAL-STAMP.
004700         03  WS-STAMP-DATE PIC 9(8).
004800         03  WS-STAMP-TIME PIC 9(8).
      ******************************************************************
      * THE HISTORY RECORD IS BUILT HERE AND WRITTEN FROM HERE, SINCE
      * A DUPLICATE KEY IS READ BACK INTO THE FILE AREA FOR COMPARISON.
      ******************************************************************
004900 01  HISTORY-HOLD-RECORD   PIC X(220).
005000 COPY MSTRFILE.
005100******************************************************************
005200 PROCEDURE DIVISION.
005300     DISPLAY 'FINJHL01 - MASTER CHANGE-HISTORY LOAD STARTING'.
005400     OPEN I-O HISTORY-FILE.
005500     IF WS-JNLHST-STATUS NOT = '00'
005600        DISPLAY 'FINJHL01 - HISTORY FILE OPEN STATUS '
005700            WS-JNLHST-STATUS ' - LOAD STOPPED'
005800        MOVE 12 TO RETURN-CODE
005900        GOBACK
006000     END-IF.
006100     MOVE SPACES TO INPUT-SWITCH.
006200     OPEN INPUT JOURNAL-FILE.
006300     PERFORM LOAD-JOURNAL-RECORD UNTIL END-OF-FILE.
006400     CLOSE JOURNAL-FILE.
006500     CLOSE HISTORY-FILE.
006600     DISPLAY 'FINJHL01 - JOURNAL RECORDS READ:     '
006700         WS-READ-COUNT.
006800     DISPLAY 'FINJHL01 - HISTORY RECORDS ADDED:    '
006900         WS-LOADED-COUNT.
007000     DISPLAY 'FINJHL01 - ALREADY LOADED, SKIPPED:  '
007100         WS-SKIPPED-COUNT.
007200     GOBACK.
007300******************************************************************
007400 LOAD-JOURNAL-RECORD.
007500     READ JOURNAL-FILE AT END
007600         MOVE 'EOF' TO INPUT-SWITCH
007700     NOT AT END
007800         PERFORM LOAD-ONE-JOURNAL
007900     END-READ.
008000******************************************************************
      * THE SEQUENCE NUMBER MAKES THE KEY UNIQUE WHEN ONE ACCOUNT IS
      * JOURNALED TWICE IN THE SAME HUNDREDTH OF A SECOND -- THE SAME
      * RETRY CONVENTION THE BOOKS USE ON TRNHIST. A DUPLICATE KEY
      * WHOSE RECORD MATCHES THIS ENTRY EXACTLY IS A PRIOR RUN'S LOAD.
      ******************************************************************
008100 LOAD-ONE-JOURNAL.
008200     ADD 1 TO WS-READ-COUNT.
008300     MOVE SPACES TO JOURNAL-HISTORY-RECORD.
008400     IF JL-IS-DELETE
008500        MOVE JL-BEFORE-IMAGE TO MASTER-RECORD
008600     ELSE
008700        MOVE JL-AFTER-IMAGE TO MASTER-RECORD
008800     END-IF.
008900     MOVE MSTR-ACCOUNT-NUMBER TO JH-ACCOUNT-NUMBER.
009000     MOVE JL-JOURNAL-DATE TO WS-STAMP-DATE.
009100     MOVE JL-JOURNAL-TIME TO WS-STAMP-TIME.
009200     COMPUTE JH-DESCENDING-STAMP =
009300         9999999999999999 - WS-JOURNAL-STAMP.
009400     MOVE 1 TO JH-SEQUENCE.
009500     MOVE JL-ACTION-CODE TO JH-ACTION-CODE.
009600     MOVE JL-SOURCE-PROGRAM TO JH-SOURCE-PROGRAM.
009700     MOVE JL-JOURNAL-DATE TO JH-JOURNAL-DATE.
009800     MOVE JL-JOURNAL-TIME TO JH-JOURNAL-TIME.
009900     MOVE JL-BEFORE-IMAGE TO JH-BEFORE-IMAGE.
010000     MOVE JL-AFTER-IMAGE TO JH-AFTER-IMAGE.
010100     MOVE JOURNAL-HISTORY-RECORD TO HISTORY-HOLD-RECORD.
010200     MOVE 'NO ' TO LOADED-SWITCH.
010300     PERFORM WRITE-HISTORY-TRY
010400        UNTIL RECORD-LOADED OR JH-SEQUENCE > 998.
010500******************************************************************
010600 WRITE-HISTORY-TRY.
010700     WRITE JOURNAL-HISTORY-RECORD FROM HISTORY-HOLD-RECORD
010800        INVALID KEY
010900           PERFORM CHECK-ALREADY-LOADED
011000        NOT INVALID KEY
011100           MOVE 'YES' TO LOADED-SWITCH
011200           ADD 1 TO WS-LOADED-COUNT
011300     END-WRITE.
011400     IF WS-JNLHST-STATUS NOT = '00' AND
011500        WS-JNLHST-STATUS NOT = '02' AND
011600        WS-JNLHST-STATUS NOT = '22'
011700        DISPLAY 'FINJHL01 - HISTORY FILE STATUS '
011800            WS-JNLHST-STATUS ' - LOAD STOPPED'
011900        MOVE 'YES' TO LOADED-SWITCH
012000        MOVE 'EOF' TO INPUT-SWITCH
012100        MOVE 12 TO RETURN-CODE
012200     END-IF.
012300******************************************************************
012400 CHECK-ALREADY-LOADED.
012500     READ HISTORY-FILE
012600        INVALID KEY
012700           CONTINUE
012800     END-READ.
012900     IF JOURNAL-HISTORY-RECORD = HISTORY-HOLD-RECORD
013000        MOVE 'YES' TO LOADED-SWITCH
013100        ADD 1 TO WS-SKIPPED-COUNT
013200     ELSE
013300        MOVE HISTORY-HOLD-RECORD TO JOURNAL-HISTORY-RECORD
013400        ADD 1 TO JH-SEQUENCE
013500        MOVE JOURNAL-HISTORY-RECORD TO HISTORY-HOLD-RECORD
013600     END-IF.
