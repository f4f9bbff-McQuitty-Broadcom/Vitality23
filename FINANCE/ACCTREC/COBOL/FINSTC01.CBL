      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-10-05  TS   EVERY STATEMENT PRODUCED IS ALSO FILED AS AN
      *                  AUTOMATIC NOTE ON THE COLLECTOR CONTACT
      *                  HISTORY (SEE CONTHIST), SO THE FOLC SCREEN
      *                  SHOWS STATEMENTS BESIDE THE CALLS.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004500        ACCESS MODE IS DYNAMIC
004600        RECORD KEY IS NA-ACCOUNT-NUMBER
004700        FILE STATUS IS WS-NAMADR-STATUS.
004710     SELECT CONTACT-FILE ASSIGN U-T-CONTCT
004720        ORGANIZATION IS INDEXED
004730        ACCESS MODE IS DYNAMIC
004740        RECORD KEY IS CN-KEY
004750        FILE STATUS IS WS-CONTACT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD REPORT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     DATA RECORD IS NAME-ADDRESS-RECORD.
009000 COPY NAMADDR.
009010 FD CONTACT-FILE
009020     LABEL RECORDS ARE STANDARD
009030     DATA RECORD IS CONTACT-HISTORY-RECORD.
009040 COPY CONTHIST.
      ******************************************************************
009100 WORKING-STORAGE SECTION.
009200 COPY HEADER1.
010800     02  WS-TRANS-COUNT    PIC 9(5)  VALUE ZERO.
010900     02  WS-STMT-TOTAL     PIC S9(11)V99 VALUE ZERO.
010910     02  WS-EXTRACT-HASH   PIC 9(15) VALUE ZERO.
010920     02  WS-CONTACT-STATUS PIC X(2)  VALUE ZERO.
010930     02  WS-NOTE-TIME      PIC 9(8)  VALUE ZERO.
010940     02  WS-NOTES-FILED    PIC 9(7)  VALUE ZERO.
010950     02  WS-NOTES-FAILED   PIC 9(7)  VALUE ZERO.
011000 01  DATE-WORK-FIELDS.
011100     02  WS-CYCLE-DATE     PIC 9(8)  VALUE ZERO.
011200     02  FILLER REDEFINES WS-CYCLE-DATE.
015600     02  FILLER                PIC X(14) VALUE ' TRANSACTIONS '.
015700     02  CTL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
015800     02  FILLER                PIC X(75).
015810 01  STATEMENT-NOTE-LINE.
015820     02  FILLER                PIC X(28) VALUE
015830         'MONTHLY STATEMENT ISSUED -  '.
015840     02  SNL-TRANS-COUNT       PIC ZZ,ZZ9.
015850     02  FILLER                PIC X(24) VALUE
015860         ' TRANSACTIONS, CLOSING  '.
015870     02  SNL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
015880     02  FILLER                PIC X(47) VALUE SPACES.
015900 01  CONTROL-PROOF-LINE.
016000     02  FILLER                PIC X(1).
016100     02  FILLER                PIC X(1).
018720     PERFORM WRITE-EXTRACT-FILE-HEADER.
018800     OPEN EXTEND STATEMENT-HISTORY-FILE.
018900     OPEN INPUT MASTER-FILE HISTORY-FILE NAME-ADDRESS-FILE.
018910     OPEN I-O CONTACT-FILE.
019000     MOVE SPACES TO MASTER-SWITCH.
019100     PERFORM GET-MASTER-RECORD.
019200     PERFORM CYCLE-AND-READ
019410     PERFORM WRITE-EXTRACT-FILE-TRAILER.
019500     CLOSE MASTER-FILE HISTORY-FILE NAME-ADDRESS-FILE
019600         STATEMENT-HISTORY-FILE CONTROL-REPORT-FILE
019700         EXTRACT-FILE REPORT-FILE CONTACT-FILE.
019800     DISPLAY 'FINSTC01 - ACCOUNTS SELECTED:   '
019900         WS-SELECTED-COUNT.
020000     DISPLAY 'FINSTC01 - STATEMENTS PRODUCED: '
020100         WS-STMT-COUNT.
020110     DISPLAY 'FINSTC01 - CONTACT NOTES FILED: '
020120         WS-NOTES-FILED.
020130     IF WS-NOTES-FAILED > ZERO
020140        DISPLAY 'FINSTC01 - CONTACT NOTES NOT FILED: '
020150            WS-NOTES-FAILED
020160        MOVE 4 TO RETURN-CODE
020170     END-IF.
020200     IF WS-SELECTED-COUNT NOT = WS-STMT-COUNT
020300        DISPLAY 'FINSTC01 - CYCLE OUT OF PROOF'
020400        MOVE 8 TO RETURN-CODE
026600     PERFORM WRITE-CLOSING-TOTAL.
026650     PERFORM WRITE-EXTRACT-STMT-TOTAL.
026700     PERFORM RECORD-STATEMENT-HISTORY.
026750     PERFORM FILE-CONTACT-NOTE
026760         THRU FILE-CONTACT-NOTE-EXIT.
026800     ADD 1 TO WS-STMT-COUNT.
026900******************************************************************
027000 WRITE-ADDRESS-BLOCK.
040300     WRITE OUTPUT-RECORD.
040400     ADD 1 TO LINES-WRITTEN.
040500     MOVE 1 TO LINE-SPACING.
040600******************************************************************
      * THE STATEMENT GOES ON THE CONTACT HISTORY UNDER THE CYCLE DATE.
      * A NOTE ALREADY FILED UNDER THE SAME STAMP TAKES THE NEXT
      * SEQUENCE NUMBER; ANY OTHER FAILURE IS COUNTED AND THE CYCLE
      * CARRIES ON -- THE STATEMENT ITSELF HAS GONE OUT.
      ******************************************************************
040700 FILE-CONTACT-NOTE.
040800     MOVE SPACES TO CONTACT-HISTORY-RECORD.
040900     ACCEPT WS-NOTE-TIME FROM TIME.
041000     MOVE MSTR-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
041100     COMPUTE CN-DESCENDING-STAMP = 9999999999999999
041200         - (WS-CYCLE-DATE * 100000000 + WS-NOTE-TIME).
041300     MOVE ZERO TO CN-SEQUENCE.
041400     MOVE WS-CYCLE-DATE TO CN-CONTACT-DATE.
041500     MOVE WS-NOTE-TIME TO CN-CONTACT-TIME.
041600     MOVE 'BATCH' TO CN-COLLECTOR-ID.
041700     SET CN-IS-STATEMENT TO TRUE.
041800     SET CN-STATEMENT-SENT TO TRUE.
041900     MOVE 'FINSTC01' TO CN-SOURCE-PROGRAM.
042000     MOVE WS-TRANS-COUNT TO SNL-TRANS-COUNT.
042100     MOVE WS-STMT-TOTAL TO SNL-TOTAL.
042200     MOVE STATEMENT-NOTE-LINE TO CN-NOTE-TEXT.
042300 FILE-CONTACT-NOTE-WRITE.
042400     WRITE CONTACT-HISTORY-RECORD
042500         INVALID KEY
042600            IF WS-CONTACT-STATUS = '22' AND CN-SEQUENCE < 999
042700               ADD 1 TO CN-SEQUENCE
042800               GO TO FILE-CONTACT-NOTE-WRITE
042900            END-IF
043000     END-WRITE.
043100     IF WS-CONTACT-STATUS = '00'
043200        ADD 1 TO WS-NOTES-FILED
043300     ELSE
043400        ADD 1 TO WS-NOTES-FAILED
043500     END-IF.
043600 FILE-CONTACT-NOTE-EXIT.
043700     EXIT.
