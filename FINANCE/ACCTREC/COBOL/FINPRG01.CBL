      *                  DELETE WITH ITS BEFORE-IMAGE SO FINRCV01 CAN
      *                  REBUILD THE MASTER FORWARD FROM THE LAST
      *                  BACKUP.
      * 2026-10-09  TS   AN ACCOUNT UNDER LEGAL HOLD (FINLGQ01) IS NEVER
      *                  PURGED, HOWEVER OLD -- IT IS KEPT AND COUNTED
      *                  ON ITS OWN TOTAL LINE.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
006200     02  WS-ACCOUNT-AGE    PIC S9(6) VALUE ZERO.
006300     02  WS-KEPT-COUNT     PIC 9(7)  VALUE ZERO.
006400     02  WS-PURGED-COUNT   PIC 9(7)  VALUE ZERO.
006410     02  WS-HOLD-KEPT-COUNT PIC 9(7) VALUE ZERO.
006500     02  SOURCE-FOUND-SWITCH PIC X(3) VALUE 'NO '.
006600         88  SOURCE-FOUND  VALUE 'YES'.
006700     02  WS-SOURCE-SUB     PIC 9(2)  COMP.
008300     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
008400 COPY PAGING.
       COPY FINBDC01.
008410 COPY FINLGC01.
008500 01  SOURCE-COUNT-LINE.
008600     02  FILLER                PIC X(2).
008700     02  SRC-LINE-PROGRAM      PIC X(8).
011300     CLOSE REPORT-FILE.
011400     DISPLAY 'FINPRG01 - RECORDS PURGED: ' WS-PURGED-COUNT.
011500     DISPLAY 'FINPRG01 - RECORDS KEPT:   ' WS-KEPT-COUNT.
011510     DISPLAY 'FINPRG01 - KEPT, LEGAL HOLD: ' WS-HOLD-KEPT-COUNT.
011600     GOBACK.
011700******************************************************************
011800 READ-CONTROL-CARD.
014800     PERFORM COMPUTE-DATE-SERIAL.
014900     COMPUTE WS-ACCOUNT-AGE =
015000         WS-AS-OF-SERIAL - WS-DATE-SERIAL.
      * AN ACCOUNT UNDER LEGAL HOLD IS TREATED AS CURRENT, SO IT
      * FALLS INTO THE KEPT COUNT AS WELL AS THE LEGAL-HOLD COUNT.
015010     IF WS-ACCOUNT-AGE > WS-RETENTION-DAYS
015020        MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER
015030        CALL 'FINLGQ01' USING FINLGC01-RECORD
015040        IF LQ-ON-HOLD
015050           ADD 1 TO WS-HOLD-KEPT-COUNT
015060           MOVE ZERO TO WS-ACCOUNT-AGE
015070        END-IF
015080     END-IF.
015100     IF WS-ACCOUNT-AGE > WS-RETENTION-DAYS
015200        MOVE SPACES TO PURGE-ARCHIVE-RECORD
015300        MOVE MASTER-RECORD TO PURGE-ARCHIVE-RECORD
016120     MOVE 'D' TO JL-ACTION-CODE.
016130     MOVE SPACES TO JL-AFTER-IMAGE.
016140     MOVE 'FINPRG01' TO JL-SOURCE-PROGRAM.
016150     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
016160     ACCEPT JL-JOURNAL-TIME FROM TIME.
016170     WRITE MASTER-JOURNAL-RECORD.
016180******************************************************************
019800     MOVE WS-KEPT-COUNT TO PRG-TOTAL-COUNT.
019900     MOVE PURGE-TOTAL-LINE TO OUTPUT-LINE.
020000     WRITE OUTPUT-RECORD.
020010     MOVE 'KEPT - LEGAL HOLD - ' TO PRG-TOTAL-TAG.
020020     MOVE WS-HOLD-KEPT-COUNT TO PRG-TOTAL-COUNT.
020030     MOVE PURGE-TOTAL-LINE TO OUTPUT-LINE.
020040     WRITE OUTPUT-RECORD.
020100******************************************************************
020200 WRITE-SOURCE-LINE.
020300     IF LINES-WRITTEN >= WS-PAGE-SIZE
