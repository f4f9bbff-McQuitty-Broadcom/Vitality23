000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINLGQ01.
      ******************************************************************
      * FINLGQ01 -- LEGAL-HOLD INQUIRY SERVICE, CALLED BY THE RUNS
      *             THAT PURGE, ARCHIVE, WRITE OFF, DUN OR REFUND AN
      *             ACCOUNT (FINPRG01, FINHAR01, FINWOF01, FINDUN01,
      *             FINRFD01) THE WAY FINDSQ01 IS CALLED FOR OPEN
      *             DISPUTES. GIVEN AN ACCOUNT (SEE FINLGC01), THIS
      *             PROGRAM READS THE KEYED LEGAL-HOLD FILE (SEE
      *             LGLHOLD) AND SAYS WHETHER THE ACCOUNT IS HELD. THE
      *             FILE IS OPENED ON THE FIRST CALL AND HELD OPEN FOR
      *             THE RUN. A HOLD FILE THAT WILL NOT OPEN IS TOLD TO
      *             THE CONSOLE ONCE AND EVERY ACCOUNT IS THEN TREATED
      *             AS HELD. THE CALLER'S RETURN-CODE IS NEVER
      *             TOUCHED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-09  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT LEGAL-HOLD-FILE ASSIGN U-T-LGLHLD
000700        ORGANIZATION IS INDEXED
000800        ACCESS MODE IS DYNAMIC
000900        RECORD KEY IS LGL-ACCOUNT-NUMBER
001000        FILE STATUS IS WS-LGLHLD-STATUS.
001100 DATA DIVISION.
001200 FILE SECTION.
001300 FD LEGAL-HOLD-FILE
001400     LABEL RECORDS ARE STANDARD
001500     DATA RECORD IS LEGAL-HOLD-RECORD.
001600 COPY LGLHOLD.
      ******************************************************************
001700 WORKING-STORAGE SECTION.
001800 01  PROGRAM-WORK-FIELDS.
001900     02  WS-LGLHLD-STATUS  PIC X(2)  VALUE ZERO.
002000     02  OPEN-SWITCH       PIC X(3)  VALUE 'NO '.
002100         88  HOLDS-OPENED  VALUE 'YES'.
002200     02  AVAILABLE-SWITCH  PIC X(3)  VALUE 'YES'.
002300         88  HOLDS-AVAILABLE VALUE 'YES'.
      ******************************************************************
002400 LINKAGE SECTION.
002500 COPY FINLGC01.
      ******************************************************************
002600 PROCEDURE DIVISION USING FINLGC01-RECORD.
002700     IF NOT HOLDS-OPENED
002800        OPEN INPUT LEGAL-HOLD-FILE
002900        MOVE 'YES' TO OPEN-SWITCH
003000        IF WS-LGLHLD-STATUS NOT = '00'
003100           MOVE 'NO ' TO AVAILABLE-SWITCH
003200           DISPLAY 'FINLGQ01 - LEGAL-HOLD FILE WILL NOT OPEN, '
003300               'STATUS ' WS-LGLHLD-STATUS
003400               ' - EVERY ACCOUNT TREATED AS HELD'
003500        END-IF
003600     END-IF.
003700     MOVE 'N' TO LQ-HOLD-FLAG.
003800     MOVE SPACES TO LQ-MATTER-NUMBER.
003900     MOVE ZERO TO LQ-PLACED-DATE.
004000     IF NOT HOLDS-AVAILABLE
004100        MOVE 'Y' TO LQ-HOLD-FLAG
004200        MOVE 'NO HOLD FILE' TO LQ-MATTER-NUMBER
004300        GOBACK
004400     END-IF.
004500     MOVE LQ-ACCOUNT-NUMBER TO LGL-ACCOUNT-NUMBER.
004600     READ LEGAL-HOLD-FILE
004700         INVALID KEY
004800            CONTINUE
004900         NOT INVALID KEY
005000            IF LGL-ON-HOLD
005100               MOVE 'Y' TO LQ-HOLD-FLAG
005200               MOVE LGL-MATTER-NUMBER TO LQ-MATTER-NUMBER
005300               MOVE LGL-PLACED-DATE TO LQ-PLACED-DATE
005400            END-IF
005500     END-READ.
005600     GOBACK.
