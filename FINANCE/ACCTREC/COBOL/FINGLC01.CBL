      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-09-22  TS   MULTI-COMPANY. THE OPEN-VOUCHER REGISTER
      *                  AND THE CARRY-FORWARD FILE NOW HOLD EACH
      *                  VOUCHER'S COMPANY (FROM THE HEADER) AND ITS
      *                  AR DEBITS (FROM THE TRAILER) SO FINREC01
      *                  CAN PROVE EACH COMPANY SEPARATELY. A CARRY
      *                  RECORD WRITTEN BEFORE THE CHANGE READS AS
      *                  COMPANY '01' WITH ITS DEBIT TOTAL AS THE AR.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005700        03 JV-DRCR-CODE        PIC X(01).
005800        03 JV-AMOUNT           PIC S9(11)V99.
005900        03 JV-POSTING-DATE     PIC 9(08).
005950     02 JV-COMPANY-CODE        PIC X(02).
006000     02 JV-PARTNER-COMPANY     PIC X(02).
006050     02 FILLER                 PIC X(34).
006100   01 VOUCHER-TRAILER-RECORD REDEFINES VOUCHER-RECORD.
006200     02 FILLER                 PIC X(01).
006300     02 FILLER                 PIC 9(05).
006400     02 JV-TRL-LINE-COUNT      PIC 9(05).
006500     02 JV-TRL-DEBIT-TOTAL     PIC S9(11)V99.
006600     02 JV-TRL-CREDIT-TOTAL    PIC S9(11)V99.
006650     02 FILLER                 PIC X(09).
006700     02 JV-TRL-AR-TOTAL        PIC S9(11)V99.
006750     02 FILLER                 PIC X(21).
006800 FD CONFIRMATION-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS
008500     02 CF-POSTING-DATE        PIC 9(08).
008600     02 CF-DEBIT-TOTAL         PIC S9(11)V99.
008700     02 CF-FIRST-SEEN-DATE     PIC 9(08).
008750     02 CF-COMPANY-CODE        PIC X(02).
008800     02 CF-AR-TOTAL            PIC S9(11)V99.
008850     02 FILLER                 PIC X(25).
008900 FD CARRY-OUT-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 80 CHARACTERS
011400         10  VT-DEBIT-TOTAL    PIC S9(11)V99.
011500         10  VT-FIRST-SEEN     PIC 9(08).
011600         10  VT-STATUS         PIC X(01).
011633         10  VT-COMPANY-CODE   PIC X(02).
011666         10  VT-AR-TOTAL       PIC S9(11)V99.
011700 COPY PAGING.
011800 COPY FINBDC01.
011900 01  MATCH-DETAIL-LINE.
012000     02  FILLER                PIC X(2).
012100     02  MAT-BATCH             PIC ZZ,ZZ9.
012133     02  FILLER                PIC X(3).
012166     02  MAT-COMPANY           PIC X(2).
012200     02  FILLER                PIC X(4).
012300     02  MAT-REF-CODE          PIC X(6).
012400     02  FILLER                PIC X(4).
012900     02  MAT-FIRST-SEEN        PIC 9(8).
013000     02  FILLER                PIC X(4).
013100     02  MAT-DISPOSITION       PIC X(14).
013200     02  FILLER                PIC X(47).
013300 01  MATCH-TOTAL-LINE.
013400     02  FILLER                PIC X(2).
013500     02  MTT-TAG               PIC X(26).
013800 01  COLUMN-HEADING-LINE.
013900     02  FILLER                PIC X(2).
014000     02  FILLER                PIC X(6)  VALUE ' BATCH'.
014033     02  FILLER                PIC X(3).
014066     02  FILLER                PIC X(2)  VALUE 'CO'.
014100     02  FILLER                PIC X(4).
014200     02  FILLER                PIC X(6)  VALUE 'REFCDE'.
014300     02  FILLER                PIC X(4).
014800     02  FILLER                PIC X(8)  VALUE '1ST SEEN'.
014900     02  FILLER                PIC X(4).
015000     02  FILLER                PIC X(14) VALUE 'DISPOSITION'.
015100     02  FILLER                PIC X(50).
015200******************************************************************
015300 PROCEDURE DIVISION.
015400     DISPLAY 'FINGLC01 - GL CONFIRMATION MATCHING STARTING'.
020300            MOVE CF-FIRST-SEEN-DATE
020400                TO VT-FIRST-SEEN (WS-BATCH-COUNT)
020500            MOVE 'U' TO VT-STATUS (WS-BATCH-COUNT)
020507            MOVE CF-COMPANY-CODE
020514                TO VT-COMPANY-CODE (WS-BATCH-COUNT)
020521            IF CF-COMPANY-CODE = SPACES
020528               MOVE '01' TO VT-COMPANY-CODE (WS-BATCH-COUNT)
020535            END-IF
020542            IF CF-AR-TOTAL NUMERIC
020549               MOVE CF-AR-TOTAL
020556                   TO VT-AR-TOTAL (WS-BATCH-COUNT)
020563            ELSE
020570               MOVE CF-DEBIT-TOTAL
020577                   TO VT-AR-TOTAL (WS-BATCH-COUNT)
020584            END-IF
020600         END-IF
020700     END-READ.
020800******************************************************************
023900        MOVE BD-BUSINESS-DATE
024000            TO VT-FIRST-SEEN (WS-BATCH-COUNT)
024100        MOVE 'U' TO VT-STATUS (WS-BATCH-COUNT)
024114        MOVE JV-COMPANY-CODE
024128            TO VT-COMPANY-CODE (WS-BATCH-COUNT)
024142        IF JV-COMPANY-CODE = SPACES
024156           MOVE '01' TO VT-COMPANY-CODE (WS-BATCH-COUNT)
024170        END-IF
024184        MOVE ZERO TO VT-AR-TOTAL (WS-BATCH-COUNT)
024200     END-IF.
024300******************************************************************
024400 CLOSE-TABLE-ENTRY.
024500     IF WS-BATCH-COUNT > ZERO
024600        MOVE JV-TRL-DEBIT-TOTAL
024700            TO VT-DEBIT-TOTAL (WS-BATCH-COUNT)
024712        IF JV-TRL-AR-TOTAL NUMERIC
024724           MOVE JV-TRL-AR-TOTAL
024736               TO VT-AR-TOTAL (WS-BATCH-COUNT)
024748        ELSE
024760           MOVE JV-TRL-DEBIT-TOTAL
024772               TO VT-AR-TOTAL (WS-BATCH-COUNT)
024784        END-IF
024800     END-IF.
024900******************************************************************
025000 APPLY-CONFIRMATIONS.
031500     MOVE VT-DEBIT-TOTAL (WS-BATCH-SUB) TO CF-DEBIT-TOTAL.
031600     MOVE VT-FIRST-SEEN (WS-BATCH-SUB)
031700         TO CF-FIRST-SEEN-DATE.
031733     MOVE VT-COMPANY-CODE (WS-BATCH-SUB) TO CF-COMPANY-CODE.
031766     MOVE VT-AR-TOTAL (WS-BATCH-SUB) TO CF-AR-TOTAL.
031800     WRITE CARRY-OUT-RECORD FROM CARRY-IN-RECORD.
031900******************************************************************
032000 WRITE-MATCH-LINE.
032400     END-IF.
032500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
032600     MOVE VT-BATCH-NUMBER (WS-BATCH-SUB) TO MAT-BATCH.
032650     MOVE VT-COMPANY-CODE (WS-BATCH-SUB) TO MAT-COMPANY.
032700     MOVE VT-REFERENCE-CODE (WS-BATCH-SUB) TO MAT-REF-CODE.
032800     MOVE VT-POSTING-DATE (WS-BATCH-SUB) TO MAT-POSTING-DATE.
032900     MOVE VT-DEBIT-TOTAL (WS-BATCH-SUB) TO MAT-DEBIT-TOTAL.
