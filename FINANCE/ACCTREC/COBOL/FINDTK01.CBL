000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINDTK01.
      ******************************************************************
      * FINDTK01 -- MONTHLY EARLY-PAYMENT DISCOUNTS-TAKEN REPORT. READS
      *             THE DISCOUNTS-TAKEN FILE (SEE DISCTKN) FROM END TO
      *             END AND LISTS EVERY DISCOUNT FINCSH01 ALLOWED IN
      *             THE MONTH OF THE AS-OF DATE -- ACCOUNT, PAYMENT
      *             REFERENCE, TERMS CODE, INVOICE DATE, LAST DISCOUNT
      *             DATE, PAYMENT DATE, CASH RECEIVED AND DISCOUNT
      *             TAKEN. A DISCOUNT TAKEN AFTER THE WINDOW CLOSED
      *             (WITHIN THE TERMS' GRACE DAYS) IS FLAGGED 'TAKEN
      *             AFTER WINDOW' AND TOTALLED ON ITS OWN SO CREDIT
      *             CAN DECIDE WHETHER TO BILL IT BACK, AND THE RUN
      *             ENDS RETURN-CODE 4.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-10  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT DISCOUNT-TAKEN-FILE ASSIGN U-T-DSCTKN
000900        ORGANIZATION IS INDEXED
001000        ACCESS MODE IS DYNAMIC
001100        RECORD KEY IS DK-KEY
001200        FILE STATUS IS WS-DSCTKN-STATUS.
001300 DATA DIVISION.
001400 FILE SECTION.
001500 FD REPORT-FILE
001600     LABEL RECORDS ARE OMITTED
001700     RECORDING MODE IS F
001800     RECORD CONTAINS 133 CHARACTERS
001900     DATA RECORD IS OUTPUT-RECORD.
002000   01 OUTPUT-RECORD.
002100     02 CARRIAGE-CONTROL PIC X.
002200     02 OUTPUT-LINE      PIC X(132).
002300 FD CONTROL-FILE
002400     LABEL RECORDS ARE STANDARD
002500     RECORD CONTAINS 80 CHARACTERS
002600     DATA RECORD IS CONTROL-CARD-RECORD.
002700 COPY CTLCARD.
002800 FD DISCOUNT-TAKEN-FILE
002900     LABEL RECORDS ARE STANDARD
003000     DATA RECORD IS DISCOUNT-TAKEN-RECORD.
003100 COPY DISCTKN.
      ******************************************************************
003200 WORKING-STORAGE SECTION.
003300 COPY HEADER1.
003400 01  PROGRAM-WORK-FIELDS.
003500     02  INPUT-SWITCH      PIC X(3).
003600         88  END-OF-FILE   VALUE 'EOF'.
003700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
003800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
003900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
004000     02  WS-DSCTKN-STATUS  PIC X(2)  VALUE ZERO.
004100     02  WS-DISCOUNT-COUNT PIC 9(7)  VALUE ZERO.
004200     02  WS-DISCOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
004300     02  WS-PAYMENT-TOTAL  PIC 9(11)V99 VALUE ZERO.
004400     02  WS-LATE-COUNT     PIC 9(7)  VALUE ZERO.
004500     02  WS-LATE-TOTAL     PIC 9(11)V99 VALUE ZERO.
004600 01  DATE-WORK-FIELDS.
004700     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
004800     02  FILLER REDEFINES WS-AS-OF-DATE.
004900         03  WS-AS-OF-PERIOD PIC 9(6).
005000         03  FILLER        PIC 9(2).
005100     02  WS-APPLIED-DATE   PIC 9(8)  VALUE ZERO.
005200     02  FILLER REDEFINES WS-APPLIED-DATE.
005300         03  WS-APPLIED-PERIOD PIC 9(6).
005400         03  FILLER        PIC 9(2).
005500 COPY PAGING.
005600 COPY FINBDC01.
005700 01  DISCOUNT-DETAIL-LINE.
005800     02  FILLER                PIC X(2).
005900     02  DDL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
006000     02  FILLER                PIC X(2).
006100     02  DDL-REFERENCE         PIC X(10).
006200     02  FILLER                PIC X(2).
006300     02  DDL-TERMS             PIC X(2).
006400     02  FILLER                PIC X(2).
006500     02  DDL-INVOICE-DATE      PIC 9(8).
006600     02  FILLER                PIC X(2).
006700     02  DDL-DISCOUNT-DATE     PIC 9(8).
006800     02  FILLER                PIC X(2).
006900     02  DDL-PAYMENT-DATE      PIC 9(8).
007000     02  FILLER                PIC X(2).
007100     02  DDL-PAYMENT           PIC ZZZ,ZZ9.99.
007200     02  FILLER                PIC X(2).
007300     02  DDL-DISCOUNT          PIC ZZ,ZZ9.99.
007400     02  FILLER                PIC X(2).
007500     02  DDL-NOTE              PIC X(18).
007600     02  FILLER                PIC X(31).
007700 01  COLUMN-HEADING-LINE.
007800     02  FILLER                PIC X(2).
007900     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
008000     02  FILLER                PIC X(2).
008100     02  FILLER                PIC X(10) VALUE 'REFERENCE'.
008200     02  FILLER                PIC X(2).
008300     02  FILLER                PIC X(2)  VALUE 'TM'.
008400     02  FILLER                PIC X(2).
008500     02  FILLER                PIC X(8)  VALUE 'INVOICED'.
008600     02  FILLER                PIC X(2).
008700     02  FILLER                PIC X(8)  VALUE 'DISC BY'.
008800     02  FILLER                PIC X(2).
008900     02  FILLER                PIC X(8)  VALUE 'PAID ON'.
009000     02  FILLER                PIC X(2).
009100     02  FILLER                PIC X(10) VALUE '   PAYMENT'.
009200     02  FILLER                PIC X(2).
009300     02  FILLER                PIC X(9)  VALUE ' DISCOUNT'.
009400     02  FILLER                PIC X(2).
009500     02  FILLER                PIC X(18) VALUE 'NOTE'.
009600     02  FILLER                PIC X(31).
009700 01  REGISTER-TOTAL-LINE.
009800     02  FILLER                PIC X(2).
009900     02  RGT-TAG               PIC X(28).
010000     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
010100     02  FILLER                PIC X(4).
010200     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
010300     02  FILLER                PIC X(74).
010400******************************************************************
010500 PROCEDURE DIVISION.
010600     DISPLAY 'FINDTK01 - DISCOUNTS-TAKEN REPORT STARTING'.
010700     PERFORM READ-CONTROL-CARD.
010800     OPEN OUTPUT REPORT-FILE.
010900     OPEN INPUT DISCOUNT-TAKEN-FILE.
011000     PERFORM WRITE-HEADER.
011100     PERFORM GET-DISCOUNT-RECORD.
011200     PERFORM LIST-AND-READ
011300        UNTIL END-OF-FILE.
011400     PERFORM WRITE-REPORT-TOTALS.
011500     CLOSE DISCOUNT-TAKEN-FILE REPORT-FILE.
011600     DISPLAY 'FINDTK01 - DISCOUNTS TAKEN:    ' WS-DISCOUNT-COUNT.
011700     IF WS-LATE-COUNT > ZERO
011800        DISPLAY 'FINDTK01 - TAKEN AFTER WINDOW: ' WS-LATE-COUNT
011900        MOVE 4 TO RETURN-CODE
012000     END-IF.
012100     GOBACK.
012200******************************************************************
012300 READ-CONTROL-CARD.
012400     OPEN INPUT CONTROL-FILE.
012500     READ CONTROL-FILE AT END
012600         MOVE ZERO TO CC-PAGE-SIZE
012700         MOVE ZERO TO CC-AS-OF-DATE
012800     END-READ.
012900     CLOSE CONTROL-FILE.
013000     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
013100        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
013200     END-IF.
013300     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
013400        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
013500     ELSE
013600        MOVE ZERO TO BD-REQUEST-DATE
013700        CALL 'FINBDT01' USING FINBDC01-RECORD
013800        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
013900     END-IF.
014000******************************************************************
014100 GET-DISCOUNT-RECORD.
014200     READ DISCOUNT-TAKEN-FILE NEXT RECORD AT END
014300         MOVE 'EOF' TO INPUT-SWITCH.
014400******************************************************************
      * ONLY DISCOUNTS APPLIED IN THE AS-OF MONTH ARE REPORTED.
      ******************************************************************
014500 LIST-AND-READ.
014600     MOVE DK-APPLIED-DATE TO WS-APPLIED-DATE.
014700     IF WS-APPLIED-PERIOD = WS-AS-OF-PERIOD
014800        PERFORM LIST-ONE-DISCOUNT
014900     END-IF.
015000     PERFORM GET-DISCOUNT-RECORD.
015100******************************************************************
015200 LIST-ONE-DISCOUNT.
015300     ADD 1 TO WS-DISCOUNT-COUNT.
015400     ADD DK-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL.
015500     ADD DK-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL.
015600     MOVE SPACES TO DDL-NOTE.
015700     IF DK-TAKEN-LATE
015800        ADD 1 TO WS-LATE-COUNT
015900        ADD DK-DISCOUNT-AMOUNT TO WS-LATE-TOTAL
016000        MOVE 'TAKEN AFTER WINDOW' TO DDL-NOTE
016100     END-IF.
016200     MOVE DK-ACCOUNT-NUMBER TO DDL-ACCOUNT.
016300     MOVE DK-PAYMENT-REFERENCE TO DDL-REFERENCE.
016400     MOVE DK-TERMS-CODE TO DDL-TERMS.
016500     MOVE DK-INVOICE-DATE TO DDL-INVOICE-DATE.
016600     MOVE DK-DISCOUNT-DATE TO DDL-DISCOUNT-DATE.
016700     MOVE DK-PAYMENT-DATE TO DDL-PAYMENT-DATE.
016800     MOVE DK-PAYMENT-AMOUNT TO DDL-PAYMENT.
016900     MOVE DK-DISCOUNT-AMOUNT TO DDL-DISCOUNT.
017000     IF LINES-WRITTEN >= WS-PAGE-SIZE
017100        PERFORM WRITE-HEADER
017200        MOVE 2 TO LINE-SPACING
017300     END-IF.
017400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
017500     MOVE DISCOUNT-DETAIL-LINE TO OUTPUT-LINE.
017600     WRITE OUTPUT-RECORD.
017700     ADD 1 TO LINES-WRITTEN.
017800     MOVE 1 TO LINE-SPACING.
017900******************************************************************
018000 WRITE-REPORT-TOTALS.
018100     MOVE 2 TO LINE-SPACING.
018200     MOVE 'DISCOUNTS TAKEN           - ' TO RGT-TAG.
018300     MOVE WS-DISCOUNT-COUNT TO RGT-COUNT.
018400     MOVE WS-DISCOUNT-TOTAL TO RGT-AMOUNT.
018500     PERFORM WRITE-ONE-TOTAL-LINE.
018600     MOVE '  CASH RECEIVED WITH THEM - ' TO RGT-TAG.
018700     MOVE WS-DISCOUNT-COUNT TO RGT-COUNT.
018800     MOVE WS-PAYMENT-TOTAL TO RGT-AMOUNT.
018900     PERFORM WRITE-ONE-TOTAL-LINE.
019000     MOVE 'TAKEN AFTER WINDOW        - ' TO RGT-TAG.
019100     MOVE WS-LATE-COUNT TO RGT-COUNT.
019200     MOVE WS-LATE-TOTAL TO RGT-AMOUNT.
019300     PERFORM WRITE-ONE-TOTAL-LINE.
019400******************************************************************
019500 WRITE-ONE-TOTAL-LINE.
019600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
019700     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
019800     WRITE OUTPUT-RECORD.
019900     ADD 1 TO LINES-WRITTEN.
020000     MOVE 1 TO LINE-SPACING.
020100******************************************************************
020200 WRITE-HEADER.
020300     MOVE ZERO TO LINES-WRITTEN.
020400     ACCEPT HDR-PRT-DATE FROM DATE.
020500     ACCEPT HDR-PRT-TIME FROM TIME.
020600     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
020700     ADD 1 TO PAGE-COUNT
020800     MOVE '   EARLY-PAYMENT DISCOUNTS     '   TO REPORT-TITLE.
020900     MOVE PAGE-COUNT TO PAGE-NUMBER.
021000     MOVE HEADER-RECORD TO OUTPUT-LINE.
021100     WRITE OUTPUT-RECORD.
021200     MOVE 1 TO LINE-SPACING.
021300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
021400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
021500     WRITE OUTPUT-RECORD.
021600     ADD 1 TO LINES-WRITTEN.
