      *                  GRAND TOTAL AND THE GL EXTRACT. AN UNMATCHED
      *                  REVERSAL IS COUNTED AT ZERO VALUE AND
      *                  REPORTED TO THE OPERATOR.
      * 2026-09-22  TS   MULTI-COMPANY. THE BOOKING COMPANY AND THE
      *                  ACCOUNT'S OWN COMPANY FINSPL01 STAMPS ON THE
      *                  SPLIT RECORD (BYTES 63-66) ARE CARRIED TO
      *                  THE GL EXTRACT SO FINJVG01 CAN CUT ONE
      *                  VOUCHER PER COMPANY AND RAISE THE
      *                  INTERCOMPANY ENTRIES, AND THE ACCOUNT'S
      *                  COMPANY RIDES THE UPDATE INTENT SO FINAPL01
      *                  OPENS A NEW ACCOUNT UNDER THE RIGHT COMPANY.
      *                  A BLANK STAMP (A FEED NOT THROUGH THE SPLIT)
      *                  READS AS COMPANY '01'.
      ******************************************************************00000310
      ************************************************                  00000310
      ************************************************                  00000400
009300     02  GL-REFERENCE-CODE    PIC X(06).                          00002008
009400     02  GL-AMOUNT            PIC S9(09)V99.                      00002009
009500     02  GL-POSTING-DATE       PIC 9(08).                         00002010
009510     02  GL-COMPANY-CODE       PIC X(02).
009520     02  GL-ACCOUNT-COMPANY    PIC X(02).
009600     02  FILLER                PIC X(37).                         00002011
009700 FD INPUT-FILE                                                    00002000
009800     LABEL RECORDS ARE STANDARD                                   00002100
009900     RECORD CONTAINS 80 CHARACTERS                                00002200
011500        88  INPUT-ON-HOLD      VALUE 'H'.
011600     02 INPUT-OVERLIMIT-FLAG   PIC X(01).
011700        88  INPUT-OVER-LIMIT   VALUE 'L'.
011710     02 INPUT-COMPANY-CODE     PIC X(02).
011720     02 INPUT-ACCOUNT-COMPANY  PIC X(02).
011800     02 FILLER                 PIC X(14).
011900   01 INPUT-HEADER-RECORD REDEFINES INPUT-FILE-RECORD.
012000     02 FILLER                 PIC X(01).
012100     02 HDR-RUN-DATE           PIC 9(8).
015700     02  WS-VALIDATION-FAIL-COUNT  PIC 9(5) VALUE ZERO.           00003865
015800     02  WS-REVERSAL-COUNT PIC 9(5)  VALUE ZERO.
015900     02  WS-REVERSAL-FAIL-COUNT PIC 9(5) VALUE ZERO.
015910     02  WS-BOOKING-COMPANY PIC X(2) VALUE SPACES.
015920     02  WS-ACCOUNT-COMPANY PIC X(2) VALUE SPACES.
016000     02  TRAILER-SWITCH    PIC X(3)  VALUE 'OK '.
016100         88  TRAILER-BAD   VALUE 'BAD'.
016200     02  WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE ZERO.              00004072
056900     MOVE 'D' TO UI-REC-TYPE.                                     00009718
057000     MOVE 'TROY4' TO UI-SOURCE-PROGRAM.                           00009718
057100     MOVE INPUT-FIELD1 TO UI-ACCOUNT-NUMBER.                      00009718
057110     PERFORM RESOLVE-COMPANY-CODES.
057120     MOVE WS-ACCOUNT-COMPANY TO UI-COMPANY-CODE.
057200     MOVE INPUT-FIELD2 TO UI-NAME.                                00009718
057300     MOVE INPUT-FIELD3 TO UI-DESCRIPTION.                         00009718
057400     MOVE INPUT-FIELD4 TO UI-AMOUNT-1.                            00009718
064700     MOVE 'D' TO UI-REC-TYPE.
064800     MOVE 'TROY4' TO UI-SOURCE-PROGRAM.
064900     MOVE RV-ACCOUNT-NUMBER TO UI-ACCOUNT-NUMBER.
064910     PERFORM RESOLVE-COMPANY-CODES.
064920     MOVE WS-ACCOUNT-COMPANY TO UI-COMPANY-CODE.
065000     IF RV-PRIOR-FOUND
065100        MOVE RV-PRIOR-NAME TO UI-NAME
065200        MOVE RV-PRIOR-DESCRIPTION TO UI-DESCRIPTION
070100     MOVE INPUT-FIELD6 TO GL-REFERENCE-CODE.                      00009718
070200     MOVE WS-LINE-TOTAL TO GL-AMOUNT.                             00009718
070300     MOVE BD-BUSINESS-DATE TO GL-POSTING-DATE.
070310     PERFORM RESOLVE-COMPANY-CODES.
070320     MOVE WS-BOOKING-COMPANY TO GL-COMPANY-CODE.
070330     MOVE WS-ACCOUNT-COMPANY TO GL-ACCOUNT-COMPANY.
070400     WRITE GL-EXTRACT-RECORD.                                     00009718
      ******************************************************************
      * THE SAME DEFAULTS FINSPL01 APPLIES WHEN IT STAMPS THE RECORD.
      ******************************************************************
070410 RESOLVE-COMPANY-CODES.
070420     MOVE INPUT-ACCOUNT-COMPANY TO WS-ACCOUNT-COMPANY.
070430     IF WS-ACCOUNT-COMPANY = SPACES
070440        MOVE INPUT-COMPANY-CODE TO WS-ACCOUNT-COMPANY
070450     END-IF.
070460     IF WS-ACCOUNT-COMPANY = SPACES
070470        MOVE '01' TO WS-ACCOUNT-COMPANY
070480     END-IF.
070490     MOVE INPUT-COMPANY-CODE TO WS-BOOKING-COMPANY.
070491     IF WS-BOOKING-COMPANY = SPACES
070492        MOVE WS-ACCOUNT-COMPANY TO WS-BOOKING-COMPANY
070493     END-IF.
070500******************************************************************        
070600 UPDATE-MTD-YTD.                                                          
070700     MOVE 'TROY4' TO MY-PROGRAM-ID.                                       
