000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINMSW01.
      ******************************************************************
      * FINMSW01 -- SHARED MASTER SWEEP. READS THE AR MASTER FILE (SEE
      *             MSTRFILE) ONCE, IN ACCOUNT ORDER, WITH THE
      *             NAME-AND-ADDRESS MASTER (SEE NAMADDR) AND THE
      *             CREDIT-LIMIT FILE (SEE CRLIMIT) READ ALONGSIDE IT
      *             IN THE SAME ORDER AND MATCHED ON ACCOUNT NUMBER,
      *             AND WRITES THE ENRICHED ACCOUNT EXTRACT (SEE
      *             ACCTSWP) THE DERIVED RUNS READ INSTEAD OF EACH
      *             SWEEPING THE KEYED MASTER FOR ITSELF -- FINAGE01,
      *             FINDUN01, FINFCA01, FINWOF01, FINRFD01, FINEXP01
      *             AND FINXTR01. EACH ACCOUNT GOES OUT WITH ITS DUE
      *             DATE (FINTRM01), DAYS PAST DUE, OPEN BALANCE,
      *             STATUS, CREDIT LIMIT AND ADDRESS.
      *             WHEN THE EXTRACT IS WRITTEN IT IS READ BACK AND A
      *             PROOF IS PRINTED -- RECORD COUNT, HASH OF ACCOUNT
      *             NUMBERS AND HASH OF OPEN BALANCES AS READ FROM THE
      *             MASTER, AS READ BACK FROM THE EXTRACT AND AS
      *             CARRIED ON ITS TRAILER. ANY DIFFERENCE ENDS THE
      *             RUN RETURN-CODE 8 AND THE DERIVED RUNS MUST NOT BE
      *             RELEASED.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED. THE DERIVED RUNS MUST BE
      *             GIVEN THE SAME AS-OF DATE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-13  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
000900     SELECT MASTER-FILE ASSIGN U-T-MASTER
001000        ORGANIZATION IS INDEXED
001100        ACCESS MODE IS DYNAMIC
001200        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001300        FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
001500        ORGANIZATION IS INDEXED
001600        ACCESS MODE IS DYNAMIC
001700        RECORD KEY IS NA-ACCOUNT-NUMBER
001800        FILE STATUS IS WS-NAMADR-STATUS.
001900     SELECT CREDIT-LIMIT-FILE ASSIGN U-T-CRLIMT
002000        ORGANIZATION IS INDEXED
002100        ACCESS MODE IS DYNAMIC
002200        RECORD KEY IS CL-ACCOUNT-NUMBER
002300        FILE STATUS IS WS-CRLIMT-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD REPORT-FILE
002700     LABEL RECORDS ARE OMITTED
002800     RECORDING MODE IS F
002900     RECORD CONTAINS 133 CHARACTERS
003000     DATA RECORD IS OUTPUT-RECORD.
003100   01 OUTPUT-RECORD.
003200     02 CARRIAGE-CONTROL PIC X.
003300     02 OUTPUT-LINE      PIC X(132).
003400 FD CONTROL-FILE
003500     LABEL RECORDS ARE STANDARD
003600     RECORD CONTAINS 80 CHARACTERS
003700     DATA RECORD IS CONTROL-CARD-RECORD.
003800 COPY CTLCARD.
003900 FD ACCOUNT-EXTRACT-FILE
004000     LABEL RECORDS ARE STANDARD
004100     RECORD CONTAINS 260 CHARACTERS
004200     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
004300 COPY ACCTSWP.
004400 FD MASTER-FILE
004500     LABEL RECORDS ARE STANDARD
004600     DATA RECORD IS MASTER-RECORD.
004700 COPY MSTRFILE.
004800 FD NAME-ADDRESS-FILE
004900     LABEL RECORDS ARE STANDARD
005000     DATA RECORD IS NAME-ADDRESS-RECORD.
005100 COPY NAMADDR.
005200 FD CREDIT-LIMIT-FILE
005300     LABEL RECORDS ARE STANDARD
005400     DATA RECORD IS CREDIT-LIMIT-RECORD.
005500 COPY CRLIMIT.
      ******************************************************************
005600 WORKING-STORAGE SECTION.
005700 COPY HEADER1.
005800 01  PROGRAM-WORK-FIELDS.
005900     02  INPUT-SWITCH      PIC X(3).
006000         88  END-OF-FILE   VALUE 'EOF'.
006100     02  NAMADR-SWITCH     PIC X(3)  VALUE SPACES.
006200         88  END-OF-NAMADR VALUE 'EOF'.
006300     02  CRLIMT-SWITCH     PIC X(3)  VALUE SPACES.
006400         88  END-OF-CRLIMT VALUE 'EOF'.
006500     02  PROOF-SWITCH      PIC X(3)  VALUE 'YES'.
006600         88  EXTRACT-PROVED VALUE 'YES'.
006700     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
006800     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
006900     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
007000     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007100     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
007200     02  WS-CRLIMT-STATUS  PIC X(2)  VALUE ZERO.
007300     02  WS-ACCOUNT-AGE    PIC S9(6) VALUE ZERO.
007400     02  WS-ADDRESS-COUNT  PIC 9(7)  VALUE ZERO.
007500     02  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
007600     02  WS-LIMIT-COUNT    PIC 9(7)  VALUE ZERO.
007700     02  WS-NO-LIMIT-COUNT PIC 9(7)  VALUE ZERO.
007800     02  WS-HOLD-COUNT     PIC 9(7)  VALUE ZERO.
007900     02  WS-CLOSED-COUNT   PIC 9(7)  VALUE ZERO.
008000 01  DATE-WORK-FIELDS.
008100     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
008200     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
008300     02  FILLER REDEFINES WS-WORK-DATE.
008400         03  FILLER        PIC 9(2).
008500         03  WS-WORK-YY    PIC 9(2).
008600         03  WS-WORK-MM    PIC 9(2).
008700         03  WS-WORK-DD    PIC 9(2).
008800     02  WS-AS-OF-SERIAL   PIC 9(6)  VALUE ZERO.
008900     02  WS-DATE-SERIAL    PIC 9(6)  VALUE ZERO.
      ******************************************************************
      * THE SAME THREE TOTALS ARE KEPT THREE WAYS -- AS THE MASTER WAS
      * READ, AS THE EXTRACT WAS READ BACK, AND AS ITS TRAILER SAYS.
      ******************************************************************
009000 01  PROOF-TOTALS.
009100     02  WS-MASTER-COUNT        PIC 9(7)  VALUE ZERO.
009200     02  WS-MASTER-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
009300     02  WS-MASTER-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
009400     02  WS-WRITTEN-COUNT       PIC 9(7)  VALUE ZERO.
009500     02  WS-WRITTEN-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
009600     02  WS-WRITTEN-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
009700     02  WS-EXTRACT-COUNT       PIC 9(7)  VALUE ZERO.
009800     02  WS-EXTRACT-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
009900     02  WS-EXTRACT-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
010000     02  WS-TRAILER-COUNT       PIC 9(7)  VALUE ZERO.
010100     02  WS-TRAILER-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
010200     02  WS-TRAILER-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
010300     02  WS-HEADER-AS-OF-DATE   PIC 9(8)  VALUE ZERO.
010400 01  PROOF-EDIT-FIELDS.
010500     02  WS-EDIT-NUMBER    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
010600     02  WS-EDIT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
010700 COPY PAGING.
010800 COPY FINBDC01.
010900 COPY FINTMC01.
011000 01  PROOF-DETAIL-LINE.
011100     02  FILLER                PIC X(2).
011200     02  PRF-TAG               PIC X(20).
011300     02  FILLER                PIC X(2).
011400     02  PRF-MASTER            PIC X(22).
011500     02  FILLER                PIC X(2).
011600     02  PRF-EXTRACT           PIC X(22).
011700     02  FILLER                PIC X(2).
011800     02  PRF-TRAILER           PIC X(22).
011900     02  FILLER                PIC X(2).
012000     02  PRF-RESULT            PIC X(10).
012100     02  FILLER                PIC X(26).
012200 01  COLUMN-HEADING-LINE.
012300     02  FILLER                PIC X(2).
012400     02  FILLER                PIC X(20) VALUE SPACES.
012500     02  FILLER                PIC X(2).
012600     02  FILLER                PIC X(22)
012700         VALUE '       MASTER AS READ'.
012800     02  FILLER                PIC X(2).
012900     02  FILLER                PIC X(22)
013000         VALUE '   EXTRACT AS WRITTEN'.
013100     02  FILLER                PIC X(2).
013200     02  FILLER                PIC X(22)
013300         VALUE '    EXTRACT TRAILER'.
013400     02  FILLER                PIC X(2).
013500     02  FILLER                PIC X(10) VALUE 'RESULT'.
013600     02  FILLER                PIC X(26).
013700 01  REGISTER-TOTAL-LINE.
013800     02  FILLER                PIC X(2).
013900     02  RGT-TAG               PIC X(28).
014000     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
014100     02  FILLER                PIC X(93).
014200 01  MESSAGE-LINE.
014300     02  FILLER                PIC X(2).
014400     02  MSG-TEXT              PIC X(60).
014500     02  MSG-DATE              PIC 9(8).
014600     02  FILLER                PIC X(62).
014700******************************************************************
014800 PROCEDURE DIVISION.
014900     DISPLAY 'FINMSW01 - SHARED MASTER SWEEP STARTING'.
015000     PERFORM READ-CONTROL-CARD.
015100     OPEN OUTPUT REPORT-FILE ACCOUNT-EXTRACT-FILE.
015200     OPEN INPUT MASTER-FILE NAME-ADDRESS-FILE CREDIT-LIMIT-FILE.
015300     PERFORM WRITE-EXTRACT-HEADER.
015400     PERFORM READ-NEXT-NAME-ADDRESS.
015500     PERFORM READ-NEXT-CREDIT-LIMIT.
015600     PERFORM GET-MASTER-RECORD.
015700     PERFORM SWEEP-AND-READ
015800        UNTIL END-OF-FILE.
015900     PERFORM WRITE-EXTRACT-TRAILER.
016000     CLOSE MASTER-FILE NAME-ADDRESS-FILE CREDIT-LIMIT-FILE
016100         ACCOUNT-EXTRACT-FILE.
016200     PERFORM READ-BACK-EXTRACT.
016300     PERFORM WRITE-HEADER.
016400     PERFORM WRITE-EXTRACT-PROOF.
016500     PERFORM WRITE-SWEEP-TOTALS.
016600     CLOSE REPORT-FILE.
016700     DISPLAY 'FINMSW01 - AS-OF DATE:        ' WS-AS-OF-DATE.
016800     DISPLAY 'FINMSW01 - ACCOUNTS SWEPT:    ' WS-MASTER-COUNT.
016900     DISPLAY 'FINMSW01 - EXTRACT READ BACK: ' WS-EXTRACT-COUNT.
017000     IF EXTRACT-PROVED
017100        DISPLAY 'FINMSW01 - EXTRACT PROVED TO THE MASTER'
017200     ELSE
017300        DISPLAY 'FINMSW01 - EXTRACT DOES NOT PROVE - DO NOT RUN '
017400            'THE DERIVED STEPS'
017500        MOVE 8 TO RETURN-CODE
017600     END-IF.
017700     GOBACK.
017800******************************************************************
017900 READ-CONTROL-CARD.
018000     OPEN INPUT CONTROL-FILE.
018100     READ CONTROL-FILE AT END
018200         MOVE ZERO TO CC-PAGE-SIZE
018300         MOVE ZERO TO CC-AS-OF-DATE
018400     END-READ.
018500     CLOSE CONTROL-FILE.
018600     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
018700        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
018800     END-IF.
018900     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
019000        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
019100     ELSE
019200        MOVE ZERO TO BD-REQUEST-DATE
019300        CALL 'FINBDT01' USING FINBDC01-RECORD
019400        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
019500     END-IF.
019600     MOVE WS-AS-OF-DATE TO WS-WORK-DATE.
019700     PERFORM COMPUTE-DATE-SERIAL.
019800     MOVE WS-DATE-SERIAL TO WS-AS-OF-SERIAL.
019900******************************************************************
020000 GET-MASTER-RECORD.
020100     READ MASTER-FILE NEXT RECORD AT END
020200         MOVE 'EOF' TO INPUT-SWITCH.
020300******************************************************************
020400 READ-NEXT-NAME-ADDRESS.
020500     READ NAME-ADDRESS-FILE NEXT RECORD AT END
020600         MOVE 'EOF' TO NAMADR-SWITCH.
020700******************************************************************
020800 READ-NEXT-CREDIT-LIMIT.
020900     READ CREDIT-LIMIT-FILE NEXT RECORD AT END
021000         MOVE 'EOF' TO CRLIMT-SWITCH.
021100******************************************************************
021200 SWEEP-AND-READ.
021300     PERFORM SWEEP-ONE-ACCOUNT.
021400     PERFORM GET-MASTER-RECORD.
021500******************************************************************
      * ALL THREE FILES ARE KEYED ON ACCOUNT NUMBER AND READ IN KEY
      * ORDER, SO EACH SIDE FILE IS ADVANCED PAST ANY RECORD WITH NO
      * MASTER BEHIND IT AND THEN EITHER MATCHES THE MASTER OR IS
      * AHEAD OF IT. NO RANDOM READS.
      ******************************************************************
021600 SWEEP-ONE-ACCOUNT.
021700     ADD 1 TO WS-MASTER-COUNT.
021800     ADD MSTR-ACCOUNT-NUMBER TO WS-MASTER-ACCOUNT-HASH.
021900     ADD MSTR-AMOUNT-1 MSTR-AMOUNT-2 TO WS-MASTER-BALANCE-HASH.
022000     MOVE SPACES TO ACCOUNT-SWEEP-RECORD.
022100     MOVE 'D' TO XA-REC-TYPE.
022200     MOVE MASTER-RECORD TO XA-MASTER-IMAGE.
022300     COMPUTE XA-OPEN-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
022400     PERFORM SET-ACCOUNT-DUE-DATE.
022500     MOVE WS-WORK-DATE TO XA-DUE-DATE.
022600     PERFORM COMPUTE-DATE-SERIAL.
022700     COMPUTE WS-ACCOUNT-AGE = WS-AS-OF-SERIAL - WS-DATE-SERIAL.
022800     IF WS-ACCOUNT-AGE < ZERO
022900        MOVE ZERO TO WS-ACCOUNT-AGE
023000     END-IF.
023100     MOVE WS-ACCOUNT-AGE TO XA-AGE-DAYS.
023200     PERFORM SET-ACCOUNT-STATUS.
023300     PERFORM MATCH-CREDIT-LIMIT.
023400     PERFORM MATCH-NAME-ADDRESS.
023500     WRITE ACCOUNT-SWEEP-RECORD.
023600     ADD 1 TO WS-WRITTEN-COUNT.
023700     ADD XA-ACCOUNT-NUMBER TO WS-WRITTEN-ACCOUNT-HASH.
023800     ADD XA-OPEN-BALANCE TO WS-WRITTEN-BALANCE-HASH.
023900******************************************************************
024000 SET-ACCOUNT-STATUS.
024100     IF MSTR-CLOSED
024200        MOVE 'C' TO XA-ACCOUNT-STATUS
024300        ADD 1 TO WS-CLOSED-COUNT
024400     ELSE
024500        IF MSTR-CREDIT-HOLD
024600           MOVE 'H' TO XA-ACCOUNT-STATUS
024700           ADD 1 TO WS-HOLD-COUNT
024800        ELSE
024900           MOVE 'O' TO XA-ACCOUNT-STATUS
025000        END-IF
025100     END-IF.
025200******************************************************************
025300 MATCH-CREDIT-LIMIT.
025400     PERFORM READ-NEXT-CREDIT-LIMIT
025500        UNTIL END-OF-CRLIMT
025600           OR CL-ACCOUNT-NUMBER NOT < MSTR-ACCOUNT-NUMBER.
025700     IF NOT END-OF-CRLIMT
025800           AND CL-ACCOUNT-NUMBER = MSTR-ACCOUNT-NUMBER
025900        MOVE 'Y' TO XA-LIMIT-SWITCH
026000        MOVE CL-CREDIT-LIMIT TO XA-CREDIT-LIMIT
026100        ADD 1 TO WS-LIMIT-COUNT
026200     ELSE
026300        MOVE 'N' TO XA-LIMIT-SWITCH
026400        MOVE ZERO TO XA-CREDIT-LIMIT
026500        ADD 1 TO WS-NO-LIMIT-COUNT
026600     END-IF.
026700******************************************************************
026800 MATCH-NAME-ADDRESS.
026900     PERFORM READ-NEXT-NAME-ADDRESS
027000        UNTIL END-OF-NAMADR
027100           OR NA-ACCOUNT-NUMBER NOT < MSTR-ACCOUNT-NUMBER.
027200     IF NOT END-OF-NAMADR
027300           AND NA-ACCOUNT-NUMBER = MSTR-ACCOUNT-NUMBER
027400        MOVE 'Y' TO XA-ADDRESS-SWITCH
027500        MOVE NAME-ADDRESS-RECORD TO XA-ADDRESS-IMAGE
027600        ADD 1 TO WS-ADDRESS-COUNT
027700     ELSE
027800        MOVE 'N' TO XA-ADDRESS-SWITCH
027900        ADD 1 TO WS-NO-ADDRESS-COUNT
028000     END-IF.
028100******************************************************************
028200 WRITE-EXTRACT-HEADER.
028300     MOVE SPACES TO ACCOUNT-SWEEP-RECORD.
028400     MOVE 'H' TO XA-REC-TYPE.
028500     MOVE WS-AS-OF-DATE TO XA-HDR-AS-OF-DATE.
028600     ACCEPT XA-HDR-RUN-DATE FROM DATE.
028700     WRITE ACCOUNT-SWEEP-RECORD.
028800******************************************************************
028900 WRITE-EXTRACT-TRAILER.
029000     MOVE SPACES TO ACCOUNT-SWEEP-RECORD.
029100     MOVE 'T' TO XA-REC-TYPE.
029200     MOVE WS-WRITTEN-COUNT TO XA-TRL-COUNT.
029300     MOVE WS-WRITTEN-ACCOUNT-HASH TO XA-TRL-ACCOUNT-HASH.
029400     MOVE WS-WRITTEN-BALANCE-HASH TO XA-TRL-BALANCE-HASH.
029500     WRITE ACCOUNT-SWEEP-RECORD.
029600******************************************************************
      * THE EXTRACT IS READ BACK FROM THE DEVICE IT WAS WRITTEN TO, SO
      * THE PROOF COVERS WHAT THE DERIVED RUNS WILL ACTUALLY READ.
      ******************************************************************
029700 READ-BACK-EXTRACT.
029800     MOVE SPACES TO INPUT-SWITCH.
029900     OPEN INPUT ACCOUNT-EXTRACT-FILE.
030000     PERFORM READ-BACK-ONE-RECORD
030100        UNTIL END-OF-FILE.
030200     CLOSE ACCOUNT-EXTRACT-FILE.
030300******************************************************************
030400 READ-BACK-ONE-RECORD.
030500     READ ACCOUNT-EXTRACT-FILE AT END
030600         MOVE 'EOF' TO INPUT-SWITCH
030700     END-READ.
030800     IF NOT END-OF-FILE
030900        IF XA-IS-DETAIL
031000           ADD 1 TO WS-EXTRACT-COUNT
031100           ADD XA-ACCOUNT-NUMBER TO WS-EXTRACT-ACCOUNT-HASH
031200           ADD XA-OPEN-BALANCE TO WS-EXTRACT-BALANCE-HASH
031300        ELSE
031400           IF XA-IS-HEADER
031500              MOVE XA-HDR-AS-OF-DATE TO WS-HEADER-AS-OF-DATE
031600           ELSE
031700              MOVE XA-TRL-COUNT TO WS-TRAILER-COUNT
031800              MOVE XA-TRL-ACCOUNT-HASH TO WS-TRAILER-ACCOUNT-HASH
031900              MOVE XA-TRL-BALANCE-HASH TO WS-TRAILER-BALANCE-HASH
032000           END-IF
032100        END-IF
032200     END-IF.
032300******************************************************************
032400 WRITE-EXTRACT-PROOF.
032500     MOVE SPACES TO MESSAGE-LINE.
032600     MOVE 'EXTRACT AS-OF DATE ' TO MSG-TEXT.
032700     MOVE WS-HEADER-AS-OF-DATE TO MSG-DATE.
032800     PERFORM WRITE-MESSAGE-LINE.
032900     IF WS-HEADER-AS-OF-DATE NOT = WS-AS-OF-DATE
033000        MOVE 'NO' TO PROOF-SWITCH
033100     END-IF.
033200     MOVE 2 TO LINE-SPACING.
033300     PERFORM PROVE-RECORD-COUNT.
033400     PERFORM PROVE-ACCOUNT-HASH.
033500     PERFORM PROVE-BALANCE-HASH.
033600     MOVE 2 TO LINE-SPACING.
033700     MOVE SPACES TO MESSAGE-LINE.
033800     IF EXTRACT-PROVED
033900        MOVE 'EXTRACT PROVED - DERIVED RUNS MAY PROCEED'
034000            TO MSG-TEXT
034100     ELSE
034200        MOVE '** EXTRACT DOES NOT PROVE - HOLD DERIVED RUNS'
034300            TO MSG-TEXT
034400     END-IF.
034500     PERFORM WRITE-MESSAGE-LINE.
034600******************************************************************
034700 PROVE-RECORD-COUNT.
034800     MOVE SPACES TO PROOF-DETAIL-LINE.
034900     MOVE 'RECORD COUNT' TO PRF-TAG.
035000     MOVE WS-MASTER-COUNT TO WS-EDIT-NUMBER.
035100     MOVE WS-EDIT-NUMBER TO PRF-MASTER.
035200     MOVE WS-EXTRACT-COUNT TO WS-EDIT-NUMBER.
035300     MOVE WS-EDIT-NUMBER TO PRF-EXTRACT.
035400     MOVE WS-TRAILER-COUNT TO WS-EDIT-NUMBER.
035500     MOVE WS-EDIT-NUMBER TO PRF-TRAILER.
035600     IF WS-EXTRACT-COUNT = WS-MASTER-COUNT
035700           AND WS-TRAILER-COUNT = WS-MASTER-COUNT
035800        MOVE 'AGREES' TO PRF-RESULT
035900     ELSE
036000        MOVE '** DIFFERS' TO PRF-RESULT
036100        MOVE 'NO' TO PROOF-SWITCH
036200     END-IF.
036300     PERFORM WRITE-PROOF-LINE.
036400******************************************************************
036500 PROVE-ACCOUNT-HASH.
036600     MOVE SPACES TO PROOF-DETAIL-LINE.
036700     MOVE 'ACCOUNT NUMBER HASH' TO PRF-TAG.
036800     MOVE WS-MASTER-ACCOUNT-HASH TO WS-EDIT-NUMBER.
036900     MOVE WS-EDIT-NUMBER TO PRF-MASTER.
037000     MOVE WS-EXTRACT-ACCOUNT-HASH TO WS-EDIT-NUMBER.
037100     MOVE WS-EDIT-NUMBER TO PRF-EXTRACT.
037200     MOVE WS-TRAILER-ACCOUNT-HASH TO WS-EDIT-NUMBER.
037300     MOVE WS-EDIT-NUMBER TO PRF-TRAILER.
037400     IF WS-EXTRACT-ACCOUNT-HASH = WS-MASTER-ACCOUNT-HASH
037500           AND WS-TRAILER-ACCOUNT-HASH = WS-MASTER-ACCOUNT-HASH
037600        MOVE 'AGREES' TO PRF-RESULT
037700     ELSE
037800        MOVE '** DIFFERS' TO PRF-RESULT
037900        MOVE 'NO' TO PROOF-SWITCH
038000     END-IF.
038100     PERFORM WRITE-PROOF-LINE.
038200******************************************************************
038300 PROVE-BALANCE-HASH.
038400     MOVE SPACES TO PROOF-DETAIL-LINE.
038500     MOVE 'OPEN BALANCE HASH' TO PRF-TAG.
038600     MOVE WS-MASTER-BALANCE-HASH TO WS-EDIT-AMOUNT.
038700     MOVE WS-EDIT-AMOUNT TO PRF-MASTER.
038800     MOVE WS-EXTRACT-BALANCE-HASH TO WS-EDIT-AMOUNT.
038900     MOVE WS-EDIT-AMOUNT TO PRF-EXTRACT.
039000     MOVE WS-TRAILER-BALANCE-HASH TO WS-EDIT-AMOUNT.
039100     MOVE WS-EDIT-AMOUNT TO PRF-TRAILER.
039200     IF WS-EXTRACT-BALANCE-HASH = WS-MASTER-BALANCE-HASH
039300           AND WS-TRAILER-BALANCE-HASH = WS-MASTER-BALANCE-HASH
039400        MOVE 'AGREES' TO PRF-RESULT
039500     ELSE
039600        MOVE '** DIFFERS' TO PRF-RESULT
039700        MOVE 'NO' TO PROOF-SWITCH
039800     END-IF.
039900     PERFORM WRITE-PROOF-LINE.
040000******************************************************************
040100 WRITE-PROOF-LINE.
040200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
040300     MOVE PROOF-DETAIL-LINE TO OUTPUT-LINE.
040400     WRITE OUTPUT-RECORD.
040500     ADD 1 TO LINES-WRITTEN.
040600     MOVE 1 TO LINE-SPACING.
040700******************************************************************
040800 WRITE-MESSAGE-LINE.
040900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
041000     MOVE MESSAGE-LINE TO OUTPUT-LINE.
041100     WRITE OUTPUT-RECORD.
041200     ADD 1 TO LINES-WRITTEN.
041300     MOVE 1 TO LINE-SPACING.
041400******************************************************************
      * WHAT WAS MATCHED ALONGSIDE THE MASTER -- FOR INFORMATION; A
      * MISSING ADDRESS OR LIMIT IS THE DERIVED RUN'S CONCERN.
      ******************************************************************
041500 WRITE-SWEEP-TOTALS.
041600     MOVE 2 TO LINE-SPACING.
041700     MOVE 'ADDRESS ON FILE       -' TO RGT-TAG.
041800     MOVE WS-ADDRESS-COUNT TO RGT-COUNT.
041900     PERFORM WRITE-TOTAL-LINE.
042000     MOVE 'NO ADDRESS ON FILE    -' TO RGT-TAG.
042100     MOVE WS-NO-ADDRESS-COUNT TO RGT-COUNT.
042200     PERFORM WRITE-TOTAL-LINE.
042300     MOVE 'CREDIT LIMIT ON FILE  -' TO RGT-TAG.
042400     MOVE WS-LIMIT-COUNT TO RGT-COUNT.
042500     PERFORM WRITE-TOTAL-LINE.
042600     MOVE 'NO CREDIT LIMIT       -' TO RGT-TAG.
042700     MOVE WS-NO-LIMIT-COUNT TO RGT-COUNT.
042800     PERFORM WRITE-TOTAL-LINE.
042900     MOVE 'ON CREDIT HOLD        -' TO RGT-TAG.
043000     MOVE WS-HOLD-COUNT TO RGT-COUNT.
043100     PERFORM WRITE-TOTAL-LINE.
043200     MOVE 'CLOSED                -' TO RGT-TAG.
043300     MOVE WS-CLOSED-COUNT TO RGT-COUNT.
043400     PERFORM WRITE-TOTAL-LINE.
043500******************************************************************
043600 WRITE-TOTAL-LINE.
043700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
043800     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
043900     WRITE OUTPUT-RECORD.
044000     ADD 1 TO LINES-WRITTEN.
044100     MOVE 1 TO LINE-SPACING.
044200******************************************************************
      * A COARSE MONOTONIC DAY SERIAL (YY*372 + MM*31 + DD) -- THE
      * SAME RULE FINDVR01 AND FINAGE01 USE.
      ******************************************************************
044300 COMPUTE-DATE-SERIAL.
044400     COMPUTE WS-DATE-SERIAL =
044500         (WS-WORK-YY * 372) + (WS-WORK-MM * 31) + WS-WORK-DD.
044600******************************************************************
044700 WRITE-HEADER.
044800     MOVE ZERO TO LINES-WRITTEN.
044900     ACCEPT HDR-PRT-DATE FROM DATE.
045000     ACCEPT HDR-PRT-TIME FROM TIME.
045100     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
045200     ADD 1 TO PAGE-COUNT
045300     MOVE '   MASTER SWEEP EXTRACT PROOF  '   TO REPORT-TITLE.
045400     MOVE PAGE-COUNT TO PAGE-NUMBER.
045500     MOVE HEADER-RECORD TO OUTPUT-LINE.
045600     WRITE OUTPUT-RECORD.
045700     MOVE 1 TO LINE-SPACING.
045800     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
045900     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
046000     WRITE OUTPUT-RECORD.
046100     ADD 1 TO LINES-WRITTEN.
046200******************************************************************
      * THE ACCOUNT FALLS DUE ON ITS OWN PAYMENT TERMS (FINTRM01)
      * COUNTED FROM ITS LAST-UPDATE DATE. AN ACCOUNT WITH NO TERMS
      * CODE IS DUE ON THAT DATE ITSELF, AS IT ALWAYS WAS.
      ******************************************************************
046300 SET-ACCOUNT-DUE-DATE.
046400     MOVE MSTR-TERMS-CODE TO PQ-TERMS-CODE.
046500     MOVE MSTR-LAST-UPDATE-DATE TO PQ-BASE-DATE.
046600     CALL 'FINTRM01' USING FINTMC01-RECORD.
046700     MOVE PQ-DUE-DATE TO WS-WORK-DATE.
