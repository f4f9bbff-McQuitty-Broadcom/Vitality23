000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINESC01.
      ******************************************************************
      * FINESC01 -- UNCLAIMED-PROPERTY (ESCHEATMENT) SWEEP FOR DORMANT
      *             CREDIT BALANCES. FINRFD01 SENDS CREDIT BALANCES TO
      *             ACCOUNTS PAYABLE FOR REFUND, BUT SOME REFUNDS ARE
      *             NEVER CASHED AND SOME CUSTOMERS CANNOT BE REACHED.
      *             A CREDIT BALANCE LEFT UNTOUCHED PAST THE STATE'S
      *             DORMANCY PERIOD IS THE OWNER'S PROPERTY AND MUST BE
      *             REPORTED AND REMITTED TO THE STATE.
      *             THIS SWEEP READS THE AR MASTER AND, FOR EVERY
      *             ACCOUNT SITTING IN CREDIT:
      *               - PICKS THE DORMANCY-TABLE ROW (SEE DORMTBL) BY
      *                 THE LONGEST POSTAL-CODE PREFIX MATCHING THE
      *                 NAME-AND-ADDRESS MASTER, OR THE '*DFLT*' ROW
      *                 WHEN THERE IS NO ADDRESS OR NO MATCH,
      *               - TREATS THE BALANCE AS DORMANT ONCE THE ROW'S
      *                 YEARS HAVE PASSED SINCE MSTR-LAST-UPDATE-DATE
      *                 (OR SINCE THE OWNER LAST CLAIMED IT, SEE
      *                 FINESM01),
      *               - OPENS A CASE ON THE ESCHEAT CASE FILE FOR A
      *                 NEWLY DORMANT BALANCE AND FORMS A DUE-DILIGENCE
      *                 LETTER TO THE OWNER, UNLESS THE BALANCE IS UNDER
      *                 THE ROW'S LETTER MINIMUM OR THERE IS NO ADDRESS
      *                 ON FILE (AN EXCEPTION, RETURN-CODE 4), AND
      *               - CLOSES AN OPEN CASE WHOSE ACCOUNT HAS SEEN
      *                 ACTIVITY OR IS NO LONGER IN CREDIT.
      *             WHEN THE CONTROL CARD CARRIES CC-ESCHEAT-CUTOFF THE
      *             RUN IS ALSO THE ANNUAL REPORTING RUN: EVERY OPEN
      *             CASE DORMANT BY THE CUTOFF WHOSE LETTER HAS GONE
      *             UNANSWERED FOR THE ROW'S RESPONSE DAYS (OR WHICH
      *             NEEDED NO LETTER, OR WHOSE LETTER CAME BACK) GOES
      *             ON THE HOLDER REPORT FILE AT ITS CURRENT CREDIT
      *             AMOUNT, IS MARKED REPORTED, AND A ZERO-AMOUNT
      *             DETAIL UNDER THE DEDICATED ESCHT REFERENCE CODE IS
      *             WRITTEN FOR THE SUPPLEMENTAL FEED SO FINAPL01
      *             CLEARS THE REMITTED BALANCE FROM THE MASTER. THE
      *             REGISTER CLOSES WITH THE TOTALS BY STATE.
      *             THE MASTER IS NOT UPDATED HERE.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-18  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT DORMANCY-FILE ASSIGN U-T-DORMTB.
000900     SELECT LETTER-FILE ASSIGN U-T-ESCLTR.
001000     SELECT HOLDER-FILE ASSIGN U-T-HLDRPT.
001100     SELECT ESCHEAT-FEED-FILE ASSIGN U-T-ESCOUT.
001200     SELECT MASTER-FILE ASSIGN U-T-MASTER
001300        ORGANIZATION IS INDEXED
001400        ACCESS MODE IS DYNAMIC
001500        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001600        FILE STATUS IS WS-MASTER-STATUS.
001700     SELECT OPTIONAL NAME-ADDRESS-FILE ASSIGN U-T-NAMADR
001800        ORGANIZATION IS INDEXED
001900        ACCESS MODE IS DYNAMIC
002000        RECORD KEY IS NA-ACCOUNT-NUMBER
002100        FILE STATUS IS WS-NAMADR-STATUS.
002200     SELECT CASE-FILE ASSIGN U-T-ESCTRK
002300        ORGANIZATION IS INDEXED
002400        ACCESS MODE IS DYNAMIC
002500        RECORD KEY IS UP-ACCOUNT-NUMBER
002600        FILE STATUS IS WS-CASE-STATUS.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD REPORT-FILE
003000     LABEL RECORDS ARE OMITTED
003100     RECORDING MODE IS F
003200     RECORD CONTAINS 133 CHARACTERS
003300     DATA RECORD IS OUTPUT-RECORD.
003400   01 OUTPUT-RECORD.
003500     02 CARRIAGE-CONTROL PIC X.
003600     02 OUTPUT-LINE      PIC X(132).
003700 FD CONTROL-FILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORD CONTAINS 80 CHARACTERS
004000     DATA RECORD IS CONTROL-CARD-RECORD.
004100 COPY CTLCARD.
004200 FD DORMANCY-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 80 CHARACTERS
004500     DATA RECORD IS DORMANCY-TABLE-RECORD.
004600 COPY DORMTBL.
004700 FD LETTER-FILE
004800     LABEL RECORDS ARE OMITTED
004900     RECORDING MODE IS F
005000     RECORD CONTAINS 133 CHARACTERS
005100     DATA RECORD IS LETTER-RECORD.
005200   01 LETTER-RECORD.
005300     02 LTR-CARRIAGE-CONTROL PIC X.
005400     02 LTR-LINE             PIC X(132).
005500 FD HOLDER-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 160 CHARACTERS
005800     DATA RECORD IS HOLDER-REPORT-RECORD.
005900 COPY HLDRPT.
006000 FD ESCHEAT-FEED-FILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS
006300     DATA RECORD IS ESCHEAT-FEED-RECORD.
006400   01 ESCHEAT-FEED-RECORD.
006500     02 ESC-REC-TYPE           PIC X(01).
006600     02 ESC-FIELD1             PIC 9(08).
006700     02 ESC-FIELD2             PIC X(10).
006800     02 ESC-FIELD3             PIC X(20).
006900     02 ESC-FIELD4             PIC 9(04)V99.
007000     02 ESC-FIELD5             PIC 9(04)V99.
007100     02 ESC-FIELD6             PIC X(06).
007200     02 FILLER                 PIC X(23).
007300 FD MASTER-FILE
007400     LABEL RECORDS ARE STANDARD
007500     DATA RECORD IS MASTER-RECORD.
007600 COPY MSTRFILE.
007700 FD NAME-ADDRESS-FILE
007800     LABEL RECORDS ARE STANDARD
007900     DATA RECORD IS NAME-ADDRESS-RECORD.
008000 COPY NAMADDR.
008100 FD CASE-FILE
008200     LABEL RECORDS ARE STANDARD
008300     DATA RECORD IS ESCHEAT-CASE-RECORD.
008400 COPY ESCHEAT.
      ******************************************************************
008500 WORKING-STORAGE SECTION.
008600 COPY HEADER1.
008700 01  PROGRAM-WORK-FIELDS.
008800     02  INPUT-SWITCH      PIC X(3).
008900         88  END-OF-FILE   VALUE 'EOF'.
009000     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
009100     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
009200     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
009300     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
009400     02  WS-NAMADR-STATUS  PIC X(2)  VALUE ZERO.
009500     02  WS-CASE-STATUS    PIC X(2)  VALUE ZERO.
009600     02  ADDRESS-SWITCH    PIC X(3)  VALUE 'NO '.
009700         88  ADDRESS-FOUND VALUE 'YES'.
009800     02  CASE-SWITCH       PIC X(3)  VALUE 'NO '.
009900         88  CASE-FOUND    VALUE 'YES'.
010000     02  REPORTING-SWITCH  PIC X(3)  VALUE 'NO '.
010100         88  REPORTING-RUN VALUE 'YES'.
010200     02  DEFAULT-SWITCH    PIC X(3)  VALUE 'NO '.
010300         88  DEFAULT-LOADED VALUE 'YES'.
010400     02  STATE-FOUND-SWITCH PIC X(3) VALUE 'NO '.
010500         88  STATE-FOUND   VALUE 'YES'.
010600     02  WS-NET-BALANCE    PIC S9(5)V99 VALUE ZERO.
010700     02  WS-CREDIT-AMOUNT  PIC 9(5)V99 VALUE ZERO.
010800     02  WS-DISPOSITION    PIC X(30) VALUE SPACES.
010900     02  WS-PREFIX-LENGTH  PIC 9(2)  VALUE ZERO.
011000     02  WS-BEST-LENGTH    PIC 9(2)  VALUE ZERO.
011100     02  WS-TABLE-COUNT    PIC 9(5)  VALUE ZERO.
011200     02  WS-TABLE-REJECTS  PIC 9(5)  VALUE ZERO.
011300     02  WS-CREDIT-COUNT   PIC 9(7)  VALUE ZERO.
011400     02  WS-LETTER-COUNT   PIC 9(7)  VALUE ZERO.
011500     02  WS-BELOW-MIN-COUNT PIC 9(7) VALUE ZERO.
011600     02  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
011700     02  WS-CLOSED-COUNT   PIC 9(7)  VALUE ZERO.
011800     02  WS-REPORTED-COUNT PIC 9(7)  VALUE ZERO.
011900     02  WS-REPORTED-TOTAL PIC 9(11)V99 VALUE ZERO.
012000 01  DATE-WORK-FIELDS.
012100     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
012200     02  WS-CUTOFF-DATE    PIC 9(8)  VALUE ZERO.
012300     02  WS-DORMANT-SINCE  PIC 9(8)  VALUE ZERO.
012400     02  WS-DORMANT-DATE   PIC 9(8)  VALUE ZERO.
012500     02  FILLER REDEFINES WS-DORMANT-DATE.
012600         03  WS-DORMANT-CCYY PIC 9(4).
012700         03  WS-DORMANT-MM PIC 9(2).
012800         03  WS-DORMANT-DD PIC 9(2).
      ******************************************************************
      * THE HOLDER'S OWN FILING PARTICULARS FOR THE REPORT HEADER.
      ******************************************************************
012900 01  HOLDER-CONSTANTS.
013000     02  HLD-HOLDER-NAME       PIC X(30)
013100                               VALUE 'ACCOUNTS RECEIVABLE'.
013200     02  HLD-HOLDER-TAX-ID     PIC X(09) VALUE '141000000'.
013300     02  HLD-PROPERTY-TYPE     PIC X(04) VALUE 'CR01'.
013400     02  HLD-DEFAULT-RESPONSE  PIC 9(03) VALUE 60.
      ******************************************************************
      * THE '*DFLT*' ROW AND UP TO 100 POSTAL-PREFIX ROWS.
      ******************************************************************
013500 01  DORMANCY-TABLE.
013600     02  DEF-STATE-CODE    PIC X(02).
013700     02  DEF-DORMANCY-YEARS PIC 9(02).
013800     02  DEF-LETTER-MINIMUM PIC 9(05)V99.
013900     02  DEF-RESPONSE-DAYS PIC 9(03).
014000     02  WS-ROW-COUNT      PIC 9(3)  VALUE ZERO.
014100     02  ROW-ENTRY OCCURS 100 TIMES
014200                   INDEXED BY ROW-IDX.
014300         03  ROW-POSTAL-PREFIX PIC X(08).
014400         03  ROW-PREFIX-LENGTH PIC 9(02).
014500         03  ROW-STATE-CODE    PIC X(02).
014600         03  ROW-DORMANCY-YEARS PIC 9(02).
014700         03  ROW-LETTER-MINIMUM PIC 9(05)V99.
014800         03  ROW-RESPONSE-DAYS PIC 9(03).
014900 01  CURRENT-ROW.
015000     02  CUR-STATE-CODE    PIC X(02).
015100     02  CUR-DORMANCY-YEARS PIC 9(02).
015200     02  CUR-LETTER-MINIMUM PIC 9(05)V99.
015300     02  CUR-RESPONSE-DAYS PIC 9(03).
      ******************************************************************
      * ONE ROW PER STATE REPORTED TO ON THIS RUN.
      ******************************************************************
015400 01  STATE-TABLE.
015500     02  WS-STATE-COUNT    PIC 9(3)  VALUE ZERO.
015600     02  STATE-ENTRY OCCURS 60 TIMES
015700                     INDEXED BY STATE-IDX.
015800         03  ST-STATE-CODE PIC X(02).
015900         03  ST-COUNT      PIC 9(7).
016000         03  ST-AMOUNT     PIC 9(11)V99.
016100 COPY PAGING.
016200 COPY FINBDC01.
016300 COPY FINDTC01.
016400 01  LETTER-ADDRESS-LINE.
016500     02  FILLER                PIC X(6).
016600     02  LTA-TEXT              PIC X(40).
016700     02  FILLER                PIC X(86).
016800 01  LETTER-CITY-LINE.
016900     02  FILLER                PIC X(6).
017000     02  LTC-CITY              PIC X(18).
017100     02  FILLER                PIC X(1).
017200     02  LTC-POSTAL            PIC X(8).
017300     02  FILLER                PIC X(99).
017400 01  LETTER-DATE-LINE.
017500     02  FILLER                PIC X(6).
017600     02  FILLER                PIC X(6)  VALUE 'DATE: '.
017700     02  LTD-DATE              PIC 9(8).
017800     02  FILLER                PIC X(112).
017900 01  LETTER-BODY-LINE.
018000     02  FILLER                PIC X(6).
018100     02  LTB-TEXT              PIC X(70).
018200     02  FILLER                PIC X(56).
018300 01  LETTER-AMOUNT-LINE.
018400     02  FILLER                PIC X(6).
018500     02  FILLER                PIC X(26)
018600         VALUE 'CREDIT BALANCE HELD -     '.
018700     02  LTM-AMOUNT            PIC ZZ,ZZ9.99.
018800     02  FILLER                PIC X(91).
018900 01  LETTER-REPLY-LINE.
019000     02  FILLER                PIC X(6).
019100     02  FILLER                PIC X(33)
019200         VALUE 'PLEASE REPLY BY THIS DATE:       '.
019300     02  LTR-REPLY-DATE        PIC 9(8).
019400     02  FILLER                PIC X(85).
019500 01  REGISTER-DETAIL-LINE.
019600     02  FILLER                PIC X(2).
019700     02  REG-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
019800     02  FILLER                PIC X(2).
019900     02  REG-NAME              PIC X(30).
020000     02  FILLER                PIC X(2).
020100     02  REG-STATE             PIC X(2).
020200     02  FILLER                PIC X(2).
020300     02  REG-AMOUNT            PIC ZZZ,ZZ9.99.
020400     02  FILLER                PIC X(2).
020500     02  REG-DORMANT-DATE      PIC 9(8).
020600     02  FILLER                PIC X(2).
020700     02  REG-DISPOSITION       PIC X(30).
020800     02  FILLER                PIC X(30).
020900 01  REGISTER-TOTAL-LINE.
021000     02  FILLER                PIC X(2).
021100     02  RGT-TAG               PIC X(24).
021200     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
021300     02  FILLER                PIC X(4).
021400     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
021500     02  FILLER                PIC X(79).
021600 01  STATE-TOTAL-LINE.
021700     02  FILLER                PIC X(2).
021800     02  FILLER                PIC X(15) VALUE 'REPORTED TO    '.
021900     02  STL-STATE             PIC X(2).
022000     02  FILLER                PIC X(7)  VALUE '   -   '.
022100     02  STL-COUNT             PIC Z,ZZZ,ZZ9.
022200     02  FILLER                PIC X(4).
022300     02  STL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
022400     02  FILLER                PIC X(79).
022500 01  COLUMN-HEADING-LINE.
022600     02  FILLER                PIC X(2).
022700     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
022800     02  FILLER                PIC X(2).
022900     02  FILLER                PIC X(30) VALUE 'OWNER'.
023000     02  FILLER                PIC X(2).
023100     02  FILLER                PIC X(2)  VALUE 'ST'.
023200     02  FILLER                PIC X(2).
023300     02  FILLER                PIC X(10) VALUE '    CREDIT'.
023400     02  FILLER                PIC X(2).
023500     02  FILLER                PIC X(8)  VALUE 'DORMANT'.
023600     02  FILLER                PIC X(2).
023700     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
023800     02  FILLER                PIC X(30).
023900******************************************************************
024000 PROCEDURE DIVISION.
024100     DISPLAY 'FINESC01 - UNCLAIMED-PROPERTY SWEEP STARTING'.
024200     MOVE ZERO TO BD-REQUEST-DATE.
024300     CALL 'FINBDT01' USING FINBDC01-RECORD.
024400     PERFORM READ-CONTROL-CARD.
024500     PERFORM LOAD-DORMANCY-TABLE.
024600     IF NOT DEFAULT-LOADED
024700        DISPLAY 'FINESC01 - NO *DFLT* ROW ON THE DORMANCY CARDS '
024800            '- NOTHING SWEPT'
024900        MOVE 12 TO RETURN-CODE
025000        GOBACK
025100     END-IF.
025200     OPEN OUTPUT REPORT-FILE LETTER-FILE HOLDER-FILE
025300                 ESCHEAT-FEED-FILE.
025400     OPEN INPUT MASTER-FILE NAME-ADDRESS-FILE.
025500     OPEN I-O CASE-FILE.
025600     PERFORM WRITE-HEADER.
025700     IF REPORTING-RUN
025800        PERFORM WRITE-HOLDER-HEADER
025900     END-IF.
026000     PERFORM GET-MASTER-RECORD.
026100     PERFORM SWEEP-AND-READ
026200        UNTIL END-OF-FILE.
026300     IF REPORTING-RUN
026400        PERFORM WRITE-HOLDER-TRAILER
026500     END-IF.
026600     PERFORM WRITE-REGISTER-TOTALS.
026700     CLOSE MASTER-FILE NAME-ADDRESS-FILE CASE-FILE LETTER-FILE
026800         HOLDER-FILE ESCHEAT-FEED-FILE REPORT-FILE.
026900     DISPLAY 'FINESC01 - CREDIT BALANCES:   ' WS-CREDIT-COUNT.
027000     DISPLAY 'FINESC01 - LETTERS FORMED:    ' WS-LETTER-COUNT.
027100     DISPLAY 'FINESC01 - NO ADDRESS:        ' WS-NO-ADDRESS-COUNT.
027200     DISPLAY 'FINESC01 - CASES CLOSED:      ' WS-CLOSED-COUNT.
027300     DISPLAY 'FINESC01 - BALANCES REPORTED: ' WS-REPORTED-COUNT.
027400     DISPLAY 'FINESC01 - AMOUNT REPORTED:   ' WS-REPORTED-TOTAL.
027500     IF WS-NO-ADDRESS-COUNT > ZERO
027600        MOVE 4 TO RETURN-CODE
027700     END-IF.
027800     GOBACK.
027900******************************************************************
      * THE AS-OF DATE IS CC-AS-OF-DATE OR THE BUSINESS DATE. A CUTOFF
      * DATE ON THE CARD MAKES THIS THE ANNUAL REPORTING RUN.
      ******************************************************************
028000 READ-CONTROL-CARD.
028100     OPEN INPUT CONTROL-FILE.
028200     READ CONTROL-FILE AT END
028300         MOVE ZERO TO CC-PAGE-SIZE
028400         MOVE ZERO TO CC-AS-OF-DATE
028500         MOVE ZERO TO CC-ESCHEAT-CUTOFF
028600     END-READ.
028700     CLOSE CONTROL-FILE.
028800     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
028900        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
029000     END-IF.
029100     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
029200        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
029300     ELSE
029400        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
029500     END-IF.
029600     IF CC-ESCHEAT-CUTOFF NUMERIC AND CC-ESCHEAT-CUTOFF > ZERO
029700        MOVE CC-ESCHEAT-CUTOFF TO WS-CUTOFF-DATE
029800        MOVE 'YES' TO REPORTING-SWITCH
029900     END-IF.
030000******************************************************************
      * DORMANCY CARDS -- THE '*DFLT*' ROW IS THE HOLDER'S OWN STATE,
      * EVERY OTHER ROW A POSTAL-CODE PREFIX. A CARD WITH A BLANK
      * PREFIX OR STATE, A NON-NUMERIC FIELD, NO DORMANCY YEARS OR NO
      * ROOM LEFT IN THE TABLE IS REJECTED ON THE CONSOLE.
      ******************************************************************
030100 LOAD-DORMANCY-TABLE.
030200     MOVE SPACES TO INPUT-SWITCH.
030300     OPEN INPUT DORMANCY-FILE.
030400     PERFORM LOAD-ONE-DORMANCY-CARD
030500         THRU LOAD-ONE-DORMANCY-CARD-EXIT
030600        UNTIL END-OF-FILE.
030700     CLOSE DORMANCY-FILE.
030800     MOVE SPACES TO INPUT-SWITCH.
030900******************************************************************
031000 LOAD-ONE-DORMANCY-CARD.
031100     READ DORMANCY-FILE AT END
031200         MOVE 'EOF' TO INPUT-SWITCH
031300     END-READ.
031400     IF END-OF-FILE
031500        GO TO LOAD-ONE-DORMANCY-CARD-EXIT
031600     END-IF.
031700     ADD 1 TO WS-TABLE-COUNT.
031800     IF DM-POSTAL-PREFIX = SPACES
031900           OR DM-STATE-CODE = SPACES
032000           OR DM-DORMANCY-YEARS NOT NUMERIC
032100           OR DM-DORMANCY-YEARS = ZERO
032200           OR DM-LETTER-MINIMUM NOT NUMERIC
032300           OR DM-RESPONSE-DAYS NOT NUMERIC
032400        ADD 1 TO WS-TABLE-REJECTS
032500        DISPLAY 'FINESC01 - DORMANCY CARD REJECTED: '
032600            DORMANCY-TABLE-RECORD
032700        GO TO LOAD-ONE-DORMANCY-CARD-EXIT
032800     END-IF.
032900     IF DM-RESPONSE-DAYS = ZERO
033000        MOVE HLD-DEFAULT-RESPONSE TO DM-RESPONSE-DAYS
033100     END-IF.
033200     IF DM-DEFAULT-ROW
033300        MOVE 'YES' TO DEFAULT-SWITCH
033400        MOVE DM-STATE-CODE TO DEF-STATE-CODE
033500        MOVE DM-DORMANCY-YEARS TO DEF-DORMANCY-YEARS
033600        MOVE DM-LETTER-MINIMUM TO DEF-LETTER-MINIMUM
033700        MOVE DM-RESPONSE-DAYS TO DEF-RESPONSE-DAYS
033800        GO TO LOAD-ONE-DORMANCY-CARD-EXIT
033900     END-IF.
034000     IF WS-ROW-COUNT NOT < 100
034100        ADD 1 TO WS-TABLE-REJECTS
034200        DISPLAY 'FINESC01 - DORMANCY TABLE FULL, CARD REJECTED: '
034300            DM-POSTAL-PREFIX
034400        GO TO LOAD-ONE-DORMANCY-CARD-EXIT
034500     END-IF.
034600     MOVE ZERO TO WS-PREFIX-LENGTH.
034700     INSPECT DM-POSTAL-PREFIX TALLYING WS-PREFIX-LENGTH
034800         FOR CHARACTERS BEFORE INITIAL SPACE.
034900     ADD 1 TO WS-ROW-COUNT.
035000     SET ROW-IDX TO WS-ROW-COUNT.
035100     MOVE DM-POSTAL-PREFIX TO ROW-POSTAL-PREFIX (ROW-IDX).
035200     MOVE WS-PREFIX-LENGTH TO ROW-PREFIX-LENGTH (ROW-IDX).
035300     MOVE DM-STATE-CODE TO ROW-STATE-CODE (ROW-IDX).
035400     MOVE DM-DORMANCY-YEARS TO ROW-DORMANCY-YEARS (ROW-IDX).
035500     MOVE DM-LETTER-MINIMUM TO ROW-LETTER-MINIMUM (ROW-IDX).
035600     MOVE DM-RESPONSE-DAYS TO ROW-RESPONSE-DAYS (ROW-IDX).
035700 LOAD-ONE-DORMANCY-CARD-EXIT.
035800     EXIT.
035900******************************************************************
036000 GET-MASTER-RECORD.
036100     READ MASTER-FILE NEXT RECORD AT END
036200         MOVE 'EOF' TO INPUT-SWITCH.
036300******************************************************************
036400 SWEEP-AND-READ.
036500     PERFORM SWEEP-ONE-ACCOUNT
036600         THRU SWEEP-ONE-ACCOUNT-EXIT.
036700     PERFORM GET-MASTER-RECORD.
036800******************************************************************
      * AN OPEN CASE IS CLOSED WHEN THE ACCOUNT LEAVES CREDIT OR SHOWS
      * ACTIVITY SINCE THE CASE WAS OPENED. A REPORTED CASE WHOSE
      * CLEARING DETAIL HAS NOT YET REACHED THE MASTER IS LEFT ALONE.
      * OTHERWISE THE BALANCE IS TESTED FOR DORMANCY, A CASE OPENED
      * IF NONE IS, AND ON THE REPORTING RUN AN OPEN CASE THAT HAS
      * SERVED ITS TIME IS REPORTED.
      ******************************************************************
036900 SWEEP-ONE-ACCOUNT.
037000     PERFORM READ-CASE-RECORD.
037100     COMPUTE WS-NET-BALANCE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
037200     IF WS-NET-BALANCE NOT < ZERO
037300        IF CASE-FOUND AND UP-CASE-OPEN
037400           MOVE 'CLOSED - NO LONGER IN CREDIT' TO WS-DISPOSITION
037500           PERFORM CLOSE-CASE-RECORD
037600        END-IF
037700        GO TO SWEEP-ONE-ACCOUNT-EXIT
037800     END-IF.
037900     ADD 1 TO WS-CREDIT-COUNT.
038000     COMPUTE WS-CREDIT-AMOUNT = ZERO - WS-NET-BALANCE.
038100     IF CASE-FOUND AND UP-CASE-OPEN
038200           AND MSTR-LAST-UPDATE-DATE > UP-LAST-ACTIVITY-DATE
038300        MOVE 'CLOSED - ACCOUNT ACTIVE AGAIN' TO WS-DISPOSITION
038400        PERFORM CLOSE-CASE-RECORD
038500        GO TO SWEEP-ONE-ACCOUNT-EXIT
038600     END-IF.
038700     IF CASE-FOUND AND UP-REPORTED
038800           AND MSTR-LAST-UPDATE-DATE NOT > UP-REPORT-DATE
038900        GO TO SWEEP-ONE-ACCOUNT-EXIT
039000     END-IF.
039100     PERFORM FIND-OWNER-ADDRESS.
039200     PERFORM FIND-DORMANCY-ROW.
039300     PERFORM COMPUTE-DORMANT-DATE.
039400     IF NOT CASE-FOUND OR NOT UP-CASE-OPEN
039500        IF WS-DORMANT-DATE > WS-AS-OF-DATE
039600           GO TO SWEEP-ONE-ACCOUNT-EXIT
039700        END-IF
039800        PERFORM OPEN-CASE-RECORD
039900     END-IF.
040000     IF REPORTING-RUN
040100        PERFORM TEST-CASE-REPORTABLE
040200           THRU TEST-CASE-REPORTABLE-EXIT
040300     END-IF.
040400 SWEEP-ONE-ACCOUNT-EXIT.
040500     EXIT.
040600******************************************************************
040700 READ-CASE-RECORD.
040800     MOVE MSTR-ACCOUNT-NUMBER TO UP-ACCOUNT-NUMBER.
040900     READ CASE-FILE
041000         INVALID KEY
041100            MOVE 'NO ' TO CASE-SWITCH
041200         NOT INVALID KEY
041300            MOVE 'YES' TO CASE-SWITCH
041400     END-READ.
041500******************************************************************
041600 FIND-OWNER-ADDRESS.
041700     MOVE MSTR-ACCOUNT-NUMBER TO NA-ACCOUNT-NUMBER.
041800     READ NAME-ADDRESS-FILE
041900         INVALID KEY
042000            MOVE 'NO ' TO ADDRESS-SWITCH
042100         NOT INVALID KEY
042200            MOVE 'YES' TO ADDRESS-SWITCH
042300     END-READ.
042400     IF ADDRESS-FOUND AND NA-ADDRESS-1 = SPACES
042500        MOVE 'NO ' TO ADDRESS-SWITCH
042600     END-IF.
042700******************************************************************
      * THE LONGEST PREFIX THAT MATCHES THE START OF THE POSTAL CODE
      * WINS; NO ADDRESS OR NO MATCH TAKES THE '*DFLT*' ROW.
      ******************************************************************
042800 FIND-DORMANCY-ROW.
042900     MOVE DEF-STATE-CODE TO CUR-STATE-CODE.
043000     MOVE DEF-DORMANCY-YEARS TO CUR-DORMANCY-YEARS.
043100     MOVE DEF-LETTER-MINIMUM TO CUR-LETTER-MINIMUM.
043200     MOVE DEF-RESPONSE-DAYS TO CUR-RESPONSE-DAYS.
043300     MOVE ZERO TO WS-BEST-LENGTH.
043400     IF ADDRESS-FOUND
043500        PERFORM MATCH-DORMANCY-ROW
043600            VARYING ROW-IDX FROM 1 BY 1
043700            UNTIL ROW-IDX > WS-ROW-COUNT
043800     END-IF.
043900******************************************************************
044000 MATCH-DORMANCY-ROW.
044100     MOVE ROW-PREFIX-LENGTH (ROW-IDX) TO WS-PREFIX-LENGTH.
044200     IF WS-PREFIX-LENGTH > WS-BEST-LENGTH
044300        IF NA-POSTAL-CODE (1:WS-PREFIX-LENGTH) =
044400              ROW-POSTAL-PREFIX (ROW-IDX) (1:WS-PREFIX-LENGTH)
044500           MOVE WS-PREFIX-LENGTH TO WS-BEST-LENGTH
044600           MOVE ROW-STATE-CODE (ROW-IDX) TO CUR-STATE-CODE
044700           MOVE ROW-DORMANCY-YEARS (ROW-IDX)
044800               TO CUR-DORMANCY-YEARS
044900           MOVE ROW-LETTER-MINIMUM (ROW-IDX)
045000               TO CUR-LETTER-MINIMUM
045100           MOVE ROW-RESPONSE-DAYS (ROW-IDX) TO CUR-RESPONSE-DAYS
045200        END-IF
045300     END-IF.
045400******************************************************************
      * DORMANCY RUNS FROM THE LAST MASTER UPDATE, OR FROM THE OWNER'S
      * LAST CLAIM IF THAT IS LATER. AN OPEN CASE KEEPS THE DATE IT WAS
      * OPENED WITH. 29 FEBRUARY ROLLS BACK TO THE 28TH.
      ******************************************************************
045500 COMPUTE-DORMANT-DATE.
045600     IF CASE-FOUND AND UP-CASE-OPEN
045700        MOVE UP-DORMANT-DATE TO WS-DORMANT-DATE
045800     ELSE
045900        MOVE MSTR-LAST-UPDATE-DATE TO WS-DORMANT-SINCE
046000        IF CASE-FOUND AND UP-CLAIMED
046100              AND UP-RESPONSE-DATE > WS-DORMANT-SINCE
046200           MOVE UP-RESPONSE-DATE TO WS-DORMANT-SINCE
046300        END-IF
046400        MOVE WS-DORMANT-SINCE TO WS-DORMANT-DATE
046500        ADD CUR-DORMANCY-YEARS TO WS-DORMANT-CCYY
046600        IF WS-DORMANT-MM = 2 AND WS-DORMANT-DD = 29
046700           MOVE 28 TO WS-DORMANT-DD
046800        END-IF
046900     END-IF.
047000******************************************************************
      * A NEW CASE -- LETTER IF THERE IS AN ADDRESS AND THE BALANCE IS
      * AT OR OVER THE ROW'S MINIMUM; OTHERWISE IT IS RECORDED AS
      * BELOW THE MINIMUM OR, AS AN EXCEPTION, WITH NO ADDRESS.
      ******************************************************************
047100 OPEN-CASE-RECORD.
047200     MOVE SPACES TO ESCHEAT-CASE-RECORD.
047300     MOVE MSTR-ACCOUNT-NUMBER TO UP-ACCOUNT-NUMBER.
047400     MOVE CUR-STATE-CODE TO UP-STATE-CODE.
047500     MOVE WS-CREDIT-AMOUNT TO UP-AMOUNT.
047600     MOVE MSTR-LAST-UPDATE-DATE TO UP-LAST-ACTIVITY-DATE.
047700     MOVE WS-DORMANT-DATE TO UP-DORMANT-DATE.
047800     MOVE WS-AS-OF-DATE TO UP-OPENED-DATE.
047900     MOVE ZERO TO UP-LETTER-DATE UP-RESPONSE-DATE UP-REPORT-DATE
048000                  UP-REPORTED-AMOUNT.
048100     MOVE 'FINESC01' TO UP-OPERATOR-ID.
048200     IF NOT ADDRESS-FOUND
048300        MOVE 'A' TO UP-CASE-STATUS
048400        ADD 1 TO WS-NO-ADDRESS-COUNT
048500        MOVE 'NO ADDRESS - EXCEPTION' TO WS-DISPOSITION
048600     ELSE
048700        IF WS-CREDIT-AMOUNT < CUR-LETTER-MINIMUM
048800           MOVE 'B' TO UP-CASE-STATUS
048900           ADD 1 TO WS-BELOW-MIN-COUNT
049000           MOVE 'NO LETTER - BELOW MINIMUM' TO WS-DISPOSITION
049100        ELSE
049200           MOVE 'L' TO UP-CASE-STATUS
049300           MOVE WS-AS-OF-DATE TO UP-LETTER-DATE
049400           PERFORM FORM-THE-LETTER
049500           ADD 1 TO WS-LETTER-COUNT
049600           MOVE 'DUE-DILIGENCE LETTER SENT' TO WS-DISPOSITION
049700        END-IF
049800     END-IF.
049900     IF CASE-FOUND
050000        REWRITE ESCHEAT-CASE-RECORD
050100     ELSE
050200        WRITE ESCHEAT-CASE-RECORD
050300        MOVE 'YES' TO CASE-SWITCH
050400     END-IF.
050500     PERFORM WRITE-REGISTER-LINE.
050600******************************************************************
050700 CLOSE-CASE-RECORD.
050800     MOVE 'X' TO UP-CASE-STATUS.
050900     MOVE 'FINESC01' TO UP-OPERATOR-ID.
051000     REWRITE ESCHEAT-CASE-RECORD.
051100     ADD 1 TO WS-CLOSED-COUNT.
051200     MOVE UP-AMOUNT TO WS-CREDIT-AMOUNT.
051300     MOVE UP-DORMANT-DATE TO WS-DORMANT-DATE.
051400     MOVE UP-STATE-CODE TO CUR-STATE-CODE.
051500     MOVE 'NO ' TO ADDRESS-SWITCH.
051600     PERFORM WRITE-REGISTER-LINE.
051700******************************************************************
      * REPORTABLE ON THE CUTOFF RUN WHEN DORMANT BY THE CUTOFF AND,
      * FOR A LETTER STILL AWAITING AN ANSWER, THE RESPONSE DAYS HAVE
      * RUN OUT.
      ******************************************************************
051800 TEST-CASE-REPORTABLE.
051900     IF UP-DORMANT-DATE > WS-CUTOFF-DATE
052000        GO TO TEST-CASE-REPORTABLE-EXIT
052100     END-IF.
052200     IF UP-LETTER-SENT
052300        MOVE 'D' TO DT-FUNCTION
052400        MOVE UP-LETTER-DATE TO DT-BASE-DATE
052500        MOVE WS-AS-OF-DATE TO DT-OTHER-DATE
052600        CALL 'FINDTE01' USING FINDTC01-RECORD
052700        IF NOT DT-RESULT-OK
052800              OR DT-DAY-COUNT < CUR-RESPONSE-DAYS
052900           GO TO TEST-CASE-REPORTABLE-EXIT
053000        END-IF
053100     END-IF.
053200     PERFORM REPORT-CASE-RECORD.
053300 TEST-CASE-REPORTABLE-EXIT.
053400     EXIT.
053500******************************************************************
      * HOLDER DETAIL AT THE CURRENT CREDIT AMOUNT, CASE MARKED
      * REPORTED, AND A ZERO-AMOUNT ESCHT DETAIL FOR THE SUPPLEMENTAL
      * FEED SO FINAPL01 CLEARS THE REMITTED BALANCE.
      ******************************************************************
053600 REPORT-CASE-RECORD.
053700     MOVE SPACES TO HOLDER-REPORT-RECORD.
053800     MOVE 'D' TO HR-REC-TYPE.
053900     MOVE UP-STATE-CODE TO HR-STATE-CODE.
054000     MOVE MSTR-ACCOUNT-NUMBER TO HR-ACCOUNT-NUMBER.
054100     IF ADDRESS-FOUND
054200        MOVE NA-NAME TO HR-OWNER-NAME
054300        MOVE NA-ADDRESS-1 TO HR-ADDRESS-1
054400        MOVE NA-ADDRESS-2 TO HR-ADDRESS-2
054500        MOVE NA-CITY TO HR-CITY
054600        MOVE NA-POSTAL-CODE TO HR-POSTAL-CODE
054700     ELSE
054800        MOVE MSTR-NAME TO HR-OWNER-NAME
054900     END-IF.
055000     MOVE HLD-PROPERTY-TYPE TO HR-PROPERTY-TYPE.
055100     MOVE WS-CREDIT-AMOUNT TO HR-AMOUNT.
055200     MOVE UP-LAST-ACTIVITY-DATE TO HR-LAST-ACTIVITY-DATE.
055300     MOVE UP-LETTER-DATE TO HR-LETTER-DATE.
055400     MOVE UP-CASE-STATUS TO HR-DUE-DILIGENCE.
055500     WRITE HOLDER-REPORT-RECORD.
055600     MOVE 'P' TO UP-CASE-STATUS.
055700     MOVE WS-AS-OF-DATE TO UP-REPORT-DATE.
055800     MOVE WS-CREDIT-AMOUNT TO UP-REPORTED-AMOUNT.
055900     MOVE 'FINESC01' TO UP-OPERATOR-ID.
056000     REWRITE ESCHEAT-CASE-RECORD.
056100     MOVE SPACES TO ESCHEAT-FEED-RECORD.
056200     MOVE 'D' TO ESC-REC-TYPE.
056300     MOVE MSTR-ACCOUNT-NUMBER TO ESC-FIELD1.
056400     MOVE MSTR-NAME TO ESC-FIELD2.
056500     MOVE 'ESCHEAT REMITTED' TO ESC-FIELD3.
056600     MOVE ZERO TO ESC-FIELD4.
056700     MOVE ZERO TO ESC-FIELD5.
056800     MOVE 'ESCHT' TO ESC-FIELD6.
056900     WRITE ESCHEAT-FEED-RECORD.
057000     ADD 1 TO WS-REPORTED-COUNT.
057100     ADD WS-CREDIT-AMOUNT TO WS-REPORTED-TOTAL.
057200     PERFORM ADD-STATE-TOTAL.
057300     MOVE UP-DORMANT-DATE TO WS-DORMANT-DATE.
057400     MOVE UP-STATE-CODE TO CUR-STATE-CODE.
057500     MOVE 'REPORTED AND REMITTED' TO WS-DISPOSITION.
057600     PERFORM WRITE-REGISTER-LINE.
057700******************************************************************
057800 ADD-STATE-TOTAL.
057900     MOVE 'NO ' TO STATE-FOUND-SWITCH.
058000     PERFORM MATCH-STATE-ENTRY
058100         VARYING STATE-IDX FROM 1 BY 1
058200         UNTIL STATE-IDX > WS-STATE-COUNT
058300            OR STATE-FOUND.
058400     IF STATE-FOUND
058500        SET STATE-IDX DOWN BY 1
058600     ELSE
058700        IF WS-STATE-COUNT < 60
058800           ADD 1 TO WS-STATE-COUNT
058900           SET STATE-IDX TO WS-STATE-COUNT
059000           MOVE UP-STATE-CODE TO ST-STATE-CODE (STATE-IDX)
059100           MOVE ZERO TO ST-COUNT (STATE-IDX)
059200           MOVE ZERO TO ST-AMOUNT (STATE-IDX)
059300           MOVE 'YES' TO STATE-FOUND-SWITCH
059400        END-IF
059500     END-IF.
059600     IF STATE-FOUND
059700        ADD 1 TO ST-COUNT (STATE-IDX)
059800        ADD WS-CREDIT-AMOUNT TO ST-AMOUNT (STATE-IDX)
059900     END-IF.
060000******************************************************************
060100 MATCH-STATE-ENTRY.
060200     IF ST-STATE-CODE (STATE-IDX) = UP-STATE-CODE
060300        MOVE 'YES' TO STATE-FOUND-SWITCH
060400     END-IF.
060500******************************************************************
060600 WRITE-HOLDER-HEADER.
060700     MOVE SPACES TO HOLDER-REPORT-RECORD.
060800     MOVE 'H' TO HR-REC-TYPE.
060900     MOVE HLD-HOLDER-NAME TO HRH-HOLDER-NAME.
061000     MOVE HLD-HOLDER-TAX-ID TO HRH-HOLDER-TAX-ID.
061100     MOVE WS-CUTOFF-DATE TO HRH-CUTOFF-DATE.
061200     MOVE WS-AS-OF-DATE TO HRH-RUN-DATE.
061300     WRITE HOLDER-REPORT-RECORD.
061400******************************************************************
061500 WRITE-HOLDER-TRAILER.
061600     MOVE SPACES TO HOLDER-REPORT-RECORD.
061700     MOVE 'T' TO HR-REC-TYPE.
061800     MOVE WS-REPORTED-COUNT TO HRT-COUNT.
061900     MOVE WS-REPORTED-TOTAL TO HRT-TOTAL.
062000     WRITE HOLDER-REPORT-RECORD.
062100******************************************************************
      * ONE LETTER PER PAGE -- ADDRESS BLOCK FOR THE WINDOW ENVELOPE,
      * THE RUN DATE, THE NOTICE, THE BALANCE AND THE REPLY-BY DATE.
      ******************************************************************
062200 FORM-THE-LETTER.
062300     MOVE '1' TO LTR-CARRIAGE-CONTROL.
062400     MOVE SPACES TO LTA-TEXT.
062500     MOVE NA-NAME TO LTA-TEXT.
062600     MOVE LETTER-ADDRESS-LINE TO LTR-LINE.
062700     WRITE LETTER-RECORD.
062800     MOVE ' ' TO LTR-CARRIAGE-CONTROL.
062900     MOVE NA-ADDRESS-1 TO LTA-TEXT.
063000     MOVE LETTER-ADDRESS-LINE TO LTR-LINE.
063100     WRITE LETTER-RECORD.
063200     IF NA-ADDRESS-2 NOT = SPACES
063300        MOVE NA-ADDRESS-2 TO LTA-TEXT
063400        MOVE LETTER-ADDRESS-LINE TO LTR-LINE
063500        WRITE LETTER-RECORD
063600     END-IF.
063700     MOVE NA-CITY TO LTC-CITY.
063800     MOVE NA-POSTAL-CODE TO LTC-POSTAL.
063900     MOVE LETTER-CITY-LINE TO LTR-LINE.
064000     WRITE LETTER-RECORD.
064100     MOVE '0' TO LTR-CARRIAGE-CONTROL.
064200     MOVE WS-AS-OF-DATE TO LTD-DATE.
064300     MOVE LETTER-DATE-LINE TO LTR-LINE.
064400     WRITE LETTER-RECORD.
064500     MOVE '0' TO LTR-CARRIAGE-CONTROL.
064600     MOVE 'OUR RECORDS SHOW A CREDIT BALANCE IN YOUR FAVOR THAT HA
064700-        'S NOT MOVED FOR' TO LTB-TEXT.
064800     MOVE LETTER-BODY-LINE TO LTR-LINE.
064900     WRITE LETTER-RECORD.
065000     MOVE ' ' TO LTR-CARRIAGE-CONTROL.
065100     MOVE 'SOME TIME. UNLESS YOU CONTACT US IT MUST BE REPORTED AN
065200-        'D PAID OVER TO' TO LTB-TEXT.
065300     MOVE LETTER-BODY-LINE TO LTR-LINE.
065400     WRITE LETTER-RECORD.
065500     MOVE 'THE STATE AS UNCLAIMED PROPERTY.' TO LTB-TEXT.
065600     MOVE LETTER-BODY-LINE TO LTR-LINE.
065700     WRITE LETTER-RECORD.
065800     MOVE '0' TO LTR-CARRIAGE-CONTROL.
065900     MOVE WS-CREDIT-AMOUNT TO LTM-AMOUNT.
066000     MOVE LETTER-AMOUNT-LINE TO LTR-LINE.
066100     WRITE LETTER-RECORD.
066200     MOVE 'A' TO DT-FUNCTION.
066300     MOVE WS-AS-OF-DATE TO DT-BASE-DATE.
066400     MOVE CUR-RESPONSE-DAYS TO DT-DAY-COUNT.
066500     CALL 'FINDTE01' USING FINDTC01-RECORD.
066600     IF DT-RESULT-OK
066700        MOVE ' ' TO LTR-CARRIAGE-CONTROL
066800        MOVE DT-RESULT-DATE TO LTR-REPLY-DATE
066900        MOVE LETTER-REPLY-LINE TO LTR-LINE
067000        WRITE LETTER-RECORD
067100     END-IF.
067200     MOVE '0' TO LTR-CARRIAGE-CONTROL.
067300     MOVE 'PLEASE CONTACT ACCOUNTS RECEIVABLE TO CLAIM YOUR BALANC
067400-        'E.' TO LTB-TEXT.
067500     MOVE LETTER-BODY-LINE TO LTR-LINE.
067600     WRITE LETTER-RECORD.
067700******************************************************************
067800 WRITE-REGISTER-LINE.
067900     IF LINES-WRITTEN >= WS-PAGE-SIZE
068000        PERFORM WRITE-HEADER
068100        MOVE 2 TO LINE-SPACING
068200     END-IF.
068300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
068400     MOVE MSTR-ACCOUNT-NUMBER TO REG-ACCOUNT.
068500     IF ADDRESS-FOUND
068600        MOVE NA-NAME TO REG-NAME
068700     ELSE
068800        MOVE MSTR-NAME TO REG-NAME
068900     END-IF.
069000     MOVE CUR-STATE-CODE TO REG-STATE.
069100     MOVE WS-CREDIT-AMOUNT TO REG-AMOUNT.
069200     MOVE WS-DORMANT-DATE TO REG-DORMANT-DATE.
069300     MOVE WS-DISPOSITION TO REG-DISPOSITION.
069400     MOVE REGISTER-DETAIL-LINE TO OUTPUT-LINE.
069500     WRITE OUTPUT-RECORD.
069600     ADD 1 TO LINES-WRITTEN.
069700     MOVE 1 TO LINE-SPACING.
069800******************************************************************
069900 WRITE-REGISTER-TOTALS.
070000     MOVE 2 TO LINE-SPACING.
070100     MOVE ZERO TO RGT-AMOUNT.
070200     MOVE 'LETTERS SENT        -   ' TO RGT-TAG.
070300     MOVE WS-LETTER-COUNT TO RGT-COUNT.
070400     PERFORM WRITE-TOTAL-LINE.
070500     MOVE 'BELOW LETTER MINIMUM-   ' TO RGT-TAG.
070600     MOVE WS-BELOW-MIN-COUNT TO RGT-COUNT.
070700     PERFORM WRITE-TOTAL-LINE.
070800     MOVE 'NO ADDRESS ON FILE  -   ' TO RGT-TAG.
070900     MOVE WS-NO-ADDRESS-COUNT TO RGT-COUNT.
071000     PERFORM WRITE-TOTAL-LINE.
071100     MOVE 'CASES CLOSED        -   ' TO RGT-TAG.
071200     MOVE WS-CLOSED-COUNT TO RGT-COUNT.
071300     PERFORM WRITE-TOTAL-LINE.
071400     IF REPORTING-RUN
071500        MOVE 'REPORTED AND REMITTED-  ' TO RGT-TAG
071600        MOVE WS-REPORTED-COUNT TO RGT-COUNT
071700        MOVE WS-REPORTED-TOTAL TO RGT-AMOUNT
071800        PERFORM WRITE-TOTAL-LINE
071900        MOVE 2 TO LINE-SPACING
072000        PERFORM WRITE-STATE-TOTAL
072100            VARYING STATE-IDX FROM 1 BY 1
072200            UNTIL STATE-IDX > WS-STATE-COUNT
072300     END-IF.
072400******************************************************************
072500 WRITE-TOTAL-LINE.
072600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
072700     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
072800     WRITE OUTPUT-RECORD.
072900     MOVE 1 TO LINE-SPACING.
073000******************************************************************
073100 WRITE-STATE-TOTAL.
073200     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
073300     MOVE ST-STATE-CODE (STATE-IDX) TO STL-STATE.
073400     MOVE ST-COUNT (STATE-IDX) TO STL-COUNT.
073500     MOVE ST-AMOUNT (STATE-IDX) TO STL-AMOUNT.
073600     MOVE STATE-TOTAL-LINE TO OUTPUT-LINE.
073700     WRITE OUTPUT-RECORD.
073800     MOVE 1 TO LINE-SPACING.
073900******************************************************************
074000 WRITE-HEADER.
074100     MOVE ZERO TO LINES-WRITTEN.
074200     ACCEPT HDR-PRT-DATE FROM DATE.
074300     ACCEPT HDR-PRT-TIME FROM TIME.
074400     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
074500     ADD 1 TO PAGE-COUNT
074600     MOVE '   UNCLAIMED PROPERTY REGISTER '   TO REPORT-TITLE.
074700     MOVE PAGE-COUNT TO PAGE-NUMBER.
074800     MOVE HEADER-RECORD TO OUTPUT-LINE.
074900     WRITE OUTPUT-RECORD.
075000     MOVE 1 TO LINE-SPACING.
075100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
075200     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
075300     WRITE OUTPUT-RECORD.
075400     ADD 1 TO LINES-WRITTEN.
