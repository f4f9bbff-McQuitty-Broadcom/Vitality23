000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINNET01.
      ******************************************************************
      * FINNET01 -- AR/AP NETTING. SOME CUSTOMERS ARE ALSO SUPPLIERS;
      *             WHERE WE OWE THEM AND THEY OWE US, THE TWO SIDES
      *             ARE SETTLED AGAINST EACH OTHER INSTEAD OF CHEQUES
      *             PASSING BOTH WAYS. THE NETTING CROSS-REFERENCE
      *             (SEE NETXREF) LINKS AN AR ACCOUNT TO ITS AP VENDOR
      *             NUMBER; THE OPEN-PAYABLES FILE AP SENDS US (SEE
      *             APOPEN) GIVES WHAT WE OWE EACH VENDOR.
      *             FOR EACH ACTIVE LINK THE RUN PROPOSES A NETTING
      *             AMOUNT -- THE LOWER OF THE AR OPEN BALANCE AND THE
      *             AP OPEN AMOUNT. THE AR SIDE IS THE UNDISPUTED
      *             BALANCE (FINDSQ01); AN ACCOUNT UNDER LEGAL HOLD
      *             (FINLGQ01) OR CLOSED IS NOT NETTED, AND AN AP
      *             INVOICE ON PAYMENT HOLD IS NOT OFFERED. A VENDOR
      *             LINKED TO MORE THAN ONE ACCOUNT, OR AN ACCOUNT TO
      *             MORE THAN ONE VENDOR, IS NEVER NETTED PAST WHAT IS
      *             LEFT ON EITHER SIDE.
      *             NOTHING POSTS UNTIL APPROVED: WITHOUT 'Y' IN
      *             CC-APPROVAL-FLAG THE RUN ONLY PRINTS THE NETTING
      *             REGISTER (RETURN-CODE 4). RE-EXECUTED WITH THE FLAG
      *             SET, EACH PAIR GOES TO THE SUPPLEMENTAL FEED AS A
      *             NETTNG CREDIT FOR THE AMOUNT NETTED (FINAPL01 TAKES
      *             IT OFF THE MASTER AMOUNTS AND SETTLES THE ACCOUNT'S
      *             OLDEST INVOICES WITH IT), TO AP'S DEBIT-MEMO FILE
      *             (SEE APDMEMO) AND TO THE NETTED-PAIR HISTORY (SEE
      *             NETHIST). A PAIR ALREADY ON THE HISTORY FOR THE
      *             RUN DATE IS LISTED AND NOT NETTED AGAIN, SO A RERUN
      *             CANNOT POST THE SAME NETTING TWICE. THE REGISTER
      *             CARRIES SIGN-OFF LINES FOR BOTH DEPARTMENTS.
      *             AN AP FILE WITH NO HEADER OR TRAILER, OR WHOSE
      *             DETAILS DO NOT AGREE WITH ITS TRAILER, IS REJECTED:
      *             NOTHING IS NETTED AND THE RUN ENDS RETURN-CODE 8.
      *             A LINK WITH NO MASTER RECORD, OR A CROSS-REFERENCE
      *             RECORD THAT CANNOT BE READ, ENDS THE RUN
      *             RETURN-CODE 4. A HISTORY RECORD THAT CANNOT BE
      *             WRITTEN ENDS IT RETURN-CODE 12.
      *             THE AS-OF DATE IS TAKEN FROM CC-AS-OF-DATE ON THE
      *             CONTROL CARD, OR THE BUSINESS DATE FROM FINBDT01
      *             WHEN NO CARD IS SUPPLIED.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  TS   INITIAL VERSION.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000600     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
000700     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
000800     SELECT OPTIONAL XREF-FILE ASSIGN U-T-NETXRF.
000900     SELECT AP-OPEN-FILE ASSIGN U-T-APOPEN.
001000     SELECT NETTING-FEED-FILE ASSIGN U-T-NETOUT.
001100     SELECT DEBIT-MEMO-FILE ASSIGN U-T-APDMEM.
001200     SELECT MASTER-FILE ASSIGN U-T-MASTER
001300        ORGANIZATION IS INDEXED
001400        ACCESS MODE IS DYNAMIC
001500        RECORD KEY IS MSTR-ACCOUNT-NUMBER
001600        FILE STATUS IS WS-MASTER-STATUS.
001610     SELECT NETTED-PAIR-FILE ASSIGN U-T-NETHIS
001620        ORGANIZATION IS INDEXED
001630        ACCESS MODE IS DYNAMIC
001640        RECORD KEY IS NH-KEY
001650        FILE STATUS IS WS-NETHIS-STATUS.
001700 DATA DIVISION.
001800 FILE SECTION.
001900 FD REPORT-FILE
002000     LABEL RECORDS ARE OMITTED
002100     RECORDING MODE IS F
002200     RECORD CONTAINS 133 CHARACTERS
002300     DATA RECORD IS OUTPUT-RECORD.
002400   01 OUTPUT-RECORD.
002500     02 CARRIAGE-CONTROL PIC X.
002600     02 OUTPUT-LINE      PIC X(132).
002700 FD CONTROL-FILE
002800     LABEL RECORDS ARE STANDARD
002900     RECORD CONTAINS 80 CHARACTERS
003000     DATA RECORD IS CONTROL-CARD-RECORD.
003100 COPY CTLCARD.
003200 FD XREF-FILE
003300     LABEL RECORDS ARE STANDARD
003400     RECORD CONTAINS 80 CHARACTERS
003500     DATA RECORD IS NETTING-XREF-RECORD.
003600 COPY NETXREF.
003700 FD AP-OPEN-FILE
003800     LABEL RECORDS ARE STANDARD
003900     RECORD CONTAINS 80 CHARACTERS
004000     DATA RECORD IS AP-OPEN-PAYABLE-RECORD.
004100 COPY APOPEN.
004200 FD NETTING-FEED-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 80 CHARACTERS
004500     DATA RECORD IS NETTING-RECORD.
004600   01 NETTING-RECORD.
004700     02 NET-REC-TYPE           PIC X(01).
004800     02 NET-FIELD1             PIC 9(08).
004900     02 NET-FIELD2             PIC X(10).
005000     02 NET-FIELD3             PIC X(20).
005100     02 NET-FIELD4             PIC 9(04)V99.
005200     02 NET-FIELD5             PIC 9(04)V99.
005300     02 NET-FIELD6             PIC X(06).
005400     02 FILLER                 PIC X(23).
005500 FD DEBIT-MEMO-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 100 CHARACTERS
005800     DATA RECORD IS AP-DEBIT-MEMO-RECORD.
005900 COPY APDMEMO.
006000 FD MASTER-FILE
006100     LABEL RECORDS ARE STANDARD
006200     DATA RECORD IS MASTER-RECORD.
006300 COPY MSTRFILE.
006310 FD NETTED-PAIR-FILE
006320     LABEL RECORDS ARE STANDARD
006330     DATA RECORD IS NETTED-PAIR-RECORD.
006340 COPY NETHIST.
      ******************************************************************
006400 WORKING-STORAGE SECTION.
006500 COPY HEADER1.
006600 01  PROGRAM-WORK-FIELDS.
006700     02  INPUT-SWITCH      PIC X(3).
006800         88  END-OF-FILE   VALUE 'EOF'.
006900     02  LINES-WRITTEN     PIC 9(3)  VALUE ZERO.
007000     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
007100     02  PAGE-COUNT        PIC 9(3)  VALUE ZERO.
007200     02  WS-MASTER-STATUS  PIC X(2)  VALUE ZERO.
007210     02  WS-NETHIS-STATUS  PIC X(2)  VALUE ZERO.
007300     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
007400         88  RUN-APPROVED  VALUE 'YES'.
007500     02  AP-FILE-SWITCH    PIC X(3)  VALUE SPACES.
007600         88  AP-FILE-IN-ERROR VALUE 'ERR'.
007700     02  VENDOR-FOUND-SWITCH PIC X(3) VALUE 'NO '.
007800         88  VENDOR-FOUND  VALUE 'YES'.
007900     02  WS-VENDOR-KEY     PIC X(10) VALUE SPACES.
008000     02  WS-VENDOR-HIT     PIC 9(3)  COMP VALUE ZERO.
008100     02  WS-VENDOR-SUB     PIC 9(3)  COMP VALUE ZERO.
008200     02  WS-VENDOR-COUNT   PIC 9(3)  COMP VALUE ZERO.
008300     02  WS-PAIR-SUB       PIC 9(3)  COMP VALUE ZERO.
008400     02  WS-PRIOR-SUB      PIC 9(3)  COMP VALUE ZERO.
008500     02  WS-PAIR-COUNT     PIC 9(3)  COMP VALUE ZERO.
008600     02  WS-AR-OPEN        PIC S9(5)V99 VALUE ZERO.
008700     02  WS-GROSS-OPEN     PIC S9(5)V99 VALUE ZERO.
008800     02  WS-AP-OPEN        PIC S9(11)V99 VALUE ZERO.
008900     02  WS-NET-AMOUNT     PIC S9(5)V99 VALUE ZERO.
009000     02  WS-PRIOR-NETTED   PIC S9(5)V99 VALUE ZERO.
009100     02  WS-FEED-LIMIT     PIC 9(4)V99 VALUE 9999.99.
009400     02  WS-LINKS-READ     PIC 9(7)  VALUE ZERO.
009500     02  WS-BAD-LINK-COUNT PIC 9(7)  VALUE ZERO.
009600     02  WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
009700     02  WS-AP-READ-COUNT  PIC 9(7)  VALUE ZERO.
009800     02  WS-AP-READ-TOTAL  PIC S9(13)V99 VALUE ZERO.
009900     02  WS-AP-HELD-COUNT  PIC 9(7)  VALUE ZERO.
010000     02  WS-AP-HELD-TOTAL  PIC S9(13)V99 VALUE ZERO.
010100     02  WS-NO-AP-COUNT    PIC 9(7)  VALUE ZERO.
010200     02  WS-NO-MASTER-COUNT PIC 9(7) VALUE ZERO.
010300     02  WS-CLOSED-COUNT   PIC 9(7)  VALUE ZERO.
010400     02  WS-LEGAL-HOLD-COUNT PIC 9(7) VALUE ZERO.
010500     02  WS-NO-AR-COUNT    PIC 9(7)  VALUE ZERO.
010600     02  WS-DISPUTED-COUNT PIC 9(7)  VALUE ZERO.
010610     02  WS-ALREADY-NETTED-COUNT PIC 9(7) VALUE ZERO.
010620     02  WS-HISTORY-ERROR-COUNT PIC 9(7) VALUE ZERO.
010700     02  WS-NETTED-COUNT   PIC 9(7)  VALUE ZERO.
010800     02  WS-NETTED-TOTAL   PIC 9(11)V99 VALUE ZERO.
010900     02  WS-EMITTED-COUNT  PIC 9(7)  VALUE ZERO.
011000     02  WS-MEMO-COUNT     PIC 9(7)  VALUE ZERO.
011100     02  WS-MEMO-TOTAL     PIC 9(13)V99 VALUE ZERO.
011200 01  DATE-WORK-FIELDS.
011300     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
011400     02  WS-AP-AS-OF-DATE  PIC 9(8)  VALUE ZERO.
011500 01  MEMO-NUMBER-BUILD.
011600     02  FILLER            PIC X(2)  VALUE 'NT'.
011700     02  MNB-DATE          PIC 9(8)  VALUE ZERO.
011800     02  MNB-SEQUENCE      PIC 9(5)  VALUE ZERO.
011900 01  PAIR-TABLE.
012000     05  PAIR-ENTRY OCCURS 200 TIMES.
012100         10  PT-ACCOUNT        PIC 9(08).
012200         10  PT-VENDOR         PIC X(10).
012300         10  PT-LINK-STATUS    PIC X(01).
012400             88  PT-LINK-SUSPENDED VALUE 'S'.
012500         10  PT-VENDOR-SUB     PIC 9(03) COMP.
012600         10  PT-NETTED         PIC S9(05)V99.
012700 01  VENDOR-TABLE.
012800     05  VENDOR-ENTRY OCCURS 200 TIMES.
012900         10  VT-VENDOR         PIC X(10).
013000         10  VT-OPEN           PIC S9(11)V99.
013100         10  VT-HELD           PIC S9(11)V99.
013200         10  VT-REMAINING      PIC S9(11)V99.
013300 COPY PAGING.
013400 COPY FINBDC01.
013500 COPY FINDSC01.
013600 COPY FINLGC01.
013700 01  NETTING-DETAIL-LINE.
013800     02  FILLER                PIC X(2).
013900     02  NDL-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
014000     02  FILLER                PIC X(2).
014100     02  NDL-NAME              PIC X(10).
014200     02  FILLER                PIC X(2).
014300     02  NDL-VENDOR            PIC X(10).
014400     02  FILLER                PIC X(2).
014500     02  NDL-AR-OPEN           PIC ZZ,ZZ9.99-.
014600     02  FILLER                PIC X(2).
014700     02  NDL-AP-OPEN           PIC ZZZ,ZZZ,ZZ9.99-.
014800     02  FILLER                PIC X(2).
014900     02  NDL-NET-AMOUNT        PIC ZZ,ZZ9.99-.
015000     02  FILLER                PIC X(2).
015100     02  NDL-DISPOSITION       PIC X(30).
015200     02  FILLER                PIC X(23).
015300 01  COLUMN-HEADING-LINE.
015400     02  FILLER                PIC X(2).
015500     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
015600     02  FILLER                PIC X(2).
015700     02  FILLER                PIC X(10) VALUE 'NAME'.
015800     02  FILLER                PIC X(2).
015900     02  FILLER                PIC X(10) VALUE 'VENDOR'.
016000     02  FILLER                PIC X(2).
016100     02  FILLER                PIC X(10) VALUE '   AR OPEN'.
016200     02  FILLER                PIC X(2).
016300     02  FILLER                PIC X(15) VALUE '        AP OPEN'.
016400     02  FILLER                PIC X(2).
016500     02  FILLER                PIC X(10) VALUE ' NET AMT  '.
016600     02  FILLER                PIC X(2).
016700     02  FILLER                PIC X(30) VALUE 'DISPOSITION'.
016800     02  FILLER                PIC X(23).
016900 01  REGISTER-TOTAL-LINE.
017000     02  FILLER                PIC X(2).
017100     02  RGT-TAG               PIC X(28).
017200     02  RGT-COUNT             PIC Z,ZZZ,ZZ9.
017300     02  FILLER                PIC X(4).
017400     02  RGT-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017500     02  FILLER                PIC X(70).
017600 01  REGISTER-MESSAGE-LINE.
017700     02  FILLER                PIC X(2).
017800     02  RGM-TEXT              PIC X(60).
017900     02  FILLER                PIC X(70).
018000 01  AR-SIGNOFF-LINE.
018100     02  FILLER                PIC X(2).
018200     02  FILLER          PIC X(30)
018300         VALUE 'ACCOUNTS RECEIVABLE SIGN-OFF: '.
018400     02  FILLER          PIC X(28)
018500         VALUE '____________   DATE: _____'.
018600     02  FILLER                PIC X(72).
018700 01  AP-SIGNOFF-LINE.
018800     02  FILLER                PIC X(2).
018900     02  FILLER          PIC X(30)
019000         VALUE 'ACCOUNTS PAYABLE SIGN-OFF:    '.
019100     02  FILLER          PIC X(28)
019200         VALUE '____________   DATE: _____'.
019300     02  FILLER                PIC X(72).
019400******************************************************************
019500 PROCEDURE DIVISION.
019600     DISPLAY 'FINNET01 - AR/AP NETTING STARTING'.
019700     PERFORM READ-CONTROL-CARD.
019800     OPEN OUTPUT REPORT-FILE NETTING-FEED-FILE DEBIT-MEMO-FILE.
019900     OPEN INPUT MASTER-FILE.
019910     OPEN I-O NETTED-PAIR-FILE.
020000     PERFORM WRITE-HEADER.
020100     PERFORM WRITE-MEMO-HEADER.
020200     PERFORM LOAD-NETTING-XREF.
020300     PERFORM LOAD-AP-OPEN-FILE
020400        THRU LOAD-AP-OPEN-FILE-EXIT.
020500     CLOSE AP-OPEN-FILE.
020600     IF AP-FILE-IN-ERROR
020700        MOVE 'AP OPEN-PAYABLES FILE REJECTED - NOTHING NETTED'
020800            TO RGM-TEXT
020900        PERFORM WRITE-MESSAGE-LINE
021000     ELSE
021100        PERFORM CONSIDER-ONE-PAIR
021200           THRU CONSIDER-ONE-PAIR-EXIT
021300           VARYING WS-PAIR-SUB FROM 1 BY 1
021400           UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
021500     END-IF.
021600     PERFORM WRITE-MEMO-TRAILER.
021700     PERFORM WRITE-REGISTER-TOTALS.
021800     CLOSE MASTER-FILE NETTING-FEED-FILE DEBIT-MEMO-FILE
021900         NETTED-PAIR-FILE REPORT-FILE.
022000     DISPLAY 'FINNET01 - LINKS READ:         ' WS-LINKS-READ.
022100     DISPLAY 'FINNET01 - PAIRS NETTED:       ' WS-NETTED-COUNT.
022200     DISPLAY 'FINNET01 - FEED DETAILS:       ' WS-EMITTED-COUNT.
022300     DISPLAY 'FINNET01 - AP DEBIT MEMOS:     ' WS-MEMO-COUNT.
022400     DISPLAY 'FINNET01 - NO MASTER RECORD:   '
022500         WS-NO-MASTER-COUNT.
022600     IF NOT RUN-APPROVED
022700        DISPLAY 'FINNET01 - PROPOSAL ONLY - RE-EXECUTE WITH '
022800            'THE APPROVAL FLAG TO POST'
022900        MOVE 4 TO RETURN-CODE
023000     END-IF.
023100     IF WS-NO-MASTER-COUNT > ZERO OR WS-BAD-LINK-COUNT > ZERO
023200        MOVE 4 TO RETURN-CODE
023300     END-IF.
023400     IF AP-FILE-IN-ERROR
023500        MOVE 8 TO RETURN-CODE
023600     END-IF.
023610     IF WS-HISTORY-ERROR-COUNT > ZERO
023620        DISPLAY 'FINNET01 - NETTED-PAIR HISTORY NOT WRITTEN: '
023630            WS-HISTORY-ERROR-COUNT
023640        MOVE 12 TO RETURN-CODE
023650     END-IF.
023700     GOBACK.
023800******************************************************************
023900 READ-CONTROL-CARD.
024000     OPEN INPUT CONTROL-FILE.
024100     READ CONTROL-FILE AT END
024200         MOVE ZERO TO CC-PAGE-SIZE
024300         MOVE ZERO TO CC-AS-OF-DATE
024400         MOVE SPACE TO CC-APPROVAL-FLAG
024500     END-READ.
024600     CLOSE CONTROL-FILE.
024700     IF CC-PAGE-SIZE NUMERIC AND CC-PAGE-SIZE > ZERO
024800        MOVE CC-PAGE-SIZE TO WS-PAGE-SIZE
024900     END-IF.
025000     IF CC-APPROVAL-FLAG = 'Y'
025100        MOVE 'YES' TO APPROVAL-SWITCH
025200     END-IF.
025300     IF CC-AS-OF-DATE NUMERIC AND CC-AS-OF-DATE > ZERO
025400        MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
025500     ELSE
025600        MOVE ZERO TO BD-REQUEST-DATE
025700        CALL 'FINBDT01' USING FINBDC01-RECORD
025800        MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
025900     END-IF.
026000     MOVE WS-AS-OF-DATE TO MNB-DATE.
026100******************************************************************
      * EVERY LINK IS HELD IN THE PAIR TABLE IN FILE ORDER. EACH
      * VENDOR ON AN ACTIVE LINK GETS ONE VENDOR-TABLE ENTRY, HOWEVER
      * MANY ACCOUNTS IT IS LINKED TO, SO ITS AP AMOUNT IS SHARED OUT
      * AND NEVER OFFERED TWICE.
      ******************************************************************
026200 LOAD-NETTING-XREF.
026300     MOVE SPACES TO INPUT-SWITCH.
026400     OPEN INPUT XREF-FILE.
026500     PERFORM GET-XREF-RECORD.
026600     PERFORM LOAD-AND-READ
026700        UNTIL END-OF-FILE.
026800     CLOSE XREF-FILE.
026900******************************************************************
027000 GET-XREF-RECORD.
027100     READ XREF-FILE AT END
027200         MOVE 'EOF' TO INPUT-SWITCH.
027300******************************************************************
027400 LOAD-AND-READ.
027500     ADD 1 TO WS-LINKS-READ.
027600     PERFORM LOAD-ONE-LINK
027700        THRU LOAD-ONE-LINK-EXIT.
027800     PERFORM GET-XREF-RECORD.
027900******************************************************************
028000 LOAD-ONE-LINK.
028100     IF NX-AR-ACCOUNT NOT NUMERIC OR NX-VENDOR-NUMBER = SPACES
028200           OR NOT (NX-ACTIVE OR NX-SUSPENDED)
028300        ADD 1 TO WS-BAD-LINK-COUNT
028400        DISPLAY 'FINNET01 - CROSS-REFERENCE RECORD REJECTED: '
028500            NX-AR-ACCOUNT ' ' NX-VENDOR-NUMBER
028600        GO TO LOAD-ONE-LINK-EXIT
028700     END-IF.
028800     IF WS-PAIR-COUNT NOT < 200
028900        ADD 1 TO WS-BAD-LINK-COUNT
029000        DISPLAY 'FINNET01 - PAIR TABLE FULL - LINK NOT LOADED: '
029100            NX-AR-ACCOUNT ' ' NX-VENDOR-NUMBER
029200        GO TO LOAD-ONE-LINK-EXIT
029300     END-IF.
029400     ADD 1 TO WS-PAIR-COUNT.
029500     MOVE NX-AR-ACCOUNT TO PT-ACCOUNT (WS-PAIR-COUNT).
029600     MOVE NX-VENDOR-NUMBER TO PT-VENDOR (WS-PAIR-COUNT).
029700     MOVE NX-LINK-STATUS TO PT-LINK-STATUS (WS-PAIR-COUNT).
029800     MOVE ZERO TO PT-VENDOR-SUB (WS-PAIR-COUNT).
029900     MOVE ZERO TO PT-NETTED (WS-PAIR-COUNT).
030000     IF NX-SUSPENDED
030100        GO TO LOAD-ONE-LINK-EXIT
030200     END-IF.
030300     MOVE NX-VENDOR-NUMBER TO WS-VENDOR-KEY.
030400     PERFORM LOOK-UP-VENDOR.
030500     IF NOT VENDOR-FOUND
030600        ADD 1 TO WS-VENDOR-COUNT
030700        MOVE WS-VENDOR-COUNT TO WS-VENDOR-HIT
030800        MOVE NX-VENDOR-NUMBER TO VT-VENDOR (WS-VENDOR-HIT)
030900        MOVE ZERO TO VT-OPEN (WS-VENDOR-HIT)
031000        MOVE ZERO TO VT-HELD (WS-VENDOR-HIT)
031100        MOVE ZERO TO VT-REMAINING (WS-VENDOR-HIT)
031200     END-IF.
031300     MOVE WS-VENDOR-HIT TO PT-VENDOR-SUB (WS-PAIR-COUNT).
031400 LOAD-ONE-LINK-EXIT.
031500     EXIT.
031600******************************************************************
031700 LOOK-UP-VENDOR.
031800     MOVE 'NO ' TO VENDOR-FOUND-SWITCH.
031900     MOVE ZERO TO WS-VENDOR-HIT.
032000     PERFORM MATCH-VENDOR-ENTRY
032100        VARYING WS-VENDOR-SUB FROM 1 BY 1
032200        UNTIL WS-VENDOR-SUB > WS-VENDOR-COUNT OR VENDOR-FOUND.
032300 MATCH-VENDOR-ENTRY.
032400     IF VT-VENDOR (WS-VENDOR-SUB) = WS-VENDOR-KEY
032500        MOVE WS-VENDOR-SUB TO WS-VENDOR-HIT
032600        MOVE 'YES' TO VENDOR-FOUND-SWITCH
032700     END-IF.
032800******************************************************************
      * AP'S FILE MUST OPEN WITH ITS HEADER AND CLOSE WITH A TRAILER
      * THAT AGREES WITH EVERY DETAIL READ, LINKED VENDOR OR NOT.
      * ONLY INVOICES OF LINKED VENDORS THAT ARE NOT ON PAYMENT HOLD
      * ARE OFFERED FOR NETTING.
      ******************************************************************
032900 LOAD-AP-OPEN-FILE.
033000     MOVE SPACES TO INPUT-SWITCH.
033100     OPEN INPUT AP-OPEN-FILE.
033200     READ AP-OPEN-FILE AT END
033300         MOVE 'EOF' TO INPUT-SWITCH
033400     END-READ.
033500     IF END-OF-FILE OR NOT AQ-IS-HEADER
033600        MOVE 'ERR' TO AP-FILE-SWITCH
033700        DISPLAY 'FINNET01 - AP OPEN-PAYABLES FILE HAS NO HEADER'
033800        GO TO LOAD-AP-OPEN-FILE-EXIT
033900     END-IF.
034000     MOVE AQ-HDR-AS-OF-DATE TO WS-AP-AS-OF-DATE.
034100     DISPLAY 'FINNET01 - AP OPEN PAYABLES AS OF '
034200         WS-AP-AS-OF-DATE.
034300     PERFORM GET-AP-RECORD.
034400     PERFORM TAKE-AP-AND-READ
034500        UNTIL END-OF-FILE.
034600 LOAD-AP-OPEN-FILE-EXIT.
034700     EXIT.
034800******************************************************************
034900 GET-AP-RECORD.
035000     READ AP-OPEN-FILE AT END
035100         MOVE 'EOF' TO INPUT-SWITCH
035200         MOVE 'ERR' TO AP-FILE-SWITCH
035300         DISPLAY 'FINNET01 - AP OPEN-PAYABLES FILE HAS NO TRAILER'
035400     END-READ.
035500     IF NOT END-OF-FILE
035600        IF AQ-IS-DETAIL
035700           ADD 1 TO WS-AP-READ-COUNT
035800           ADD AQ-OPEN-AMOUNT TO WS-AP-READ-TOTAL
035900        ELSE
036000           MOVE 'EOF' TO INPUT-SWITCH
036100           PERFORM CHECK-AP-TRAILER
036200        END-IF
036300     END-IF.
036400******************************************************************
036500 CHECK-AP-TRAILER.
036600     IF NOT AQ-IS-TRAILER
036700           OR AQ-TRL-COUNT NOT = WS-AP-READ-COUNT
036800           OR AQ-TRL-TOTAL NOT = WS-AP-READ-TOTAL
036900        MOVE 'ERR' TO AP-FILE-SWITCH
037000        DISPLAY 'FINNET01 - AP OPEN-PAYABLES FILE DOES NOT AGREE '
037100            'WITH ITS TRAILER'
037200     END-IF.
037300******************************************************************
037400 TAKE-AP-AND-READ.
037500     MOVE AQ-VENDOR-NUMBER TO WS-VENDOR-KEY.
037600     PERFORM LOOK-UP-VENDOR.
037700     IF VENDOR-FOUND
037800        IF AQ-ON-PAYMENT-HOLD
037900           ADD 1 TO WS-AP-HELD-COUNT
038000           ADD AQ-OPEN-AMOUNT TO WS-AP-HELD-TOTAL
038100           ADD AQ-OPEN-AMOUNT TO VT-HELD (WS-VENDOR-HIT)
038200        ELSE
038300           ADD AQ-OPEN-AMOUNT TO VT-OPEN (WS-VENDOR-HIT)
038400           ADD AQ-OPEN-AMOUNT TO VT-REMAINING (WS-VENDOR-HIT)
038500        END-IF
038600     END-IF.
038700     PERFORM GET-AP-RECORD.
038800******************************************************************
      * THE AR SIDE IS WHAT IS LEFT ON THE ACCOUNT AFTER ANY NETTING
      * ALREADY PROPOSED FOR IT EARLIER IN THE TABLE, LESS ITS OPEN
      * DISPUTES; THE AP SIDE IS WHAT IS LEFT FOR THE VENDOR. THE
      * LOWER OF THE TWO IS NETTED.
      ******************************************************************
038900 CONSIDER-ONE-PAIR.
039000     MOVE SPACES TO NETTING-DETAIL-LINE.
039100     MOVE ZERO TO WS-AR-OPEN WS-AP-OPEN WS-NET-AMOUNT.
039200     IF PT-LINK-SUSPENDED (WS-PAIR-SUB)
039300        ADD 1 TO WS-SUSPENDED-COUNT
039400        MOVE 'LINK SUSPENDED - NOT NETTED' TO NDL-DISPOSITION
039500        PERFORM WRITE-NETTING-LINE
039600        GO TO CONSIDER-ONE-PAIR-EXIT
039700     END-IF.
039710     MOVE PT-ACCOUNT (WS-PAIR-SUB) TO NH-AR-ACCOUNT.
039720     MOVE PT-VENDOR (WS-PAIR-SUB) TO NH-VENDOR-NUMBER.
039730     MOVE WS-AS-OF-DATE TO NH-RUN-DATE.
039740     READ NETTED-PAIR-FILE
039750         NOT INVALID KEY
039760            ADD 1 TO WS-ALREADY-NETTED-COUNT
039770            MOVE 'ALREADY NETTED FOR RUN DATE' TO NDL-DISPOSITION
039780            PERFORM WRITE-NETTING-LINE
039790            GO TO CONSIDER-ONE-PAIR-EXIT
039795     END-READ.
039800     MOVE PT-VENDOR-SUB (WS-PAIR-SUB) TO WS-VENDOR-HIT.
039900     MOVE VT-REMAINING (WS-VENDOR-HIT) TO WS-AP-OPEN.
040000     IF WS-AP-OPEN NOT > ZERO
040100        ADD 1 TO WS-NO-AP-COUNT
040200        IF VT-HELD (WS-VENDOR-HIT) > ZERO
040300           MOVE 'AP ON PAYMENT HOLD' TO NDL-DISPOSITION
040400        ELSE
040500           MOVE 'NO AP OPEN AMOUNT' TO NDL-DISPOSITION
040600        END-IF
040700        PERFORM WRITE-NETTING-LINE
040800        GO TO CONSIDER-ONE-PAIR-EXIT
040900     END-IF.
041000     MOVE PT-ACCOUNT (WS-PAIR-SUB) TO MSTR-ACCOUNT-NUMBER.
041100     READ MASTER-FILE
041200         INVALID KEY
041300            ADD 1 TO WS-NO-MASTER-COUNT
041400            MOVE 'NO MASTER RECORD - NOT NETTED'
041500                TO NDL-DISPOSITION
041600            PERFORM WRITE-NETTING-LINE
041700            GO TO CONSIDER-ONE-PAIR-EXIT
041800     END-READ.
041900     MOVE MSTR-NAME TO NDL-NAME.
042000     IF MSTR-CLOSED
042100        ADD 1 TO WS-CLOSED-COUNT
042200        MOVE 'ACCOUNT CLOSED - NOT NETTED' TO NDL-DISPOSITION
042300        PERFORM WRITE-NETTING-LINE
042400        GO TO CONSIDER-ONE-PAIR-EXIT
042500     END-IF.
042600     MOVE MSTR-ACCOUNT-NUMBER TO LQ-ACCOUNT-NUMBER.
042700     CALL 'FINLGQ01' USING FINLGC01-RECORD.
042800     IF LQ-ON-HOLD
042900        ADD 1 TO WS-LEGAL-HOLD-COUNT
043000        MOVE 'LEGAL HOLD - NOT NETTED' TO NDL-DISPOSITION
043100        PERFORM WRITE-NETTING-LINE
043200        GO TO CONSIDER-ONE-PAIR-EXIT
043300     END-IF.
043400     MOVE ZERO TO WS-PRIOR-NETTED.
043500     PERFORM ADD-PRIOR-NETTING
043600        VARYING WS-PRIOR-SUB FROM 1 BY 1
043700        UNTIL WS-PRIOR-SUB NOT < WS-PAIR-SUB.
043800     COMPUTE WS-AR-OPEN =
043900         MSTR-AMOUNT-1 + MSTR-AMOUNT-2 - WS-PRIOR-NETTED.
044000     IF WS-AR-OPEN NOT > ZERO
044100        ADD 1 TO WS-NO-AR-COUNT
044200        MOVE 'NO AR OPEN BALANCE' TO NDL-DISPOSITION
044300        PERFORM WRITE-NETTING-LINE
044400        GO TO CONSIDER-ONE-PAIR-EXIT
044500     END-IF.
044600     MOVE WS-AR-OPEN TO WS-GROSS-OPEN.
044700     PERFORM FIND-OPEN-DISPUTES.
044800     IF WS-AR-OPEN NOT > ZERO
044900        ADD 1 TO WS-DISPUTED-COUNT
045000        MOVE WS-GROSS-OPEN TO WS-AR-OPEN
045100        MOVE 'IN DISPUTE - NOT NETTED' TO NDL-DISPOSITION
045200        PERFORM WRITE-NETTING-LINE
045300        GO TO CONSIDER-ONE-PAIR-EXIT
045400     END-IF.
045500     IF WS-AR-OPEN < WS-AP-OPEN
045600        MOVE WS-AR-OPEN TO WS-NET-AMOUNT
045700     ELSE
045800        MOVE WS-AP-OPEN TO WS-NET-AMOUNT
045900     END-IF.
046000     PERFORM NET-ONE-PAIR.
046100 CONSIDER-ONE-PAIR-EXIT.
046200     EXIT.
046300******************************************************************
046400 ADD-PRIOR-NETTING.
046500     IF PT-ACCOUNT (WS-PRIOR-SUB) = PT-ACCOUNT (WS-PAIR-SUB)
046600        ADD PT-NETTED (WS-PRIOR-SUB) TO WS-PRIOR-NETTED
046700     END-IF.
046800******************************************************************
046900 FIND-OPEN-DISPUTES.
047000     MOVE MSTR-ACCOUNT-NUMBER TO DQ-ACCOUNT-NUMBER.
047100     CALL 'FINDSQ01' USING FINDSC01-RECORD.
047200     IF DQ-OPEN-COUNT > ZERO
047300        IF DQ-OPEN-AMOUNT NOT < WS-AR-OPEN
047400           MOVE ZERO TO WS-AR-OPEN
047500        ELSE
047600           SUBTRACT DQ-OPEN-AMOUNT FROM WS-AR-OPEN
047700        END-IF
047800     END-IF.
047900******************************************************************
      * THE AMOUNT IS TAKEN OFF BOTH SIDES EVEN IN A PROPOSAL RUN, SO
      * THE REGISTER SHOWS WHAT AN APPROVED RUN WOULD POST.
      ******************************************************************
048000 NET-ONE-PAIR.
048100     SUBTRACT WS-NET-AMOUNT FROM VT-REMAINING (WS-VENDOR-HIT).
048200     MOVE WS-NET-AMOUNT TO PT-NETTED (WS-PAIR-SUB).
048300     ADD 1 TO WS-NETTED-COUNT.
048400     ADD WS-NET-AMOUNT TO WS-NETTED-TOTAL.
048500     IF RUN-APPROVED
048600        PERFORM WRITE-NETTING-DETAIL
048700        PERFORM WRITE-DEBIT-MEMO-DETAIL
048750        PERFORM WRITE-NETTED-PAIR-HISTORY
048800        MOVE 'NETTED' TO NDL-DISPOSITION
048900     ELSE
049000        MOVE 'PROPOSED' TO NDL-DISPOSITION
049100     END-IF.
049200     PERFORM WRITE-NETTING-LINE.
049300******************************************************************
      * THE NETTNG DETAIL CARRIES THE CREDIT ITSELF -- FINAPL01 TAKES
      * IT OFF THE MASTER AMOUNTS. AN AMOUNT TOO LARGE FOR ONE FEED
      * FIELD IS SPLIT ACROSS THE TWO.
      ******************************************************************
049400 WRITE-NETTING-DETAIL.
051300     ADD 1 TO WS-EMITTED-COUNT.
051400     MOVE SPACES TO NETTING-RECORD.
051500     MOVE 'D' TO NET-REC-TYPE.
051600     MOVE MSTR-ACCOUNT-NUMBER TO NET-FIELD1.
051700     MOVE MSTR-NAME TO NET-FIELD2.
051800     MOVE 'AR/AP NETTING' TO NET-FIELD3.
051810     IF WS-NET-AMOUNT > WS-FEED-LIMIT
051820        MOVE WS-FEED-LIMIT TO NET-FIELD4
051830        COMPUTE NET-FIELD5 = WS-NET-AMOUNT - WS-FEED-LIMIT
051840     ELSE
051850        MOVE WS-NET-AMOUNT TO NET-FIELD4
051860        MOVE ZERO TO NET-FIELD5
051870     END-IF.
052100     MOVE 'NETTNG' TO NET-FIELD6.
052200     WRITE NETTING-RECORD.
052300******************************************************************
      * THE MEMO NUMBER IS 'NT', THE AS-OF DATE AND THE MEMO'S
      * SEQUENCE IN THE RUN.
      ******************************************************************
052400 WRITE-DEBIT-MEMO-DETAIL.
052500     ADD 1 TO WS-MEMO-COUNT.
052600     ADD WS-NET-AMOUNT TO WS-MEMO-TOTAL.
052700     MOVE WS-MEMO-COUNT TO MNB-SEQUENCE.
052800     MOVE SPACES TO AP-DEBIT-MEMO-RECORD.
052900     MOVE 'D' TO AD-REC-TYPE.
053000     MOVE PT-VENDOR (WS-PAIR-SUB) TO AD-VENDOR-NUMBER.
053100     MOVE MEMO-NUMBER-BUILD TO AD-MEMO-NUMBER.
053200     MOVE WS-AS-OF-DATE TO AD-MEMO-DATE.
053300     MOVE WS-NET-AMOUNT TO AD-MEMO-AMOUNT.
053400     MOVE MSTR-ACCOUNT-NUMBER TO AD-AR-ACCOUNT.
053500     MOVE 'AR/AP NETTING' TO AD-DESCRIPTION.
053600     MOVE MSTR-COMPANY-CODE TO AD-COMPANY-CODE.
053700     WRITE AP-DEBIT-MEMO-RECORD.
053710******************************************************************
      * THE PAIR IS RECORDED UNDER THE RUN DATE WITH THE MEMO THAT
      * DEBITED THE VENDOR.
      ******************************************************************
053715 WRITE-NETTED-PAIR-HISTORY.
053720     MOVE SPACES TO NETTED-PAIR-RECORD.
053725     MOVE PT-ACCOUNT (WS-PAIR-SUB) TO NH-AR-ACCOUNT.
053730     MOVE PT-VENDOR (WS-PAIR-SUB) TO NH-VENDOR-NUMBER.
053735     MOVE WS-AS-OF-DATE TO NH-RUN-DATE.
053740     MOVE WS-NET-AMOUNT TO NH-NET-AMOUNT.
053745     MOVE MEMO-NUMBER-BUILD TO NH-MEMO-NUMBER.
053750     MOVE MSTR-COMPANY-CODE TO NH-COMPANY-CODE.
053755     WRITE NETTED-PAIR-RECORD
053760         INVALID KEY
053765            ADD 1 TO WS-HISTORY-ERROR-COUNT
053770            DISPLAY 'FINNET01 - NETTED-PAIR HISTORY STATUS '
053775                WS-NETHIS-STATUS ' ON ACCOUNT ' NH-AR-ACCOUNT
053780     END-WRITE.
053800******************************************************************
053900 WRITE-MEMO-HEADER.
054000     MOVE SPACES TO AP-DEBIT-MEMO-RECORD.
054100     MOVE 'H' TO AD-REC-TYPE.
054200     MOVE WS-AS-OF-DATE TO AD-HDR-MEMO-DATE.
054300     MOVE 'ACCTREC' TO AD-HDR-SOURCE.
054400     WRITE AP-DEBIT-MEMO-RECORD.
054500******************************************************************
054600 WRITE-MEMO-TRAILER.
054700     MOVE SPACES TO AP-DEBIT-MEMO-RECORD.
054800     MOVE 'T' TO AD-REC-TYPE.
054900     MOVE WS-MEMO-COUNT TO AD-TRL-COUNT.
055000     MOVE WS-MEMO-TOTAL TO AD-TRL-TOTAL.
055100     WRITE AP-DEBIT-MEMO-RECORD.
055200******************************************************************
055300 WRITE-NETTING-LINE.
055400     MOVE PT-ACCOUNT (WS-PAIR-SUB) TO NDL-ACCOUNT.
055500     MOVE PT-VENDOR (WS-PAIR-SUB) TO NDL-VENDOR.
055600     MOVE WS-AR-OPEN TO NDL-AR-OPEN.
055700     MOVE WS-AP-OPEN TO NDL-AP-OPEN.
055800     MOVE WS-NET-AMOUNT TO NDL-NET-AMOUNT.
055900     IF LINES-WRITTEN >= WS-PAGE-SIZE
056000        PERFORM WRITE-HEADER
056100        MOVE 2 TO LINE-SPACING
056200     END-IF.
056300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
056400     MOVE NETTING-DETAIL-LINE TO OUTPUT-LINE.
056500     WRITE OUTPUT-RECORD.
056600     ADD 1 TO LINES-WRITTEN.
056700     MOVE 1 TO LINE-SPACING.
056800******************************************************************
056900 WRITE-MESSAGE-LINE.
057000     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
057100     MOVE REGISTER-MESSAGE-LINE TO OUTPUT-LINE.
057200     WRITE OUTPUT-RECORD.
057300     ADD 1 TO LINES-WRITTEN.
057400     MOVE 1 TO LINE-SPACING.
057500******************************************************************
057600 WRITE-REGISTER-TOTALS.
057700     MOVE 3 TO LINE-SPACING.
057800     MOVE 'CROSS-REFERENCE LINKS     - ' TO RGT-TAG.
057900     MOVE WS-LINKS-READ TO RGT-COUNT.
058000     MOVE ZERO TO RGT-AMOUNT.
058100     PERFORM WRITE-ONE-TOTAL-LINE.
058200     MOVE 'LINKS REJECTED            - ' TO RGT-TAG.
058300     MOVE WS-BAD-LINK-COUNT TO RGT-COUNT.
058400     PERFORM WRITE-ONE-TOTAL-LINE.
058500     MOVE 'LINK SUSPENDED            - ' TO RGT-TAG.
058600     MOVE WS-SUSPENDED-COUNT TO RGT-COUNT.
058700     PERFORM WRITE-ONE-TOTAL-LINE.
058800     MOVE 'NO AP AMOUNT TO NET       - ' TO RGT-TAG.
058900     MOVE WS-NO-AP-COUNT TO RGT-COUNT.
059000     PERFORM WRITE-ONE-TOTAL-LINE.
059100     MOVE 'NO MASTER RECORD          - ' TO RGT-TAG.
059200     MOVE WS-NO-MASTER-COUNT TO RGT-COUNT.
059300     PERFORM WRITE-ONE-TOTAL-LINE.
059400     MOVE 'ACCOUNT CLOSED            - ' TO RGT-TAG.
059500     MOVE WS-CLOSED-COUNT TO RGT-COUNT.
059600     PERFORM WRITE-ONE-TOTAL-LINE.
059700     MOVE 'LEGAL HOLD                - ' TO RGT-TAG.
059800     MOVE WS-LEGAL-HOLD-COUNT TO RGT-COUNT.
059900     PERFORM WRITE-ONE-TOTAL-LINE.
060000     MOVE 'NO AR OPEN BALANCE        - ' TO RGT-TAG.
060100     MOVE WS-NO-AR-COUNT TO RGT-COUNT.
060200     PERFORM WRITE-ONE-TOTAL-LINE.
060300     MOVE 'WHOLLY IN DISPUTE         - ' TO RGT-TAG.
060400     MOVE WS-DISPUTED-COUNT TO RGT-COUNT.
060500     PERFORM WRITE-ONE-TOTAL-LINE.
060510     MOVE 'ALREADY NETTED            - ' TO RGT-TAG.
060520     MOVE WS-ALREADY-NETTED-COUNT TO RGT-COUNT.
060530     PERFORM WRITE-ONE-TOTAL-LINE.
060600     MOVE 2 TO LINE-SPACING.
060700     MOVE 'AP INVOICES READ          - ' TO RGT-TAG.
060800     MOVE WS-AP-READ-COUNT TO RGT-COUNT.
060900     MOVE WS-AP-READ-TOTAL TO RGT-AMOUNT.
061000     PERFORM WRITE-ONE-TOTAL-LINE.
061100     MOVE 'AP ON PAYMENT HOLD        - ' TO RGT-TAG.
061200     MOVE WS-AP-HELD-COUNT TO RGT-COUNT.
061300     MOVE WS-AP-HELD-TOTAL TO RGT-AMOUNT.
061400     PERFORM WRITE-ONE-TOTAL-LINE.
061500     MOVE 2 TO LINE-SPACING.
061600     IF RUN-APPROVED
061700        MOVE 'PAIRS NETTED              - ' TO RGT-TAG
061800     ELSE
061900        MOVE 'PAIRS PROPOSED            - ' TO RGT-TAG
062000     END-IF.
062100     MOVE WS-NETTED-COUNT TO RGT-COUNT.
062200     MOVE WS-NETTED-TOTAL TO RGT-AMOUNT.
062300     PERFORM WRITE-ONE-TOTAL-LINE.
062400     MOVE 'AP DEBIT MEMOS WRITTEN    - ' TO RGT-TAG.
062500     MOVE WS-MEMO-COUNT TO RGT-COUNT.
062600     MOVE WS-MEMO-TOTAL TO RGT-AMOUNT.
062700     PERFORM WRITE-ONE-TOTAL-LINE.
062800     MOVE 3 TO LINE-SPACING.
062900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063000     MOVE AR-SIGNOFF-LINE TO OUTPUT-LINE.
063100     WRITE OUTPUT-RECORD.
063200     MOVE 2 TO LINE-SPACING.
063300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
063400     MOVE AP-SIGNOFF-LINE TO OUTPUT-LINE.
063500     WRITE OUTPUT-RECORD.
063600     MOVE 1 TO LINE-SPACING.
063700******************************************************************
063800 WRITE-ONE-TOTAL-LINE.
063900     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
064000     MOVE REGISTER-TOTAL-LINE TO OUTPUT-LINE.
064100     WRITE OUTPUT-RECORD.
064200     ADD 1 TO LINES-WRITTEN.
064300     MOVE 1 TO LINE-SPACING.
064400******************************************************************
064500 WRITE-HEADER.
064600     MOVE ZERO TO LINES-WRITTEN.
064700     ACCEPT HDR-PRT-DATE FROM DATE.
064800     ACCEPT HDR-PRT-TIME FROM TIME.
064900     MOVE PAGE-SPACING TO CARRIAGE-CONTROL.
065000     ADD 1 TO PAGE-COUNT
065100     MOVE '   AR/AP NETTING REGISTER      '   TO REPORT-TITLE.
065200     MOVE PAGE-COUNT TO PAGE-NUMBER.
065300     MOVE HEADER-RECORD TO OUTPUT-LINE.
065400     WRITE OUTPUT-RECORD.
065500     MOVE 1 TO LINE-SPACING.
065600     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
065700     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
065800     WRITE OUTPUT-RECORD.
065900     ADD 1 TO LINES-WRITTEN.
