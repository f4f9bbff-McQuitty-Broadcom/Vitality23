      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-01  TS   THE APPROVER FLAG (COLUMN 31 OF THE FILE,
      *                  COLUMN 32 OF THE CARD) IS ADDED AND KEPT LIKE
      *                  THE OTHER TWO. ONLY AN OPERATOR FLAGGED 'Y'
      *                  MAY APPROVE A PENDING CHANGE THROUGH FINPCA01.
      * 2026-10-02  TS   UP TO FOUR BRANCH REFERENCE CODES PER OPERATOR
      *                  (COLUMNS 32-55 OF THE FILE, 45-68 OF THE CARD)
      *                  -- THE ACCOUNTS THE OPERATOR'S BRANCH SERVES,
      *                  AGAINST WHICH FINALR01 REVIEWS ONLINE ACCESS.
      *                  A CHANGE CARD WITH NO CODES KEEPS THE OLD ONES.
      ******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004300     02 OA-OPERATOR-NAME       PIC X(20).
004400     02 OA-TEST-AUTH-FLAG      PIC X(01).
004500     02 OA-UPDATE-AUTH-FLAG    PIC X(01).
004510     02 OA-APPROVER-FLAG       PIC X(01).
004520     02 OA-BRANCH-REF-CODES.
004530        03 OA-BRANCH-REF-CODE  PIC X(06) OCCURS 4 TIMES.
004600     02 FILLER                 PIC X(25).
004700 FD OPERATOR-NEW-FILE
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 80 CHARACTERS
006200     02 OPM-OPERATOR-NAME      PIC X(20).
006300     02 OPM-TEST-FLAG          PIC X(01).
006400     02 OPM-UPDATE-FLAG        PIC X(01).
006410     02 OPM-APPROVER-FLAG      PIC X(01).
006500     02 OPM-REASON-CODE        PIC X(04).
006600     02 OPM-REQUESTED-BY       PIC X(08).
006610     02 OPM-BRANCH-REF-CODES   PIC X(24).
006700     02 FILLER                 PIC X(12).
      ******************************************************************
006800 WORKING-STORAGE SECTION.
006900 COPY HEADER1.
008300     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
008400     02  WS-OLD-TEST-FLAG  PIC X(1)  VALUE SPACE.
008500     02  WS-OLD-UPDATE-FLAG PIC X(1) VALUE SPACE.
008510     02  WS-OLD-APPROVER-FLAG PIC X(1) VALUE SPACE.
008600 01  DATE-WORK-FIELDS.
008700     02  WS-MAINT-DATE     PIC 9(6)  VALUE ZERO.
008800     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
009200         10  OPE-OPERATOR-NAME PIC X(20).
009300         10  OPE-TEST-FLAG     PIC X(01).
009400         10  OPE-UPDATE-FLAG   PIC X(01).
009410         10  OPE-APPROVER-FLAG PIC X(01).
009420         10  OPE-BRANCH-REF-CODES PIC X(24).
009500         10  OPE-REVOKED-FLAG  PIC X(01).
009600 COPY PAGING.
009700 01  AUDIT-DETAIL-LINE.
010000     02  FILLER                PIC X(2).
010100     02  AUD-OPERATOR-ID       PIC X(8).
010200     02  FILLER                PIC X(2).
010300     02  AUD-OLD-FLAGS         PIC X(8).
010400     02  FILLER                PIC X(2).
010500     02  AUD-NEW-FLAGS         PIC X(8).
010600     02  FILLER                PIC X(2).
010700     02  AUD-REASON            PIC X(4).
010800     02  FILLER                PIC X(2).
011100     02  AUD-DATE              PIC 9(6).
011200     02  FILLER                PIC X(1).
011300     02  AUD-TIME              PIC 9(8).
011400     02  FILLER                PIC X(1).
011410     02  AUD-BRANCH-CODES      PIC X(24).
011420     02  FILLER                PIC X(42).
011500 01  REJECT-DETAIL-LINE.
011600     02  FILLER                PIC X(2).
011700     02  REJ-OPERATOR-ID       PIC X(8).
012400     02  FILLER                PIC X(2).
012500     02  FILLER                PIC X(8)  VALUE 'OPERATOR'.
012600     02  FILLER                PIC X(2).
012700     02  FILLER                PIC X(8)  VALUE 'OLD'.
012800     02  FILLER                PIC X(2).
012900     02  FILLER                PIC X(8)  VALUE 'NEW'.
013000     02  FILLER                PIC X(2).
013100     02  FILLER                PIC X(4)  VALUE 'RSN'.
013200     02  FILLER                PIC X(2).
013300     02  FILLER                PIC X(8)  VALUE 'REQUESTR'.
013400     02  FILLER                PIC X(2).
013500     02  FILLER                PIC X(15) VALUE 'DATE   TIME'.
013600     02  FILLER                PIC X(1).
013610     02  FILLER                PIC X(24) VALUE 'BRANCH REF CODES'.
013620     02  FILLER                PIC X(42).
013700******************************************************************
013800 PROCEDURE DIVISION.
013900     DISPLAY 'FINOPM01 - OPERATOR-AUTH MAINTENANCE STARTING'.
017600                TO OPE-TEST-FLAG (WS-ENTRY-COUNT)
017700            MOVE OA-UPDATE-AUTH-FLAG
017800                TO OPE-UPDATE-FLAG (WS-ENTRY-COUNT)
017810            MOVE OA-APPROVER-FLAG
017820                TO OPE-APPROVER-FLAG (WS-ENTRY-COUNT)
017830            MOVE OA-BRANCH-REF-CODES
017840                TO OPE-BRANCH-REF-CODES (WS-ENTRY-COUNT)
017900            MOVE 'N' TO OPE-REVOKED-FLAG (WS-ENTRY-COUNT)
018000         END-IF
018100     END-READ.
024300           ADD 1 TO WS-ENTRY-COUNT
024400           MOVE SPACE TO WS-OLD-TEST-FLAG
024500           MOVE SPACE TO WS-OLD-UPDATE-FLAG
024510           MOVE SPACE TO WS-OLD-APPROVER-FLAG
024600           MOVE OPM-OPERATOR-ID
024700               TO OPE-OPERATOR-ID (WS-ENTRY-COUNT)
024800           MOVE OPM-OPERATOR-NAME
025100               TO OPE-TEST-FLAG (WS-ENTRY-COUNT)
025200           MOVE OPM-UPDATE-FLAG
025300               TO OPE-UPDATE-FLAG (WS-ENTRY-COUNT)
025310           MOVE OPM-APPROVER-FLAG
025320               TO OPE-APPROVER-FLAG (WS-ENTRY-COUNT)
025330           MOVE OPM-BRANCH-REF-CODES
025340               TO OPE-BRANCH-REF-CODES (WS-ENTRY-COUNT)
025400           MOVE 'N' TO OPE-REVOKED-FLAG (WS-ENTRY-COUNT)
025500           MOVE 'ADD' TO AUD-ACTION
025510           MOVE OPM-BRANCH-REF-CODES TO AUD-BRANCH-CODES
025600           PERFORM WRITE-AUDIT-LINE
025700        ELSE
025800           MOVE 'REJECTED - OPERATOR TABLE FULL' TO
026900        MOVE OPE-TEST-FLAG (WS-ENTRY-SUB) TO WS-OLD-TEST-FLAG
027000        MOVE OPE-UPDATE-FLAG (WS-ENTRY-SUB)
027100            TO WS-OLD-UPDATE-FLAG
027110        MOVE OPE-APPROVER-FLAG (WS-ENTRY-SUB)
027120            TO WS-OLD-APPROVER-FLAG
027200        MOVE OPM-TEST-FLAG TO OPE-TEST-FLAG (WS-ENTRY-SUB)
027300        MOVE OPM-UPDATE-FLAG
027400            TO OPE-UPDATE-FLAG (WS-ENTRY-SUB)
027410        MOVE OPM-APPROVER-FLAG
027420            TO OPE-APPROVER-FLAG (WS-ENTRY-SUB)
027430        IF OPM-BRANCH-REF-CODES NOT = SPACES
027440           MOVE OPM-BRANCH-REF-CODES
027450               TO OPE-BRANCH-REF-CODES (WS-ENTRY-SUB)
027460        END-IF
027470        MOVE OPE-BRANCH-REF-CODES (WS-ENTRY-SUB)
027480            TO AUD-BRANCH-CODES
027500        MOVE 'CHANGE' TO AUD-ACTION
027600        PERFORM WRITE-AUDIT-LINE
027700     END-IF.
028400        MOVE OPE-TEST-FLAG (WS-ENTRY-SUB) TO WS-OLD-TEST-FLAG
028500        MOVE OPE-UPDATE-FLAG (WS-ENTRY-SUB)
028600            TO WS-OLD-UPDATE-FLAG
028610        MOVE OPE-APPROVER-FLAG (WS-ENTRY-SUB)
028620            TO WS-OLD-APPROVER-FLAG
028700        MOVE 'Y' TO OPE-REVOKED-FLAG (WS-ENTRY-SUB)
028800        MOVE 'REVOKE' TO AUD-ACTION
028810        MOVE SPACES TO AUD-BRANCH-CODES
028900        PERFORM WRITE-AUDIT-LINE
029000     END-IF.
029100******************************************************************
029900     MOVE OPM-OPERATOR-ID TO AUD-OPERATOR-ID.
030000     MOVE SPACES TO AUD-OLD-FLAGS.
030100     STRING 'T' WS-OLD-TEST-FLAG ' U' WS-OLD-UPDATE-FLAG
030110            ' A' WS-OLD-APPROVER-FLAG
030200         DELIMITED BY SIZE INTO AUD-OLD-FLAGS.
030300     MOVE SPACES TO AUD-NEW-FLAGS.
030400     IF OPM-IS-REVOKE
030500        MOVE 'GONE' TO AUD-NEW-FLAGS
030600     ELSE
030700        STRING 'T' OPM-TEST-FLAG ' U' OPM-UPDATE-FLAG
030710               ' A' OPM-APPROVER-FLAG
030800            DELIMITED BY SIZE INTO AUD-NEW-FLAGS
030900     END-IF.
031000     MOVE OPM-REASON-CODE TO AUD-REASON.
034700            TO OA-TEST-AUTH-FLAG
034800        MOVE OPE-UPDATE-FLAG (WS-ENTRY-SUB)
034900            TO OA-UPDATE-AUTH-FLAG
034910        MOVE OPE-APPROVER-FLAG (WS-ENTRY-SUB)
034920            TO OA-APPROVER-FLAG
034930        MOVE OPE-BRANCH-REF-CODES (WS-ENTRY-SUB)
034940            TO OA-BRANCH-REF-CODES
035000        WRITE OPERATOR-NEW-RECORD FROM OPERATOR-RECORD
035100     END-IF.
035200******************************************************************
