      *                  JOURNAL FILE (SEE MSTRJNL) WITH BEFORE- AND
      *                  AFTER-IMAGES SO FINRCV01 CAN REBUILD THE
      *                  MASTER FORWARD FROM THE LAST BACKUP.
      * 2026-09-22  TS   THE CARD NOW CARRIES THE COMPANY CODE (SEE
      *                  COMPANY) IN COLUMNS 59-60. IT MUST BE ON THE
      *                  COMPANY FILE (ONLY '01' WHEN THE FILE IS
      *                  ABSENT). A BLANK CODE ON AN ADD OPENS THE
      *                  ACCOUNT UNDER '01'; A BLANK CODE ON A CHANGE
      *                  LEAVES THE ACCOUNT'S COMPANY AS IT IS.
      * 2026-10-01  TS   DUAL AUTHORIZATION. THE CARD NOW CARRIES A
      *                  REASON CODE AND OPERATOR ID (COLUMNS 61-72).
      *                  A CARD THAT WOULD CHANGE AN ACCOUNT'S BALANCE
      *                  -- AN ADD WITH AMOUNTS, A CHANGE OF EITHER
      *                  AMOUNT, A DELETE OF AN ACCOUNT STILL CARRYING
      *                  ONE -- IS NOT APPLIED BUT WRITTEN TO THE
      *                  PENDING-CHANGES FILE (SEE PENDCHG) FOR A
      *                  SECOND OPERATOR TO APPROVE THROUGH FINPCA01,
      *                  AND MUST NAME ITS OPERATOR AND REASON. CARDS
      *                  APPROVED SINCE THE LAST RUN ARE APPLIED FIRST
      *                  AND THE IMAGE LINES NAME THE APPROVER.
      * 2026-10-10  TS   THE CARD NOW CARRIES THE ACCOUNT'S PAYMENT
      *                  TERMS CODE (SEE PAYTERM) IN COLUMNS 73-74,
      *                  CHECKED THROUGH FINTRM01. A BLANK CODE ON AN
      *                  ADD LEAVES THE ACCOUNT ON STANDARD TERMS; A
      *                  BLANK CODE ON A CHANGE LEAVES ITS TERMS AS
      *                  THEY ARE. THE IMAGE LINES SHOW THE CODE.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002100     SELECT MAINT-FILE ASSIGN U-T-MAINT.
002200     SELECT ERROR-FILE ASSIGN U-T-ERRLST.
002210     SELECT OPTIONAL JOURNAL-FILE ASSIGN U-T-MJRNL.
002220     SELECT OPTIONAL COMPANY-FILE ASSIGN U-T-COMPNY.
002230     SELECT OPTIONAL PENDING-FILE ASSIGN U-T-PENDCH
002240        ORGANIZATION IS INDEXED
002250        ACCESS MODE IS DYNAMIC
002260        RECORD KEY IS PC-KEY
002270        FILE STATUS IS WS-PENDCH-STATUS.
002300     SELECT MASTER-FILE ASSIGN U-T-MASTER
002400        ORGANIZATION IS INDEXED
002500        ACCESS MODE IS DYNAMIC
005700     02 MNT-AMOUNT-2           PIC 9(04)V99.
005800     02 MNT-REFERENCE-CODE     PIC X(06).
005810     02 MNT-STATUS-CODE        PIC X(01).
005820     02 MNT-COMPANY-CODE       PIC X(02).
005830     02 MNT-REASON-CODE        PIC X(04).
005840     02 MNT-OPERATOR-ID        PIC X(08).
005850     02 MNT-TERMS-CODE         PIC X(02).
005900     02 FILLER                 PIC X(05).
005901 FD COMPANY-FILE
005902     LABEL RECORDS ARE STANDARD
005903     RECORD CONTAINS 80 CHARACTERS
005904     DATA RECORD IS COMPANY-RECORD.
005905 COPY COMPANY.
005910 FD JOURNAL-FILE
005920     LABEL RECORDS ARE STANDARD
005930     RECORD CONTAINS 196 CHARACTERS
006100     LABEL RECORDS ARE STANDARD
006200     DATA RECORD IS MASTER-RECORD.
006300 COPY MSTRFILE.
006310 FD PENDING-FILE
006320     LABEL RECORDS ARE STANDARD
006330     DATA RECORD IS PENDING-CHANGE-RECORD.
006340 COPY PENDCHG.
      ******************************************************************
006400 WORKING-STORAGE SECTION.
006500 COPY HEADER1.
007900     02  WS-CHANGE-COUNT   PIC 9(5)  VALUE ZERO.
008000     02  WS-DELETE-COUNT   PIC 9(5)  VALUE ZERO.
008100     02  WS-REJECT-COUNT   PIC 9(5)  VALUE ZERO.
008101     02  WS-PENDCH-STATUS  PIC X(2)  VALUE ZERO.
008102     02  PENDING-SWITCH    PIC X(3)  VALUE SPACES.
008103         88  END-OF-PENDING VALUE 'EOF'.
008104     02  APPROVAL-SWITCH   PIC X(3)  VALUE 'NO '.
008105         88  APPLYING-APPROVED-CHANGE VALUE 'YES'.
008106     02  DUAL-AUTH-SWITCH  PIC X(3)  VALUE 'NO '.
008107         88  CHANGE-NEEDS-APPROVAL VALUE 'YES'.
008108     02  WS-MAINT-TIME     PIC 9(8)  VALUE ZERO.
008109     02  WS-APPROVER-ID    PIC X(8)  VALUE SPACES.
008110     02  COMPANY-SWITCH    PIC X(3)  VALUE SPACES.
008120         88  END-OF-COMPANY VALUE 'EOF'.
008130     02  CO-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.
008140         88  COMPANY-FOUND VALUE 'YES'.
008150     02  WS-CO-SUB         PIC 9(2)  COMP.
008160     02  WS-CO-COUNT       PIC 9(2)  COMP VALUE ZERO.
008161     02  WS-PEND-SEQUENCE  PIC 9(4)  VALUE ZERO.
008162     02  WS-REJECTS-BEFORE PIC 9(5)  VALUE ZERO.
008163     02  WS-PENDED-COUNT   PIC 9(5)  VALUE ZERO.
008164     02  WS-APPROVED-COUNT PIC 9(5)  VALUE ZERO.
008170 01  COMPANY-TABLE.
008180     05  COMPANY-ENTRY OCCURS 20 TIMES.
008190         10  CT-COMPANY-CODE   PIC X(02).
008200 COPY PAGING.
008201 COPY FINBDC01.
008202 COPY FINTMC01.
008300 01  DATA-LINE.
008400     02  FILLER                PIC X(2).
008500     02  OUTPUT-TAG            PIC X(8).
010100     02  OUTPUT-SOURCE         PIC X(8).
010150     02  FILLER                PIC X(3).
010160     02  OUTPUT-STATUS         PIC X(1).
010170     02  FILLER                PIC X(3).
010180     02  OUTPUT-COMPANY        PIC X(2).
010190     02  FILLER                PIC X(3).
010195     02  OUTPUT-TERMS          PIC X(2).
010200     02  FILLER                PIC X(3).
010210     02  OUTPUT-APPROVER       PIC X(8).
010220     02  FILLER                PIC X(8).
010230 01  PENDED-DETAIL-LINE.
010235     02  FILLER                PIC X(2).
010240     02  FILLER                PIC X(22)
010245         VALUE 'PENDING APPROVAL  KEY '.
010250     02  PND-KEY               PIC X(26).
010255     02  FILLER                PIC X(2).
010260     02  PND-ACCOUNT           PIC ZZ,ZZZ,ZZ9.
010265     02  FILLER                PIC X(2).
010270     02  PND-AMOUNT1           PIC ZZZ9.99.
010275     02  FILLER                PIC X(2).
010280     02  PND-AMOUNT2           PIC ZZZ9.99.
010285     02  FILLER                PIC X(2).
010290     02  PND-OPERATOR          PIC X(8).
010295     02  FILLER                PIC X(42).
      ******************************************************************
010300 01  COLUMN-HEADING-LINE.
010400     02  FILLER                PIC X(2).
012100     02  FILLER                PIC X(8)  VALUE 'SOURCE'.
012150     02  FILLER                PIC X(3).
012160     02  FILLER                PIC X(1)  VALUE 'S'.
012170     02  FILLER                PIC X(3).
012180     02  FILLER                PIC X(2)  VALUE 'CO'.
012190     02  FILLER                PIC X(3).
012195     02  FILLER                PIC X(2)  VALUE 'TM'.
012200     02  FILLER                PIC X(3).
012210     02  FILLER                PIC X(8)  VALUE 'APPROVER'.
012220     02  FILLER                PIC X(9).
012300******************************************************************
012400 PROCEDURE DIVISION.
012500     DISPLAY 'FINMNT01 - AR MASTER MAINTENANCE STARTING'.
012900     OPEN I-O MASTER-FILE.
012901     MOVE ZERO TO BD-REQUEST-DATE.
012902     CALL 'FINBDT01' USING FINBDC01-RECORD.
012903     PERFORM LOAD-COMPANY-TABLE.
012904     ACCEPT WS-MAINT-TIME FROM TIME.
012905     OPEN I-O PENDING-FILE.
012906     PERFORM APPLY-APPROVED-CHANGES.
013000     PERFORM GET-MAINT-CARD.
013100     PERFORM APPLY-AND-READ
013200        UNTIL END-OF-FILE.
013300     CLOSE MAINT-FILE REPORT-FILE ERROR-FILE MASTER-FILE
013310         JOURNAL-FILE PENDING-FILE.
013400     DISPLAY 'FINMNT01 - ACCOUNTS ADDED:   ' WS-ADD-COUNT.
013500     DISPLAY 'FINMNT01 - ACCOUNTS CHANGED: ' WS-CHANGE-COUNT.
013600     DISPLAY 'FINMNT01 - ACCOUNTS DELETED: ' WS-DELETE-COUNT.
013610     DISPLAY 'FINMNT01 - OF WHICH APPROVED:' WS-APPROVED-COUNT.
013620     DISPLAY 'FINMNT01 - PENDING APPROVAL: ' WS-PENDED-COUNT.
013700     DISPLAY 'FINMNT01 - CARDS REJECTED:   ' WS-REJECT-COUNT.
013800     IF WS-REJECT-COUNT > ZERO
013900        MOVE 4 TO RETURN-CODE
015500        GO TO APPLY-MAINT-CARD-EXIT
015600     END-IF.
015700     PERFORM FIND-MASTER-RECORD.
015705     IF NOT APPLYING-APPROVED-CHANGE
015710        PERFORM CHECK-DUAL-AUTHORIZATION
015715        IF CHANGE-NEEDS-APPROVAL
015720           PERFORM PEND-MAINT-CARD
015725           IF CARD-REJECTED
015730              PERFORM WRITE-ERROR-LINE
015735           END-IF
015740           GO TO APPLY-MAINT-CARD-EXIT
015745        END-IF
015750     END-IF.
015800     IF MNT-IS-ADD
015900        PERFORM APPLY-ADD
016000     ELSE
019160              MOVE 'YES' TO REJECT-SWITCH
019170              MOVE 'BAD STATUS CODE' TO WS-REJECT-REASON
019180           END-IF
019181           IF (MNT-IS-ADD OR MNT-IS-CHANGE)
019182                 AND MNT-COMPANY-CODE NOT = SPACES
019183              PERFORM CHECK-COMPANY-CODE
019184              IF NOT COMPANY-FOUND
019185                 MOVE 'YES' TO REJECT-SWITCH
019186                 MOVE 'UNKNOWN COMPANY CODE' TO WS-REJECT-REASON
019187              END-IF
019188           END-IF
019189           IF (MNT-IS-ADD OR MNT-IS-CHANGE)
019190                 AND MNT-TERMS-CODE NOT = SPACES
019191              MOVE MNT-TERMS-CODE TO PQ-TERMS-CODE
019192              MOVE ZERO TO PQ-BASE-DATE
019193              CALL 'FINTRM01' USING FINTMC01-RECORD
019194              IF NOT PQ-TERMS-FOUND
019195                 MOVE 'YES' TO REJECT-SWITCH
019196                 MOVE 'UNKNOWN TERMS CODE' TO WS-REJECT-REASON
019197              END-IF
019198           END-IF
019200        END-IF
019300     END-IF.
019400******************************************************************
019410 CHECK-COMPANY-CODE.
019420     MOVE 'NO ' TO CO-FOUND-SWITCH.
019430     PERFORM MATCH-COMPANY-ENTRY
019440        VARYING WS-CO-SUB FROM 1 BY 1
019450        UNTIL WS-CO-SUB > WS-CO-COUNT
019460           OR COMPANY-FOUND.
019470******************************************************************
019480 MATCH-COMPANY-ENTRY.
019485     IF CT-COMPANY-CODE (WS-CO-SUB) = MNT-COMPANY-CODE
019490        MOVE 'YES' TO CO-FOUND-SWITCH
019495     END-IF.
019498******************************************************************
019500 FIND-MASTER-RECORD.
019600     MOVE MNT-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER.
019700     READ MASTER-FILE
025170     ELSE
025180        MOVE MNT-STATUS-CODE TO MSTR-STATUS-CODE
025190     END-IF.
025191     IF MNT-COMPANY-CODE NOT = SPACES
025192        MOVE MNT-COMPANY-CODE TO MSTR-COMPANY-CODE
025193     ELSE
025194        IF MNT-IS-ADD
025195           MOVE '01' TO MSTR-COMPANY-CODE
025196        END-IF
025197     END-IF.
025200     MOVE 'FINMNT01' TO MSTR-SOURCE-PROGRAM.
025300     MOVE BD-BUSINESS-DATE TO MSTR-LAST-UPDATE-DATE.
025310     IF MNT-TERMS-CODE NOT = SPACES
025320        MOVE MNT-TERMS-CODE TO MSTR-TERMS-CODE
025330     ELSE
025340        IF MNT-IS-ADD
025350           MOVE SPACES TO MSTR-TERMS-CODE
025360        END-IF
025370     END-IF.
025400******************************************************************
025410 WRITE-JOURNAL-RECORD.
025420     MOVE 'FINMNT01' TO JL-SOURCE-PROGRAM.
025430     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
025440     ACCEPT JL-JOURNAL-TIME FROM TIME.
025450     WRITE MASTER-JOURNAL-RECORD.
025460******************************************************************
026600     MOVE MSTR-REFERENCE-CODE TO OUTPUT-REFCODE.
026700     MOVE MSTR-SOURCE-PROGRAM TO OUTPUT-SOURCE.
026750     MOVE MSTR-STATUS-CODE TO OUTPUT-STATUS.
026760     MOVE MSTR-COMPANY-CODE TO OUTPUT-COMPANY.
026765     MOVE MSTR-TERMS-CODE TO OUTPUT-TERMS.
026770     MOVE WS-APPROVER-ID TO OUTPUT-APPROVER.
026800     MOVE DATA-LINE TO OUTPUT-LINE.
026900     WRITE OUTPUT-RECORD.
027000     ADD 1 TO LINES-WRITTEN.
027900         DELIMITED BY SIZE INTO ERROR-LINE.
028000     WRITE ERROR-LINE.
028100******************************************************************
      * THE COMPANY FILE IS OPTIONAL -- WITHOUT IT THE ONLY COMPANY
      * IS '01'.
      ******************************************************************
028110 LOAD-COMPANY-TABLE.
028120     OPEN INPUT COMPANY-FILE.
028130     PERFORM LOAD-COMPANY-RECORD
028140        UNTIL END-OF-COMPANY.
028150     CLOSE COMPANY-FILE.
028160     IF WS-CO-COUNT = ZERO
028170        MOVE 1 TO WS-CO-COUNT
028180        MOVE '01' TO CT-COMPANY-CODE (1)
028190     END-IF.
028191******************************************************************
028192 LOAD-COMPANY-RECORD.
028193     READ COMPANY-FILE AT END
028194         MOVE 'EOF' TO COMPANY-SWITCH
028195     NOT AT END
028196         IF WS-CO-COUNT < 20
028197            ADD 1 TO WS-CO-COUNT
028198            MOVE CO-COMPANY-CODE
028199                TO CT-COMPANY-CODE (WS-CO-COUNT)
028200         END-IF
028201     END-READ.
028202******************************************************************
028210 WRITE-HEADER.
028300     MOVE ZERO TO LINES-WRITTEN.
028400     ACCEPT HDR-PRT-DATE FROM DATE.
028500     ACCEPT HDR-PRT-TIME FROM TIME.
029400     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
029500     WRITE OUTPUT-RECORD.
029600     ADD 1 TO LINES-WRITTEN.
029700******************************************************************
      * A CARD THAT WOULD MOVE AN ACCOUNT'S BALANCE NEEDS A SECOND
      * OPERATOR. ONLY A CARD THAT WOULD OTHERWISE APPLY IS PENDED --
      * AN ADD FOR AN ACCOUNT ALREADY ON FILE STILL REJECTS AT ONCE.
      ******************************************************************
029800 CHECK-DUAL-AUTHORIZATION.
029900     MOVE 'NO ' TO DUAL-AUTH-SWITCH.
030000     IF MNT-IS-ADD AND NOT ACCOUNT-FOUND
030100        IF MNT-AMOUNT-1 NOT = ZERO OR MNT-AMOUNT-2 NOT = ZERO
030200           MOVE 'YES' TO DUAL-AUTH-SWITCH
030300        END-IF
030400     END-IF.
030500     IF MNT-IS-CHANGE AND ACCOUNT-FOUND
030600        IF MNT-AMOUNT-1 NOT = MSTR-AMOUNT-1
030700              OR MNT-AMOUNT-2 NOT = MSTR-AMOUNT-2
030800           MOVE 'YES' TO DUAL-AUTH-SWITCH
030900        END-IF
031000     END-IF.
031100     IF MNT-IS-DELETE AND ACCOUNT-FOUND
031200        IF MSTR-AMOUNT-1 NOT = ZERO OR MSTR-AMOUNT-2 NOT = ZERO
031300           MOVE 'YES' TO DUAL-AUTH-SWITCH
031400        END-IF
031500     END-IF.
031600******************************************************************
      * THE OLD AND NEW VALUES ON THE PENDING RECORD ARE THE ACCOUNT'S
      * TWO AMOUNTS SUMMED, BEFORE AND AFTER THE CARD.
      ******************************************************************
031700 PEND-MAINT-CARD.
031800     IF MNT-OPERATOR-ID = SPACES OR MNT-REASON-CODE = SPACES
031900        MOVE 'YES' TO REJECT-SWITCH
032000        MOVE 'BALANCE CHANGE NEEDS OPERATOR' TO WS-REJECT-REASON
032100     ELSE
032200        MOVE SPACES TO PENDING-CHANGE-RECORD
032300        MOVE 'FINMNT01' TO PC-PROGRAM-ID
032400        MOVE BD-BUSINESS-DATE TO PC-SUBMIT-DATE
032500        DIVIDE WS-MAINT-TIME BY 100 GIVING PC-SUBMIT-TIME
032600        ADD 1 TO WS-PEND-SEQUENCE
032700        MOVE WS-PEND-SEQUENCE TO PC-CARD-SEQUENCE
032800        MOVE MAINT-CARD-RECORD TO PC-CARD-IMAGE
032900        MOVE MNT-OPERATOR-ID TO PC-SUBMITTED-BY
033000        MOVE MNT-REASON-CODE TO PC-SUBMIT-REASON
033100        MOVE MNT-ACCOUNT-NUMBER TO PC-ITEM-KEY
033200        MOVE 'MASTER BALANCE' TO PC-CHANGE-TYPE
033300        IF ACCOUNT-FOUND
033400           COMPUTE PC-OLD-VALUE = MSTR-AMOUNT-1 + MSTR-AMOUNT-2
033500        ELSE
033600           MOVE ZERO TO PC-OLD-VALUE
033700        END-IF
033800        IF MNT-IS-DELETE
033900           MOVE ZERO TO PC-NEW-VALUE
034000        ELSE
034100           COMPUTE PC-NEW-VALUE = MNT-AMOUNT-1 + MNT-AMOUNT-2
034200        END-IF
034300        MOVE 'P' TO PC-STATUS
034400        MOVE ZERO TO PC-DECISION-DATE
034500        MOVE ZERO TO PC-APPLIED-DATE
034600        WRITE PENDING-CHANGE-RECORD
034700            INVALID KEY
034800               MOVE 'YES' TO REJECT-SWITCH
034900               MOVE 'DUPLICATE PENDING KEY' TO WS-REJECT-REASON
035000            NOT INVALID KEY
035100               PERFORM WRITE-PENDED-LINE
035200        END-WRITE
035300     END-IF.
035400******************************************************************
035500 WRITE-PENDED-LINE.
035600     ADD 1 TO WS-PENDED-COUNT.
035700     IF LINES-WRITTEN >= WS-PAGE-SIZE
035800        PERFORM WRITE-HEADER
035900        MOVE 2 TO LINE-SPACING
036000     END-IF.
036100     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
036200     MOVE PC-KEY TO PND-KEY.
036300     MOVE MNT-ACCOUNT-NUMBER TO PND-ACCOUNT.
036400     MOVE MNT-AMOUNT-1 TO PND-AMOUNT1.
036500     MOVE MNT-AMOUNT-2 TO PND-AMOUNT2.
036600     MOVE MNT-OPERATOR-ID TO PND-OPERATOR.
036700     MOVE PENDED-DETAIL-LINE TO OUTPUT-LINE.
036800     WRITE OUTPUT-RECORD.
036900     ADD 1 TO LINES-WRITTEN.
037000     MOVE 1 TO LINE-SPACING.
037100******************************************************************
      * CARDS APPROVED THROUGH FINPCA01 SINCE THE LAST RUN GO THROUGH
      * THE SAME EDITS AND APPLY AS ANY OTHER CARD, BUT ARE NOT PENDED
      * AGAIN. ONE THAT NO LONGER APPLIES IS MARKED FAILED, NOT LEFT
      * APPROVED TO BE TRIED EVERY NIGHT.
      ******************************************************************
037200 APPLY-APPROVED-CHANGES.
037300     MOVE SPACES TO PENDING-SWITCH.
037400     MOVE 'FINMNT01' TO PC-PROGRAM-ID.
037500     MOVE ZERO TO PC-SUBMIT-DATE PC-SUBMIT-TIME PC-CARD-SEQUENCE.
037600     START PENDING-FILE KEY IS NOT LESS THAN PC-KEY
037700         INVALID KEY
037800            MOVE 'EOF' TO PENDING-SWITCH
037900     END-START.
038000     IF NOT END-OF-PENDING
038100        PERFORM GET-PENDING-RECORD
038200     END-IF.
038300     PERFORM APPLY-APPROVED-AND-READ
038400        UNTIL END-OF-PENDING.
038500******************************************************************
038600 GET-PENDING-RECORD.
038700     READ PENDING-FILE NEXT RECORD AT END
038800         MOVE 'EOF' TO PENDING-SWITCH.
038900     IF NOT END-OF-PENDING
039000           AND PC-PROGRAM-ID NOT = 'FINMNT01'
039100        MOVE 'EOF' TO PENDING-SWITCH
039200     END-IF.
039300******************************************************************
039400 APPLY-APPROVED-AND-READ.
039500     IF PC-APPROVED
039600        PERFORM APPLY-ONE-APPROVED-CHANGE
039700     END-IF.
039800     PERFORM GET-PENDING-RECORD.
039900******************************************************************
040000 APPLY-ONE-APPROVED-CHANGE.
040100     MOVE PC-CARD-IMAGE TO MAINT-CARD-RECORD.
040200     MOVE PC-DECIDED-BY TO WS-APPROVER-ID.
040300     MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE.
040400     MOVE 'YES' TO APPROVAL-SWITCH.
040500     PERFORM APPLY-MAINT-CARD THRU APPLY-MAINT-CARD-EXIT.
040600     MOVE 'NO ' TO APPROVAL-SWITCH.
040700     MOVE SPACES TO WS-APPROVER-ID.
040800     IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
040900        MOVE 'F' TO PC-STATUS
041000     ELSE
041100        MOVE 'X' TO PC-STATUS
041200        ADD 1 TO WS-APPROVED-COUNT
041300     END-IF.
041400     MOVE BD-BUSINESS-DATE TO PC-APPLIED-DATE.
041500     REWRITE PENDING-CHANGE-RECORD.
