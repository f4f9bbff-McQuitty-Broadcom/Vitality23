      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-09-22  TS   MULTI-COMPANY. THE GL BALANCE FILE MAY NOW
      *                  CARRY ONE CONTROL BALANCE PER COMPANY (A
      *                  BLANK COMPANY READS AS '01'), AND AFTER THE
      *                  CONSOLIDATED PROOF EACH COMPANY IS PROVED ON
      *                  ITS OWN: THE MASTER BY ITS COMPANY CODE, THE
      *                  SUSPENSE ITEMS BY THE COMPANY OF THE ACCOUNT
      *                  THEY NAME ('01' WHEN NOT ON FILE), AND THE
      *                  UNCONFIRMED VOUCHERS BY THE COMPANY FINGLC01
      *                  CARRIES FORWARD. UNCONFIRMED VOUCHERS NOW
      *                  COUNT THEIR AR DEBITS ONLY -- AN
      *                  INTERCOMPANY DUE-FROM DEBIT IS NOT AR. ANY
      *                  COMPANY LEFT WITH A RESIDUAL ENDS
      *                  RETURN-CODE 4.
      ******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005700   01 GL-BALANCE-RECORD.
005800     02 GB-AS-OF-DATE          PIC 9(08).
005900     02 GB-CONTROL-BALANCE     PIC S9(13)V99.
005910     02 GB-COMPANY-CODE        PIC X(02).
006000     02 FILLER                 PIC X(55).
006100 FD CARRY-IN-FILE
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 80 CHARACTERS
006800     02 CF-POSTING-DATE        PIC 9(08).
006900     02 CF-DEBIT-TOTAL         PIC S9(11)V99.
007000     02 CF-FIRST-SEEN-DATE     PIC 9(08).
007010     02 CF-COMPANY-CODE        PIC X(02).
007020     02 CF-AR-TOTAL            PIC S9(11)V99.
007100     02 FILLER                 PIC X(25).
007200 FD PAYMENT-SUSPENSE-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORDING MODE IS F
013600     02  WS-UNCONF-TOTAL   PIC S9(13)V99 VALUE ZERO.
013700     02  WS-PAYSUS-TOTAL   PIC S9(13)V99 VALUE ZERO.
013800     02  WS-RESIDUAL       PIC S9(13)V99 VALUE ZERO.
013810     02  WS-GL-RECORDS     PIC 9(3)  VALUE ZERO.
013820     02  WS-ITEM-AMOUNT    PIC S9(13)V99 VALUE ZERO.
013830     02  WS-SEARCH-COMPANY PIC X(2)  VALUE SPACES.
013840     02  CO-FOUND-SWITCH   PIC X(3)  VALUE 'NO '.
013850         88  COMPANY-FOUND VALUE 'YES'.
013860     02  WS-CO-SUB         PIC 9(2)  COMP.
013870     02  WS-CO-COUNT       PIC 9(2)  COMP VALUE ZERO.
013880     02  WS-CO-OUT-COUNT   PIC 9(2)  VALUE ZERO.
      ******************************************************************
      * EACH COMPANY'S SIDE OF THE RECONCILIATION, IN THE ORDER THE
      * COMPANIES ARE FIRST SEEN.
      ******************************************************************
013890 01  COMPANY-TABLE.
013891     05  COMPANY-ENTRY OCCURS 20 TIMES.
013892         10  CT-COMPANY-CODE   PIC X(02).
013893         10  CT-SUBLEDGER      PIC S9(13)V99.
013894         10  CT-GL-BALANCE     PIC S9(13)V99.
013895         10  CT-FEED-SUSP      PIC S9(13)V99.
013896         10  CT-UNCONF         PIC S9(13)V99.
013897         10  CT-PAYSUS         PIC S9(13)V99.
013898         10  CT-DIFFERENCE     PIC S9(13)V99.
013899         10  CT-RESIDUAL       PIC S9(13)V99.
013900 COPY PAGING.
014000 01  PROOF-LINE.
014100     02  FILLER                PIC X(2).
014900     02  FILLER                PIC X(40)
015000         VALUE 'SUBLEDGER-TO-GL CONTROL RECONCILIATION'.
015100     02  FILLER                PIC X(90).
015110 01  COMPANY-TITLE-LINE.
015120     02  FILLER                PIC X(2).
015130     02  FILLER                PIC X(8)  VALUE 'COMPANY '.
015140     02  CTL-COMPANY           PIC X(2).
015150     02  FILLER                PIC X(120).
015200******************************************************************
015300 PROCEDURE DIVISION.
015400     DISPLAY 'FINREC01 - SUBLEDGER-TO-GL RECONCILIATION '
015500         'STARTING'.
015600     PERFORM SUM-THE-SUBLEDGER.
015700     PERFORM READ-GL-BALANCE.
015750     OPEN INPUT MASTER-FILE.
015800     PERFORM SUM-FEED-SUSPENSE.
015900     PERFORM SUM-UNCONFIRMED-VOUCHERS.
016000     PERFORM SUM-PAYMENT-SUSPENSE.
016050     CLOSE MASTER-FILE.
016100     COMPUTE WS-DIFFERENCE =
016200         WS-GL-BALANCE - WS-SUBLEDGER-TOTAL.
      ******************************************************************
016800     OPEN OUTPUT REPORT-FILE.
016900     PERFORM WRITE-HEADER.
017000     PERFORM WRITE-PROOF-SHEET.
017050     PERFORM WRITE-COMPANY-PROOF
017060        VARYING WS-CO-SUB FROM 1 BY 1
017070        UNTIL WS-CO-SUB > WS-CO-COUNT.
017100     CLOSE REPORT-FILE.
017200     DISPLAY 'FINREC01 - SUBLEDGER: ' WS-SUBLEDGER-TOTAL.
017300     DISPLAY 'FINREC01 - GL CONTROL: ' WS-GL-BALANCE.
017400     DISPLAY 'FINREC01 - RESIDUAL:  ' WS-RESIDUAL.
017450     IF WS-CO-OUT-COUNT > ZERO
017460        DISPLAY 'FINREC01 - COMPANIES OUT OF PROOF: '
017470            WS-CO-OUT-COUNT
017480     END-IF.
017500     IF WS-RESIDUAL NOT = ZERO
017550           OR WS-CO-OUT-COUNT > ZERO
017600        MOVE 4 TO RETURN-CODE
017700     END-IF.
017800     GOBACK.
019000     NOT AT END
019100         ADD MSTR-AMOUNT-1 TO WS-SUBLEDGER-TOTAL
019200         ADD MSTR-AMOUNT-2 TO WS-SUBLEDGER-TOTAL
019210         MOVE MSTR-COMPANY-CODE TO WS-SEARCH-COMPANY
019220         IF WS-SEARCH-COMPANY = SPACES
019230            MOVE '01' TO WS-SEARCH-COMPANY
019240         END-IF
019250         PERFORM FIND-COMPANY-ENTRY
019260         ADD MSTR-AMOUNT-1 TO CT-SUBLEDGER (WS-CO-SUB)
019270         ADD MSTR-AMOUNT-2 TO CT-SUBLEDGER (WS-CO-SUB)
019300     END-READ.
019400******************************************************************
      * ONE CONTROL BALANCE PER COMPANY; THE CONSOLIDATED BALANCE IS
      * THEIR SUM.
      ******************************************************************
019500 READ-GL-BALANCE.
019510     MOVE SPACES TO INPUT-SWITCH.
019600     OPEN INPUT GL-BALANCE-FILE.
019610     PERFORM READ-ONE-GL-BALANCE
019620        UNTIL END-OF-FILE.
020400     CLOSE GL-BALANCE-FILE.
020401     IF WS-GL-RECORDS = ZERO
020402        DISPLAY 'FINREC01 - NO GL CONTROL BALANCE SUPPLIED - '
020403            'RECONCILIATION RUNS AGAINST ZERO'
020404     END-IF.
020405******************************************************************
020406 READ-ONE-GL-BALANCE.
020407     READ GL-BALANCE-FILE AT END
020408         MOVE 'EOF' TO INPUT-SWITCH
020409     NOT AT END
020410         ADD 1 TO WS-GL-RECORDS
020411         ADD GB-CONTROL-BALANCE TO WS-GL-BALANCE
020412         MOVE GB-AS-OF-DATE TO WS-GL-AS-OF
020413         MOVE GB-COMPANY-CODE TO WS-SEARCH-COMPANY
020414         IF WS-SEARCH-COMPANY = SPACES
020415            MOVE '01' TO WS-SEARCH-COMPANY
020416         END-IF
020417         PERFORM FIND-COMPANY-ENTRY
020418         ADD GB-CONTROL-BALANCE TO CT-GL-BALANCE (WS-CO-SUB)
020419     END-READ.
020420******************************************************************
020421 FIND-COMPANY-ENTRY.
020422     MOVE 'NO ' TO CO-FOUND-SWITCH.
020423     PERFORM MATCH-COMPANY-ENTRY
020424        VARYING WS-CO-SUB FROM 1 BY 1
020425        UNTIL WS-CO-SUB > WS-CO-COUNT
020426           OR COMPANY-FOUND.
020427     IF COMPANY-FOUND
020428        SUBTRACT 1 FROM WS-CO-SUB
020429     ELSE
020430        IF WS-CO-COUNT < 20
020431           ADD 1 TO WS-CO-COUNT
020432           MOVE WS-CO-COUNT TO WS-CO-SUB
020433           MOVE WS-SEARCH-COMPANY TO CT-COMPANY-CODE (WS-CO-SUB)
020434           MOVE ZERO TO CT-SUBLEDGER (WS-CO-SUB)
020435           MOVE ZERO TO CT-GL-BALANCE (WS-CO-SUB)
020436           MOVE ZERO TO CT-FEED-SUSP (WS-CO-SUB)
020437           MOVE ZERO TO CT-UNCONF (WS-CO-SUB)
020438           MOVE ZERO TO CT-PAYSUS (WS-CO-SUB)
020439        ELSE
020440           MOVE WS-CO-COUNT TO WS-CO-SUB
020441        END-IF
020442     END-IF.
020443******************************************************************
020444 MATCH-COMPANY-ENTRY.
020445     IF CT-COMPANY-CODE (WS-CO-SUB) = WS-SEARCH-COMPANY
020446        MOVE 'YES' TO CO-FOUND-SWITCH
020447     END-IF.
020448******************************************************************
      * A SUSPENDED ITEM BELONGS TO THE COMPANY OF THE ACCOUNT IT
      * NAMES -- '01' WHEN THE ACCOUNT IS NOT (YET) ON THE MASTER.
      * THE CALLER LOADS MSTR-ACCOUNT-NUMBER.
      ******************************************************************
020449 FIND-ACCOUNT-COMPANY.
020450     MOVE '01' TO WS-SEARCH-COMPANY.
020451     READ MASTER-FILE
020452        INVALID KEY
020453           CONTINUE
020454        NOT INVALID KEY
020455           IF MSTR-COMPANY-CODE NOT = SPACES
020456              MOVE MSTR-COMPANY-CODE TO WS-SEARCH-COMPANY
020457           END-IF
020458     END-READ.
020459     PERFORM FIND-COMPANY-ENTRY.
020500******************************************************************
020600 SUM-FEED-SUSPENSE.
020700     MOVE SPACES TO INPUT-SWITCH.
026200     END-READ.
026300******************************************************************
026400 ADD-SUSPENSE-AMOUNTS.
026450     MOVE ZERO TO WS-ITEM-AMOUNT.
026500     IF EDIT-FIELD4 NUMERIC
026600        ADD EDIT-FIELD4 TO WS-FEED-SUSP-TOTAL WS-ITEM-AMOUNT
026700     END-IF.
026800     IF EDIT-FIELD5 NUMERIC
026900        ADD EDIT-FIELD5 TO WS-FEED-SUSP-TOTAL WS-ITEM-AMOUNT
027000     END-IF.
027010     IF EDIT-FIELD1 NUMERIC
027020        MOVE EDIT-FIELD1 TO MSTR-ACCOUNT-NUMBER
027030        PERFORM FIND-ACCOUNT-COMPANY
027040     ELSE
027050        MOVE '01' TO WS-SEARCH-COMPANY
027060        PERFORM FIND-COMPANY-ENTRY
027070     END-IF.
027080     ADD WS-ITEM-AMOUNT TO CT-FEED-SUSP (WS-CO-SUB).
027100******************************************************************
027200 SUM-UNCONFIRMED-VOUCHERS.
027300     MOVE SPACES TO INPUT-SWITCH.
028000     READ CARRY-IN-FILE AT END
028100         MOVE 'EOF' TO INPUT-SWITCH
028200     NOT AT END
028300         IF CF-AR-TOTAL NUMERIC
028310            MOVE CF-AR-TOTAL TO WS-ITEM-AMOUNT
028320         ELSE
028330            MOVE CF-DEBIT-TOTAL TO WS-ITEM-AMOUNT
028340         END-IF
028350         ADD WS-ITEM-AMOUNT TO WS-UNCONF-TOTAL
028360         MOVE CF-COMPANY-CODE TO WS-SEARCH-COMPANY
028370         IF WS-SEARCH-COMPANY = SPACES
028380            MOVE '01' TO WS-SEARCH-COMPANY
028390         END-IF
028391         PERFORM FIND-COMPANY-ENTRY
028392         ADD WS-ITEM-AMOUNT TO CT-UNCONF (WS-CO-SUB)
028400     END-READ.
028500******************************************************************
028600 SUM-PAYMENT-SUSPENSE.
029700         MOVE SUSP-INPUT-RECORD TO PAYMENT-RECORD
029800         IF PMT-AMOUNT NUMERIC
029900            ADD PMT-AMOUNT TO WS-PAYSUS-TOTAL
029910            IF PMT-ACCOUNT-NUMBER NUMERIC
029920               MOVE PMT-ACCOUNT-NUMBER TO MSTR-ACCOUNT-NUMBER
029930               PERFORM FIND-ACCOUNT-COMPANY
029940            ELSE
029950               MOVE '01' TO WS-SEARCH-COMPANY
029960               PERFORM FIND-COMPANY-ENTRY
029970            END-IF
029980            ADD PMT-AMOUNT TO CT-PAYSUS (WS-CO-SUB)
030000         END-IF
030100     END-READ.
030200******************************************************************
033000     END-IF.
033100     PERFORM WRITE-ONE-PROOF-LINE.
033200******************************************************************
      * THE SAME PROOF, ONE BLOCK PER COMPANY.
      ******************************************************************
033210 WRITE-COMPANY-PROOF.
033211     COMPUTE CT-DIFFERENCE (WS-CO-SUB) =
033212         CT-GL-BALANCE (WS-CO-SUB) - CT-SUBLEDGER (WS-CO-SUB).
033213     COMPUTE CT-RESIDUAL (WS-CO-SUB) =
033214         CT-DIFFERENCE (WS-CO-SUB)
033215         - CT-FEED-SUSP (WS-CO-SUB)
033216         + CT-UNCONF (WS-CO-SUB)
033217         + CT-PAYSUS (WS-CO-SUB).
033218     IF LINES-WRITTEN + 10 > WS-PAGE-SIZE
033219        PERFORM WRITE-HEADER
033220     END-IF.
033221     MOVE 3 TO LINE-SPACING.
033222     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033223     MOVE CT-COMPANY-CODE (WS-CO-SUB) TO CTL-COMPANY.
033224     MOVE COMPANY-TITLE-LINE TO OUTPUT-LINE.
033225     WRITE OUTPUT-RECORD.
033226     ADD 1 TO LINES-WRITTEN.
033227     MOVE 1 TO LINE-SPACING.
033228     MOVE 'AR SUBLEDGER (SIGNED MASTER TOTAL) -' TO PRF-TAG.
033229     MOVE CT-SUBLEDGER (WS-CO-SUB) TO PRF-AMOUNT.
033230     MOVE SPACES TO PRF-NOTE.
033231     PERFORM WRITE-ONE-PROOF-LINE.
033232     MOVE 'GL AR CONTROL ACCOUNT BALANCE      -' TO PRF-TAG.
033233     MOVE CT-GL-BALANCE (WS-CO-SUB) TO PRF-AMOUNT.
033234     PERFORM WRITE-ONE-PROOF-LINE.
033235     MOVE 'RAW DIFFERENCE (GL - SUBLEDGER)    -' TO PRF-TAG.
033236     MOVE CT-DIFFERENCE (WS-CO-SUB) TO PRF-AMOUNT.
033237     PERFORM WRITE-ONE-PROOF-LINE.
033238     MOVE 'LESS FEED SUSPENSE VALUE           -' TO PRF-TAG.
033239     MOVE CT-FEED-SUSP (WS-CO-SUB) TO PRF-AMOUNT.
033240     PERFORM WRITE-ONE-PROOF-LINE.
033241     MOVE 'ADD UNCONFIRMED VOUCHER DEBITS     -' TO PRF-TAG.
033242     MOVE CT-UNCONF (WS-CO-SUB) TO PRF-AMOUNT.
033243     PERFORM WRITE-ONE-PROOF-LINE.
033244     MOVE 'ADD PAYMENT SUSPENSE CASH          -' TO PRF-TAG.
033245     MOVE CT-PAYSUS (WS-CO-SUB) TO PRF-AMOUNT.
033246     PERFORM WRITE-ONE-PROOF-LINE.
033247     MOVE 'UNEXPLAINED RESIDUAL               -' TO PRF-TAG.
033248     MOVE CT-RESIDUAL (WS-CO-SUB) TO PRF-AMOUNT.
033249     IF CT-RESIDUAL (WS-CO-SUB) = ZERO
033250        MOVE 'PROVED' TO PRF-NOTE
033251     ELSE
033252        MOVE 'OUT OF PROOF' TO PRF-NOTE
033253        ADD 1 TO WS-CO-OUT-COUNT
033254     END-IF.
033255     PERFORM WRITE-ONE-PROOF-LINE.
033256******************************************************************
033300 WRITE-ONE-PROOF-LINE.
033400     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
033500     MOVE PROOF-LINE TO OUTPUT-LINE.
