      *                  CURRENCIES SUSPENDED NCUR WITH NO HINT WHY.
      *                  A RATE DROPPED FOR ANY REASON IS NOW NAMED
      *                  ON THE CONSOLE.
      * 2026-10-08  TS   A FOREIGN-CURRENCY DETAIL NOW ALSO RECORDS THE
      *                  ACCOUNT'S CURRENCY, ITS AMOUNTS IN THAT
      *                  CURRENCY AND THE BASE AMOUNTS AND RATE THEY
      *                  CONVERTED AT ON THE FOREIGN-BALANCE FILE (SEE
      *                  FXBAL) FOR THE FINFXR01 MONTH-END
      *                  REVALUATION. A BASE-CURRENCY DETAIL DROPS THE
      *                  ACCOUNT'S FOREIGN BALANCE; A REVERSAL PUTS IT
      *                  BACK TO THE PRIOR IMAGE AT THE CURRENT RATE.
      ******************************************************************00000370
000300 ENVIRONMENT DIVISION.                                            00000400
000400 INPUT-OUTPUT SECTION.                                            00000500
002000        ACCESS MODE IS DYNAMIC                                            
002100        RECORD KEY IS MY-PROGRAM-ID                                       
002200        FILE STATUS IS WS-MTDYTD-STATUS.                                  
002210     SELECT FOREIGN-BALANCE-FILE ASSIGN U-T-FXBAL
002220        ORGANIZATION IS INDEXED
002230        ACCESS MODE IS DYNAMIC
002240        RECORD KEY IS FX-ACCOUNT-NUMBER
002250        FILE STATUS IS WS-FXBAL-STATUS.
002300 DATA DIVISION.                                                   00000900
002400 FILE SECTION.                                                    00001000
002500 FD REPORT-FILE                                                   00001100
006400     LABEL RECORDS ARE STANDARD                                           
006500     DATA RECORD IS MTD-YTD-RECORD.                                       
006600 COPY MTDYTD.                                                             
006610 FD FOREIGN-BALANCE-FILE
006620     LABEL RECORDS ARE STANDARD
006630     RECORD CONTAINS 100 CHARACTERS
006640     DATA RECORD IS FOREIGN-BALANCE-RECORD.
006650 COPY FXBAL.
006700 FD INPUT-FILE                                                    00001900
006800     LABEL RECORDS ARE STANDARD                                   00002000
006900     RECORD CONTAINS 80 CHARACTERS                                00002100
013100     02  WS-RATE-COUNT     PIC 9(3)  COMP VALUE ZERO.
013200     02  WS-BEST-RATE-SUB  PIC 9(3)  COMP VALUE ZERO.
013300     02  WS-BEST-RATE-DATE PIC 9(8)  VALUE ZERO.
013310     02  WS-FXBAL-STATUS   PIC X(2)  VALUE ZERO.
013320     02  FXBAL-SWITCH      PIC X(3)  VALUE 'NO '.
013330         88  FXBAL-FOUND   VALUE 'YES'.
013340     02  WS-FX-FOREIGN-1   PIC S9(7)V99 VALUE ZERO.
013350     02  WS-FX-FOREIGN-2   PIC S9(7)V99 VALUE ZERO.
013360     02  WS-FX-BASE-1      PIC S9(4)V99 VALUE ZERO.
013370     02  WS-FX-BASE-2      PIC S9(4)V99 VALUE ZERO.
013400 01  CURRENCY-RATE-TABLE.                                         00003966
013500     05  CURRENCY-RATE-ENTRY OCCURS 200 TIMES.                    00003973
013600         10  CT-CURRENCY-CODE PIC X(3).                           00003974
018900     OPEN OUTPUT UPDATE-INTENT-FILE.                              00006012
019000     OPEN I-O HISTORY-FILE.
019100     OPEN I-O MTD-YTD-FILE.                                               
019110     OPEN I-O FOREIGN-BALANCE-FILE.
019200     INITIALIZE FINSUM01-RECORD.                                  00006011
019300     MOVE 'TROY3' TO FS-PROGRAM-ID.                               00006012
019400     PERFORM READ-CONTROL-CARD.                                   00006020
021500           EXCEPTION-FILE                                         00006610
021600           UPDATE-INTENT-FILE                                     00006615
021700           MTD-YTD-FILE                                           00006616
021800           HISTORY-FILE
021810           FOREIGN-BALANCE-FILE.
021900     IF TRAILER-BAD
022000        MOVE 8 TO RETURN-CODE
022100     END-IF.
034300     PERFORM BUILD-CODE-SUMMARY.                                  00009410
034400     PERFORM WRITE-UPDATE-INTENT.                                 00009411
034500     PERFORM WRITE-HISTORY-RECORD.
034510     PERFORM POST-FOREIGN-BALANCE.
034600     MOVE 1 TO LINE-SPACING.                                      00009500
034700     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00009600
034800 WRITE-REPORT-LINE-EXIT.                                          00009610
056500     PERFORM BUILD-CODE-SUMMARY.
056600     PERFORM WRITE-REVERSAL-INTENT.
056700     PERFORM WRITE-REVERSAL-HISTORY.
056710     PERFORM POST-REVERSAL-FOREIGN-BALANCE.
056800     PERFORM WRITE-REVERSAL-LINE.
056900 PROCESS-REVERSAL-EXIT.
057000     EXIT.
064500     MOVE LINE-SPACING TO CARRIAGE-CONTROL.
064600     MOVE COLUMN-HEADING-LINE TO OUTPUT-LINE.
064700     WRITE OUTPUT-RECORD.
064800     ADD 1 TO LINES-WRITTEN.
064900******************************************************************
      * THE FOREIGN BALANCE FOLLOWS THE MASTER: A FOREIGN-CURRENCY
      * DETAIL REPLACES THE FOREIGN AND BASE AMOUNTS JUST AS THE APPLY
      * REPLACES THE MASTER'S AMOUNTS.
      ******************************************************************
065000 POST-FOREIGN-BALANCE.
065100     MOVE INPUT-FIELD4 TO WS-FX-FOREIGN-1.
065200     MOVE INPUT-FIELD5 TO WS-FX-FOREIGN-2.
065300     MOVE WS-CONVERTED-FIELD4 TO WS-FX-BASE-1.
065400     MOVE WS-CONVERTED-FIELD5 TO WS-FX-BASE-2.
065500     PERFORM UPDATE-FOREIGN-BALANCE.
065600******************************************************************
      * A REVERSAL PUTS THE MASTER BACK TO THE PRIOR HISTORY IMAGE,
      * WHICH CARRIES BASE AMOUNTS ONLY -- THE FOREIGN AMOUNTS ARE
      * TAKEN BACK OUT OF THEM AT THE RATE THE REVERSAL CONVERTED AT.
      ******************************************************************
065700 POST-REVERSAL-FOREIGN-BALANCE.
065800     MOVE ZERO TO WS-FX-FOREIGN-1
065900                  WS-FX-FOREIGN-2
066000                  WS-FX-BASE-1
066100                  WS-FX-BASE-2.
066200     IF RV-PRIOR-FOUND
066300        MOVE RV-PRIOR-AMOUNT-1 TO WS-FX-BASE-1
066400        MOVE RV-PRIOR-AMOUNT-2 TO WS-FX-BASE-2
066500     END-IF.
066600     IF INPUT-CURRENCY-CODE NOT = SPACES
066700        IF CT-CURRENCY-RATE (WS-BEST-RATE-SUB) > ZERO
066800           COMPUTE WS-FX-FOREIGN-1 ROUNDED =
066900               WS-FX-BASE-1 / CT-CURRENCY-RATE (WS-BEST-RATE-SUB)
067000           COMPUTE WS-FX-FOREIGN-2 ROUNDED =
067100               WS-FX-BASE-2 / CT-CURRENCY-RATE (WS-BEST-RATE-SUB)
067200        END-IF
067300     END-IF.
067400     PERFORM UPDATE-FOREIGN-BALANCE.
067500******************************************************************
      * A BASE-CURRENCY POSTING MEANS THE ACCOUNT NO LONGER CARRIES A
      * FOREIGN BALANCE. A CHANGE OF CURRENCY STARTS THE UNREALIZED
      * TOTAL AGAIN. A BAD FILE STATUS IS NAMED ON THE CONSOLE BUT
      * DOES NOT STOP THE BOOK.
      ******************************************************************
067600 UPDATE-FOREIGN-BALANCE.
067700     MOVE INPUT-FIELD1 TO FX-ACCOUNT-NUMBER.
067800     MOVE 'NO ' TO FXBAL-SWITCH.
067900     READ FOREIGN-BALANCE-FILE
068000         INVALID KEY
068100            CONTINUE
068200         NOT INVALID KEY
068300            SET FXBAL-FOUND TO TRUE
068400     END-READ.
068500     IF INPUT-CURRENCY-CODE = SPACES
068600        IF FXBAL-FOUND
068700           DELETE FOREIGN-BALANCE-FILE RECORD
068800        END-IF
068900     ELSE
069000        IF NOT FXBAL-FOUND
069100           MOVE SPACES TO FOREIGN-BALANCE-RECORD
069200           MOVE INPUT-FIELD1 TO FX-ACCOUNT-NUMBER
069300           MOVE ZERO TO FX-LAST-REVAL-DATE
069310                  FX-LAST-REVAL-AMOUNT
069400        END-IF
069500        IF NOT FXBAL-FOUND
069600              OR FX-CURRENCY-CODE NOT = INPUT-CURRENCY-CODE
069700           MOVE ZERO TO FX-UNREALIZED-TOTAL
069800        END-IF
069900        MOVE INPUT-CURRENCY-CODE TO FX-CURRENCY-CODE
070000        MOVE WS-FX-FOREIGN-1 TO FX-FOREIGN-AMOUNT-1
070100        MOVE WS-FX-FOREIGN-2 TO FX-FOREIGN-AMOUNT-2
070200        MOVE WS-FX-BASE-1 TO FX-BASE-AMOUNT-1
070300        MOVE WS-FX-BASE-2 TO FX-BASE-AMOUNT-2
070400        MOVE CT-CURRENCY-RATE (WS-BEST-RATE-SUB) TO FX-RATE
070500        MOVE WS-BEST-RATE-DATE TO FX-RATE-DATE
070600        MOVE BD-BUSINESS-DATE TO FX-LAST-POSTING-DATE
070700        IF FXBAL-FOUND
070800           REWRITE FOREIGN-BALANCE-RECORD
070900        ELSE
071000           WRITE FOREIGN-BALANCE-RECORD
071100        END-IF
071200     END-IF.
071300     IF WS-FXBAL-STATUS NOT = '00'
071400        DISPLAY 'TROY3 - FOREIGN BALANCE FILE STATUS '
071500            WS-FXBAL-STATUS ' - ACCT ' INPUT-FIELD1
071600     END-IF.                                              
