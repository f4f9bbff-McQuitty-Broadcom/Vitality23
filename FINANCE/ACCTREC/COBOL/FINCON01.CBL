      ***************************************************************** 00000900
      * MODIFICATION HISTORY                                            00001000
      * 2026-08-09  TS   INITIAL VERSION.
      * 2026-09-22  TS   MULTI-COMPANY. A SECOND SECTION REPORTS EACH
      *                  COMPANY (SEE COMPANY) ON ITS OWN FROM THE AR
      *                  MASTER -- ACCOUNTS AND SIGNED AR BALANCE PER
      *                  COMPANY, WITH THE GROUP TOTAL BENEATH. THE
      *                  BOOK TOTALS ABOVE ARE PER PROGRAM AND STAY
      *                  CONSOLIDATED.
      ***************************************************************** 00001200
001300 ENVIRONMENT DIVISION.                                            00001300
001400 INPUT-OUTPUT SECTION.                                            00001400
001630        ACCESS MODE IS DYNAMIC                                    00001630
001640        RECORD KEY IS MY-PROGRAM-ID                               00001640
001650        FILE STATUS IS WS-MTDYTD-STATUS.                          00001650
001660     SELECT MASTER-FILE ASSIGN U-T-MASTER                         00001660
001670        ORGANIZATION IS INDEXED                                   00001670
001680        ACCESS MODE IS DYNAMIC                                    00001680
001690        RECORD KEY IS MSTR-ACCOUNT-NUMBER                         00001690
001695        FILE STATUS IS WS-MASTER-STATUS.                          00001695
001696     SELECT OPTIONAL COMPANY-FILE ASSIGN U-T-COMPNY.              00001696
001700 DATA DIVISION.                                                   00001700
001800 FILE SECTION.                                                    00001800
001900 FD  REPORT-FILE                                                  00001900
002800     LABEL RECORDS ARE STANDARD                                   00002800
002900     DATA RECORD IS MTD-YTD-RECORD.                               00002900
003000 COPY MTDYTD.                                                     00003000
003010 FD  MASTER-FILE                                                  00003010
003020     LABEL RECORDS ARE STANDARD                                   00003020
003030     DATA RECORD IS MASTER-RECORD.                                00003030
003040 COPY MSTRFILE.                                                   00003040
003050 FD  COMPANY-FILE                                                 00003050
003060     LABEL RECORDS ARE STANDARD                                   00003060
003070     RECORD CONTAINS 80 CHARACTERS                                00003070
003080     DATA RECORD IS COMPANY-RECORD.                               00003080
003090 COPY COMPANY.                                                    00003090
      ***************************************************************** 00003100
003200 WORKING-STORAGE SECTION.                                         00003200
003300 01  PROGRAM-WORK-FIELDS.                                         00003300
003600     02  WS-BOOK-SUB           PIC 9(1)  COMP.                    00003600
003700     02  WS-COMBINED-COUNT     PIC 9(08) VALUE ZERO.              00003700
003800     02  WS-COMBINED-TOTAL     PIC S9(14)V99 VALUE ZERO.          00003800
003810     02  WS-MASTER-STATUS      PIC X(2)  VALUE SPACES.            00003810
003820     02  INPUT-SWITCH          PIC X(3)  VALUE SPACES.            00003820
003830         88  END-OF-FILE       VALUE 'EOF'.                       00003830
003840     02  CO-FOUND-SWITCH       PIC X(3)  VALUE 'NO '.             00003840
003850         88  COMPANY-FOUND     VALUE 'YES'.                       00003850
003860     02  WS-SEARCH-COMPANY     PIC X(2)  VALUE SPACES.            00003860
003870     02  WS-CO-SUB             PIC 9(2)  COMP.                    00003870
003880     02  WS-CO-COUNT           PIC 9(2)  COMP VALUE ZERO.         00003880
003890     02  WS-GROUP-ACCOUNTS     PIC 9(08) VALUE ZERO.              00003890
003891     02  WS-GROUP-BALANCE      PIC S9(14)V99 VALUE ZERO.          00003891
003892 01  COMPANY-TABLE.                                               00003892
003893     05  COMPANY-ENTRY OCCURS 20 TIMES.                           00003893
003894         10  CT-COMPANY-CODE   PIC X(02).                         00003894
003895         10  CT-COMPANY-NAME   PIC X(20).                         00003895
003896         10  CT-ACCOUNTS       PIC 9(08).                         00003896
003897         10  CT-BALANCE        PIC S9(14)V99.                     00003897
003900 COPY PAGING.                                                     00003900
004000 01  PAGE-CONTROL-FIELDS.                                         00004000
004100     02  PAGE-COUNT            PIC 9(3)  VALUE ZERO.              00004100
007500     02  FILLER                PIC X(05) VALUE SPACES.            00007500
007600     02  SUM-GRAND-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.        00007600
007700     02  FILLER                PIC X(76) VALUE SPACES.            00007700
007710 01  COMPANY-HEADING-LINE.                                        00007710
007720     02  FILLER                PIC X(01) VALUE SPACE.             00007720
007730     02  FILLER                PIC X(04) VALUE 'CO'.              00007730
007740     02  FILLER                PIC X(22) VALUE 'COMPANY'.         00007740
007750     02  FILLER                PIC X(10) VALUE '  ACCOUNTS'.      00007750
007760     02  FILLER                PIC X(05) VALUE SPACES.            00007760
007770     02  FILLER                PIC X(22) VALUE                    00007770
007775         '            AR BALANCE'.                                00007775
007780     02  FILLER                PIC X(68) VALUE SPACES.            00007780
007790 01  COMPANY-DETAIL-LINE.                                         00007790
007791     02  FILLER                PIC X(01) VALUE SPACE.             00007791
007792     02  CSL-COMPANY           PIC X(04).                         00007792
007793     02  CSL-NAME              PIC X(22).                         00007793
007794     02  CSL-ACCOUNTS          PIC ZZ,ZZZ,ZZ9.                    00007794
007795     02  FILLER                PIC X(05) VALUE SPACES.            00007795
007796     02  CSL-BALANCE           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.        00007796
007797     02  FILLER                PIC X(68) VALUE SPACES.            00007797
      ***************************************************************** 00007800
007900 PROCEDURE DIVISION.                                              00007900
008100     DISPLAY 'FINCON01 - CONSOLIDATED SUMMARY STARTING'.          00008100
008600        VARYING WS-BOOK-SUB FROM 1 BY 1                           00008600
008700        UNTIL WS-BOOK-SUB > 5.                                    00008700
008800     PERFORM WRITE-GRAND-LINE.                                    00008800
008810     PERFORM LOAD-COMPANY-TABLE.                                  00008810
008820     PERFORM SUM-MASTER-BY-COMPANY.                               00008820
008830     PERFORM WRITE-COMPANY-SECTION.                               00008830
008900     CLOSE REPORT-FILE MTD-YTD-FILE.                              00008900
009000     DISPLAY 'FINCON01 - BOOKS COMBINED: 5'.                      00009000
009100     DISPLAY 'FINCON01 - COMBINED GRAND TOTAL: '                  00009100
013400     MOVE WS-COMBINED-TOTAL TO SUM-GRAND-TOTAL.                   00013400
013500     MOVE SUMMARY-GRAND-LINE TO OUTPUT-LINE.                      00013500
013600     WRITE OUTPUT-RECORD.                                         00013600
      ******************************************************************
      * NAMES FROM THE COMPANY FILE -- WITHOUT IT THE MASTER IS
      * REPORTED AS THE ONE COMPANY '01'.
      ******************************************************************
013700 LOAD-COMPANY-TABLE.                                              00013700
013710     MOVE SPACES TO INPUT-SWITCH.                                 00013710
013720     OPEN INPUT COMPANY-FILE.                                     00013720
013730     PERFORM LOAD-COMPANY-RECORD                                  00013730
013740        UNTIL END-OF-FILE.                                        00013740
013750     CLOSE COMPANY-FILE.                                          00013750
      ******************************************************************
013760 LOAD-COMPANY-RECORD.                                             00013760
013770     READ COMPANY-FILE AT END                                     00013770
013780         MOVE 'EOF' TO INPUT-SWITCH                               00013780
013790     NOT AT END                                                   00013790
013800         MOVE CO-COMPANY-CODE TO WS-SEARCH-COMPANY                00013800
013810         PERFORM FIND-COMPANY-ENTRY                               00013810
013820         MOVE CO-COMPANY-NAME TO CT-COMPANY-NAME (WS-CO-SUB)      00013820
013830     END-READ.                                                    00013830
      ******************************************************************
013840 FIND-COMPANY-ENTRY.                                              00013840
013850     MOVE 'NO ' TO CO-FOUND-SWITCH.                               00013850
013860     PERFORM MATCH-COMPANY-ENTRY                                  00013860
013870        VARYING WS-CO-SUB FROM 1 BY 1                             00013870
013880        UNTIL WS-CO-SUB > WS-CO-COUNT                             00013880
013890           OR COMPANY-FOUND.                                      00013890
013900     IF COMPANY-FOUND                                             00013900
013910        SUBTRACT 1 FROM WS-CO-SUB                                 00013910
013920     ELSE                                                         00013920
013930        IF WS-CO-COUNT < 20                                       00013930
013940           ADD 1 TO WS-CO-COUNT                                   00013940
013950           MOVE WS-CO-COUNT TO WS-CO-SUB                          00013950
013960           MOVE WS-SEARCH-COMPANY TO CT-COMPANY-CODE (WS-CO-SUB)  00013960
013970           MOVE '** NOT ON COMPANY FILE'                          00013970
013980               TO CT-COMPANY-NAME (WS-CO-SUB)                     00013980
013990           MOVE ZERO TO CT-ACCOUNTS (WS-CO-SUB)                   00013990
014000           MOVE ZERO TO CT-BALANCE (WS-CO-SUB)                    00014000
014010        ELSE                                                      00014010
014020           MOVE WS-CO-COUNT TO WS-CO-SUB                          00014020
014030        END-IF                                                    00014030
014040     END-IF.                                                      00014040
      ******************************************************************
014050 MATCH-COMPANY-ENTRY.                                             00014050
014060     IF CT-COMPANY-CODE (WS-CO-SUB) = WS-SEARCH-COMPANY           00014060
014070        MOVE 'YES' TO CO-FOUND-SWITCH                             00014070
014080     END-IF.                                                      00014080
      ******************************************************************
      * ONE SEQUENTIAL PASS OF THE MASTER; A BLANK COMPANY READS AS
      * '01'.
      ******************************************************************
014090 SUM-MASTER-BY-COMPANY.                                           00014090
014100     MOVE SPACES TO INPUT-SWITCH.                                 00014100
014110     OPEN INPUT MASTER-FILE.                                      00014110
014120     PERFORM SUM-ONE-MASTER                                       00014120
014130        UNTIL END-OF-FILE.                                        00014130
014140     CLOSE MASTER-FILE.                                           00014140
      ******************************************************************
014150 SUM-ONE-MASTER.                                                  00014150
014160     READ MASTER-FILE NEXT RECORD AT END                          00014160
014170         MOVE 'EOF' TO INPUT-SWITCH                               00014170
014180     NOT AT END                                                   00014180
014190         MOVE MSTR-COMPANY-CODE TO WS-SEARCH-COMPANY              00014190
014200         IF WS-SEARCH-COMPANY = SPACES                            00014200
014210            MOVE '01' TO WS-SEARCH-COMPANY                        00014210
014220         END-IF                                                   00014220
014230         PERFORM FIND-COMPANY-ENTRY                               00014230
014240         ADD 1 TO CT-ACCOUNTS (WS-CO-SUB)                         00014240
014250         ADD MSTR-AMOUNT-1 TO CT-BALANCE (WS-CO-SUB)              00014250
014260         ADD MSTR-AMOUNT-2 TO CT-BALANCE (WS-CO-SUB)              00014260
014270     END-READ.                                                    00014270
      ******************************************************************
014280 WRITE-COMPANY-SECTION.                                           00014280
014290     MOVE 3 TO LINE-SPACING.                                      00014290
014300     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00014300
014310     MOVE COMPANY-HEADING-LINE TO OUTPUT-LINE.                    00014310
014320     WRITE OUTPUT-RECORD.                                         00014320
014330     PERFORM WRITE-COMPANY-LINE                                   00014330
014340        VARYING WS-CO-SUB FROM 1 BY 1                             00014340
014350        UNTIL WS-CO-SUB > WS-CO-COUNT.                            00014350
014360     MOVE 2 TO LINE-SPACING.                                      00014360
014370     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00014370
014380     MOVE SPACES TO CSL-COMPANY.                                  00014380
014390     MOVE 'GROUP TOTAL' TO CSL-NAME.                              00014390
014400     MOVE WS-GROUP-ACCOUNTS TO CSL-ACCOUNTS.                      00014400
014410     MOVE WS-GROUP-BALANCE TO CSL-BALANCE.                        00014410
014420     MOVE COMPANY-DETAIL-LINE TO OUTPUT-LINE.                     00014420
014430     WRITE OUTPUT-RECORD.                                         00014430
      ******************************************************************
014440 WRITE-COMPANY-LINE.                                              00014440
014450     MOVE 1 TO LINE-SPACING.                                      00014450
014460     MOVE LINE-SPACING TO CARRIAGE-CONTROL.                       00014460
014470     MOVE CT-COMPANY-CODE (WS-CO-SUB) TO CSL-COMPANY.             00014470
014480     MOVE CT-COMPANY-NAME (WS-CO-SUB) TO CSL-NAME.                00014480
014490     MOVE CT-ACCOUNTS (WS-CO-SUB) TO CSL-ACCOUNTS.                00014490
014500     MOVE CT-BALANCE (WS-CO-SUB) TO CSL-BALANCE.                  00014500
014510     MOVE COMPANY-DETAIL-LINE TO OUTPUT-LINE.                     00014510
014520     WRITE OUTPUT-RECORD.                                         00014520
014530     ADD CT-ACCOUNTS (WS-CO-SUB) TO WS-GROUP-ACCOUNTS.            00014530
014540     ADD CT-BALANCE (WS-CO-SUB) TO WS-GROUP-BALANCE.              00014540
