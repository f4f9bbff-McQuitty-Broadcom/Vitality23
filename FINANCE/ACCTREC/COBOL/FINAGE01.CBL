      *                  REFERENCE CODE) IS WRITTEN BESIDE THE PRINT
      *                  SO COLLECTIONS LOADS IT DIRECTLY INSTEAD OF
      *                  RE-KEYING PAPER.
      * 2026-09-08  TS   ACCOUNTS ARE NOW AGED BY INVOICE DUE DATE OFF
      *                  THE OPEN-ITEM FILE (SEE OPENITM) INSTEAD OF
      *                  MSTR-LAST-UPDATE-DATE -- THE ACCOUNT TAKES
      *                  THE BUCKET OF ITS OLDEST PAST-DUE OPEN
      *                  INVOICE, SO ONE NEW CHARGE NO LONGER MAKES
      *                  AN ACCOUNT WITH 120-DAY INVOICES LOOK
      *                  CURRENT. EACH OPEN INVOICE'S AMOUNT IS ALSO
      *                  SPREAD INTO ITS OWN BUCKET ON THE REPORT
      *                  SUMMARY AND ON THE EXTRACT (AX-BUCKET-
      *                  AMOUNT). AN ACCOUNT WITH NO OPEN INVOICES IS
      *                  STILL AGED OFF ITS LAST-UPDATE DATE.
      * 2026-10-10  TS   AN ACCOUNT WITH NO OPEN INVOICES IS NOW AGED
      *                  FROM THE DUE DATE ITS PAYMENT TERMS (SEE
      *                  PAYTERM, FINTRM01) GIVE ITS LAST-UPDATE DATE.
      * 2026-10-13  TS   READS THE SHARED ACCOUNT EXTRACT (SEE ACCTSWP,
      *                  FINMSW01) INSTEAD OF SWEEPING THE KEYED MASTER
      *                  ITSELF. AN EXTRACT CUT FOR ANOTHER DATE IS NOT
      *                  READ, AND ONE WHOSE DETAILS DO NOT AGREE WITH
      *                  ITS TRAILER ENDS THE RUN RETURN-CODE 8. AN
      *                  ACCOUNT WITH NO OPEN INVOICES TAKES ITS DUE
      *                  DATE AND DAYS PAST DUE FROM THE EXTRACT, WHICH
      *                  FIGURES THEM BY THE SAME PAYMENT-TERMS RULE.
      * 2026-10-15  TS   AN ACCOUNT'S AGED INVOICES ARE HELD TO ITS
      *                  MASTER BALANCE, OLDEST BUCKET FIRST -- INVOICES
      *                  LEFT OPEN BEHIND A WRITE-OFF OR CREDIT NO
      *                  LONGER OVERSTATE THE AGING. AN ACCOUNT WITH A
      *                  ZERO OR CREDIT BALANCE IS NOT AGED OFF ITS
      *                  INVOICES.
      ******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003700     SELECT REPORT-FILE ASSIGN U-T-SYSOUT.
003800     SELECT EXTRACT-FILE ASSIGN U-T-AGEEXT.
003900     SELECT OPTIONAL CONTROL-FILE ASSIGN U-T-CTLCARD.
003910     SELECT OPEN-ITEM-FILE ASSIGN U-T-OPNITM
003920        ORGANIZATION IS INDEXED
003930        ACCESS MODE IS DYNAMIC
003940        RECORD KEY IS OI-KEY
003950        FILE STATUS IS WS-OPENITM-STATUS.
004000     SELECT ACCOUNT-EXTRACT-FILE ASSIGN U-T-ACCSWP.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD REPORT-FILE
006400     02 AX-AMOUNT-1            PIC S9(04)V99.
006500     02 AX-AMOUNT-2            PIC S9(04)V99.
006600     02 AX-REFERENCE-CODE      PIC X(06).
006610     02 AX-BUCKET-AMOUNT       PIC S9(07)V99
006620                               OCCURS 4 TIMES.
006700     02 FILLER                 PIC X(02).
006800 FD CONTROL-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 80 CHARACTERS
007100     DATA RECORD IS CONTROL-CARD-RECORD.
007200 COPY CTLCARD.
007210 FD OPEN-ITEM-FILE
007220     LABEL RECORDS ARE STANDARD
007230     DATA RECORD IS OPEN-ITEM-RECORD.
007240 COPY OPENITM.
007300 FD ACCOUNT-EXTRACT-FILE
007380     LABEL RECORDS ARE STANDARD
007460     RECORD CONTAINS 260 CHARACTERS
007540     DATA RECORD IS ACCOUNT-SWEEP-RECORD.
007620 COPY ACCTSWP.
      ******************************************************************
007700 WORKING-STORAGE SECTION.
007800 COPY HEADER1.
008200     02  LINES-WRITTEN     PIC 9(3).
008300     02  WS-PAGE-SIZE      PIC 9(3)  VALUE 30.
008400     02  PAGE-COUNT        PIC 9(3).
008500     02  SWEEP-SWITCH      PIC X(3)  VALUE SPACES.
008520         88  SWEEP-IN-ERROR VALUE 'ERR'.
008540     02  WS-SWEEP-COUNT    PIC 9(7)  VALUE ZERO.
008560     02  WS-SWEEP-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
008580     02  WS-SWEEP-BALANCE-HASH PIC S9(13)V99 VALUE ZERO.
008600     02  WS-BUCKET-SUB     PIC 9(1)  COMP.
008700     02  WS-THIS-BUCKET    PIC 9(1)  VALUE ZERO.
008800     02  WS-ACCOUNT-AGE    PIC S9(6) VALUE ZERO.
008900     02  WS-EXTRACT-COUNT  PIC 9(7)  VALUE ZERO.
008910     02  WS-OPENITM-STATUS PIC X(2)  VALUE ZERO.
008920     02  ITEM-BROWSE-SWITCH PIC X(3) VALUE SPACES.
008930         88  END-OF-ITEMS  VALUE 'EOF'.
008940     02  WS-ITEM-COUNT     PIC 9(5)  VALUE ZERO.
008950     02  WS-ITEM-AGE       PIC S9(6) VALUE ZERO.
008955     02  WS-BUCKET-AGE     PIC S9(6) VALUE ZERO.
008960     02  WS-ITEM-BUCKET    PIC 9(1)  VALUE ZERO.
008970     02  WS-OPEN-TOTAL     PIC S9(9)V99 VALUE ZERO.
008980     02  WS-OLDEST-DUE-DATE PIC 9(8) VALUE ZERO.
008985     02  WS-BALANCE-LEFT   PIC S9(9)V99 VALUE ZERO.
008990 01  ACCOUNT-BUCKET-AMOUNTS.
008995     05  AB-OPEN-AMOUNT    PIC S9(7)V99 OCCURS 4 TIMES.
009000 01  DATE-WORK-FIELDS.
009100     02  WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.
009200     02  WS-WORK-DATE      PIC 9(8)  VALUE ZERO.
011200         10  BT-COUNT          PIC 9(07).
011300         10  BT-AMT1           PIC S9(10)V99.
011400         10  BT-AMT2           PIC S9(10)V99.
011410         10  BT-OPEN           PIC S9(10)V99.
011500 COPY PAGING.
011600 COPY FINBDC01.
011610 COPY MSTRFILE.
011700 01  DATA-LINE.
011800     02  FILLER                PIC X(5).
011900     02  OUTPUT-FIELD1         PIC ZZ,ZZZ,ZZ9.
013100     02  OUTPUT-AGE-DAYS       PIC ZZ9.
013200     02  FILLER                PIC X(3).
013300     02  OUTPUT-BUCKET         PIC X(16).
013310     02  FILLER                PIC X(3).
013320     02  OUTPUT-OPEN-AMOUNT    PIC ZZZ,ZZ9.99-.
013330     02  FILLER                PIC X(3).
013340     02  OUTPUT-ITEM-COUNT     PIC ZZZ9.
013400     02  FILLER                PIC X(17).
013500 01  BUCKET-TOTAL-LINE.
013600     02  FILLER                PIC X(2).
013700     02  BKT-TITLE             PIC X(16).
014100     02  BKT-AMT1              PIC ZZZ,ZZZ,ZZ9.99-.
014200     02  FILLER                PIC X(3).
014300     02  BKT-AMT2              PIC ZZZ,ZZZ,ZZ9.99-.
014310     02  FILLER                PIC X(3).
014320     02  FILLER                PIC X(14) VALUE 'OPEN INVOICES '.
014330     02  BKT-OPEN              PIC ZZZ,ZZZ,ZZ9.99-.
014400     02  FILLER                PIC X(41).
014500 01  COLUMN-HEADING-LINE.
014600     02  FILLER                PIC X(5).
014700     02  FILLER                PIC X(10) VALUE '   ACCOUNT'.
015400     02  FILLER                PIC X(5).
015500     02  FILLER                PIC X(7)  VALUE 'REFCODE'.
015600     02  FILLER                PIC X(4).
015700     02  FILLER                PIC X(8)  VALUE 'DUE/UPD '.
015800     02  FILLER                PIC X(5).
015900     02  FILLER                PIC X(4)  VALUE 'DAYS'.
016000     02  FILLER                PIC X(2).
016100     02  FILLER                PIC X(16) VALUE 'AGING BUCKET'.
016110     02  FILLER                PIC X(3).
016120     02  FILLER                PIC X(11) VALUE ' OPEN ITEMS'.
016130     02  FILLER                PIC X(3).
016140     02  FILLER                PIC X(4)  VALUE 'INVS'.
016200     02  FILLER                PIC X(17).
016300******************************************************************
016400 PROCEDURE DIVISION.
016500     DISPLAY 'FINAGE01 - AGED ACCOUNTS REPORT STARTING'.
016800        VARYING WS-BUCKET-SUB FROM 1 BY 1
016900        UNTIL WS-BUCKET-SUB > 4.
017000     OPEN OUTPUT REPORT-FILE EXTRACT-FILE.
017110     OPEN INPUT OPEN-ITEM-FILE.
017200     PERFORM WRITE-HEADER.
017300     PERFORM OPEN-ACCOUNT-EXTRACT.
017400     PERFORM SELECT-AND-READ
017500        UNTIL END-OF-FILE.
017600     CLOSE ACCOUNT-EXTRACT-FILE OPEN-ITEM-FILE.
017700     PERFORM WRITE-BUCKET-SUMMARY.
017800     CLOSE EXTRACT-FILE REPORT-FILE.
017900     DISPLAY 'FINAGE01 - EXTRACT RECORDS WRITTEN: '
018000         WS-EXTRACT-COUNT.
018010     IF SWEEP-IN-ERROR
018040        MOVE 8 TO RETURN-CODE
018070     END-IF.
018100     GOBACK.
018200******************************************************************
018300 READ-CONTROL-CARD.
020500     MOVE ZERO TO BT-COUNT (WS-BUCKET-SUB).
020600     MOVE ZERO TO BT-AMT1 (WS-BUCKET-SUB).
020700     MOVE ZERO TO BT-AMT2 (WS-BUCKET-SUB).
020710     MOVE ZERO TO BT-OPEN (WS-BUCKET-SUB).
020800******************************************************************
      * THE ACCOUNT EXTRACT (SEE ACCTSWP, FINMSW01) STANDS IN FOR THE
      * MASTER. AN EXTRACT CUT FOR ANY OTHER DATE IS NOT READ AT ALL.
      ******************************************************************
020900 OPEN-ACCOUNT-EXTRACT.
020906     MOVE SPACES TO INPUT-SWITCH.
020912     OPEN INPUT ACCOUNT-EXTRACT-FILE.
020918     READ ACCOUNT-EXTRACT-FILE AT END
020924         MOVE 'EOF' TO INPUT-SWITCH
020930     END-READ.
020936     IF END-OF-FILE OR NOT XA-IS-HEADER
020942           OR XA-HDR-AS-OF-DATE NOT = WS-AS-OF-DATE
020948        MOVE 'EOF' TO INPUT-SWITCH
020954        MOVE 'ERR' TO SWEEP-SWITCH
020960        DISPLAY 'FINAGE01 - ACCOUNT EXTRACT IS NOT FOR '
020966            WS-AS-OF-DATE ' - NOTHING READ'
020972     ELSE
020978        PERFORM GET-MASTER-RECORD
020984     END-IF.
020990******************************************************************
      * EACH DETAIL HANDS ITS MASTER IMAGE ON AS MASTER-RECORD. THE
      * TRAILER ENDS THE FILE AND MUST AGREE WITH WHAT WAS READ.
      ******************************************************************
020996 GET-MASTER-RECORD.
021002     READ ACCOUNT-EXTRACT-FILE AT END
021008         MOVE 'EOF' TO INPUT-SWITCH
021014         MOVE 'ERR' TO SWEEP-SWITCH
021020         DISPLAY 'FINAGE01 - ACCOUNT EXTRACT HAS NO TRAILER'
021026     END-READ.
021032     IF NOT END-OF-FILE
021038        IF XA-IS-DETAIL
021044           MOVE XA-MASTER-IMAGE TO MASTER-RECORD
021050           ADD 1 TO WS-SWEEP-COUNT
021056           ADD XA-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT-HASH
021062           ADD XA-OPEN-BALANCE TO WS-SWEEP-BALANCE-HASH
021068        ELSE
021074           MOVE 'EOF' TO INPUT-SWITCH
021080           PERFORM CHECK-SWEEP-TRAILER
021086        END-IF
021092     END-IF.
021098******************************************************************
021104 CHECK-SWEEP-TRAILER.
021110     IF NOT XA-IS-TRAILER
021116           OR XA-TRL-COUNT NOT = WS-SWEEP-COUNT
021122           OR XA-TRL-ACCOUNT-HASH NOT = WS-SWEEP-ACCOUNT-HASH
021128           OR XA-TRL-BALANCE-HASH NOT = WS-SWEEP-BALANCE-HASH
021134        MOVE 'ERR' TO SWEEP-SWITCH
021140        DISPLAY 'FINAGE01 - ACCOUNT EXTRACT DOES NOT AGREE WITH '
021146            'ITS TRAILER'
021152     END-IF.
021200******************************************************************
021300 SELECT-AND-READ.
021400     PERFORM AGE-MASTER-RECORD.
021500     PERFORM GET-MASTER-RECORD.
021600******************************************************************
      * ONE PASS -- EVERY ACCOUNT IS AGED, BUCKETED, PRINTED AND
      * WRITTEN TO THE COLLECTIONS EXTRACT AS IT IS READ. THE AGE IS
      * DAYS PAST DUE OF THE OLDEST OPEN INVOICE; AN ACCOUNT WITH NO
      * OPEN INVOICES FALLS BACK TO DAYS SINCE ITS LAST UPDATE.
      ******************************************************************
021700 AGE-MASTER-RECORD.
021710     PERFORM AGE-OPEN-ITEMS.
021720     IF WS-ITEM-COUNT = ZERO
021800        MOVE XA-DUE-DATE TO WS-OLDEST-DUE-DATE
022000        MOVE XA-AGE-DAYS TO WS-ACCOUNT-AGE
022410     END-IF.
022415     MOVE WS-ACCOUNT-AGE TO WS-BUCKET-AGE.
022420     PERFORM BUCKET-FOR-AGE.
022430     MOVE WS-ITEM-BUCKET TO WS-THIS-BUCKET.
      ******************************************************************
      * WITH NO INVOICES BEHIND IT THE WHOLE MASTER BALANCE SITS IN
      * THE ACCOUNT'S OWN BUCKET ON THE EXTRACT -- UNLESS NOTHING IS
      * OWING, WHEN THERE IS NOTHING TO AGE.
      ******************************************************************
022440     IF WS-ITEM-COUNT = ZERO AND WS-BALANCE-LEFT > ZERO
022450        COMPUTE AB-OPEN-AMOUNT (WS-THIS-BUCKET) =
022460            MSTR-AMOUNT-1 + MSTR-AMOUNT-2
022470     END-IF.
022900     ADD 1 TO BT-COUNT (WS-THIS-BUCKET).
023000     ADD MSTR-AMOUNT-1 TO BT-AMT1 (WS-THIS-BUCKET).
023100     ADD MSTR-AMOUNT-2 TO BT-AMT2 (WS-THIS-BUCKET).
023300     PERFORM WRITE-EXTRACT-RECORD.
023400******************************************************************
023500 FIND-THE-BUCKET.
023600     IF WS-BUCKET-AGE >= BUCKET-LOW-DAYS (WS-BUCKET-SUB)
023700           AND WS-BUCKET-AGE <= BUCKET-HIGH-DAYS (WS-BUCKET-SUB)
023800        MOVE WS-BUCKET-SUB TO WS-ITEM-BUCKET
023900     END-IF.
023901******************************************************************
      * WS-BUCKET-AGE IN, WS-ITEM-BUCKET OUT.
      ******************************************************************
023902 BUCKET-FOR-AGE.
023903     MOVE 4 TO WS-ITEM-BUCKET.
023904     PERFORM FIND-THE-BUCKET
023905        VARYING WS-BUCKET-SUB FROM 1 BY 1
023906        UNTIL WS-BUCKET-SUB > 3.
023907******************************************************************
      * BROWSE THE ACCOUNT'S OPEN INVOICES. EACH ONE'S OPEN AMOUNT
      * GOES INTO THE BUCKET FOR ITS OWN DAYS PAST DUE (NOT YET DUE
      * COUNTS AS CURRENT), AND THE ACCOUNT'S AGE IS THE WORST OF
      * THEM. THE BUCKETS ARE THEN HELD TO THE MASTER BALANCE, OLDEST
      * BUCKET FIRST, SO AN INVOICE LEFT OPEN AFTER A WRITE-OFF OR A
      * CREDIT NEVER AGES MORE THAN THE ACCOUNT OWES. AN ACCOUNT WITH
      * NOTHING OWING IS NOT AGED OFF ITS INVOICES AT ALL.
      ******************************************************************
023908 AGE-OPEN-ITEMS.
023909     MOVE ZERO TO WS-ITEM-COUNT.
023910     MOVE ZERO TO WS-OPEN-TOTAL.
023911     MOVE ZERO TO WS-ACCOUNT-AGE.
023912     MOVE ZERO TO WS-OLDEST-DUE-DATE.
023913     PERFORM CLEAR-ACCOUNT-BUCKET
023914        VARYING WS-BUCKET-SUB FROM 1 BY 1
023915        UNTIL WS-BUCKET-SUB > 4.
023916     COMPUTE WS-BALANCE-LEFT = MSTR-AMOUNT-1 + MSTR-AMOUNT-2.
023917     MOVE SPACES TO ITEM-BROWSE-SWITCH.
023918     IF WS-BALANCE-LEFT NOT > ZERO
023919        MOVE 'EOF' TO ITEM-BROWSE-SWITCH
023920     ELSE
023921        MOVE MSTR-ACCOUNT-NUMBER TO OI-ACCOUNT-NUMBER
023922        MOVE LOW-VALUES TO OI-INVOICE-NUMBER
023923        START OPEN-ITEM-FILE
023924            KEY IS NOT LESS THAN OI-KEY
023925            INVALID KEY
023926               MOVE 'EOF' TO ITEM-BROWSE-SWITCH
023927        END-START
023928     END-IF.
023929     PERFORM AGE-ONE-OPEN-ITEM
023930        UNTIL END-OF-ITEMS.
023931     PERFORM HOLD-BUCKET-TO-BALANCE
023932        VARYING WS-BUCKET-SUB FROM 4 BY -1
023933        UNTIL WS-BUCKET-SUB < 1.
023934******************************************************************
023935 CLEAR-ACCOUNT-BUCKET.
023936     MOVE ZERO TO AB-OPEN-AMOUNT (WS-BUCKET-SUB).
023937******************************************************************
      * WHAT IS LEFT OF THE BALANCE AFTER THE OLDER BUCKETS IS ALL
      * THIS BUCKET CAN HOLD. ONLY WHAT SURVIVES GOES TO THE TOTALS.
      ******************************************************************
023938 HOLD-BUCKET-TO-BALANCE.
023939     IF AB-OPEN-AMOUNT (WS-BUCKET-SUB) > WS-BALANCE-LEFT
023940        MOVE WS-BALANCE-LEFT TO AB-OPEN-AMOUNT (WS-BUCKET-SUB)
023941     END-IF.
023942     SUBTRACT AB-OPEN-AMOUNT (WS-BUCKET-SUB) FROM WS-BALANCE-LEFT.
023943     ADD AB-OPEN-AMOUNT (WS-BUCKET-SUB) TO WS-OPEN-TOTAL.
023944     ADD AB-OPEN-AMOUNT (WS-BUCKET-SUB)
023945         TO BT-OPEN (WS-BUCKET-SUB).
023946******************************************************************
023947 AGE-ONE-OPEN-ITEM.
023948     READ OPEN-ITEM-FILE NEXT RECORD AT END
023949         MOVE 'EOF' TO ITEM-BROWSE-SWITCH
023950     END-READ.
023951     IF NOT END-OF-ITEMS
023952        IF OI-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
023953           MOVE 'EOF' TO ITEM-BROWSE-SWITCH
023954        ELSE
023955           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT NOT = ZERO
023956              PERFORM AGE-THIS-INVOICE
023957           END-IF
023958        END-IF
023959     END-IF.
023960******************************************************************
023961 AGE-THIS-INVOICE.
023962     ADD 1 TO WS-ITEM-COUNT.
023963     MOVE OI-DUE-DATE TO WS-WORK-DATE.
023964     PERFORM COMPUTE-DATE-SERIAL.
023965     COMPUTE WS-ITEM-AGE = WS-AS-OF-SERIAL - WS-DATE-SERIAL.
023966     IF WS-ITEM-AGE < ZERO
023967        MOVE ZERO TO WS-ITEM-AGE
023968     END-IF.
023969     IF WS-ITEM-COUNT = 1 OR WS-ITEM-AGE > WS-ACCOUNT-AGE
023970        MOVE WS-ITEM-AGE TO WS-ACCOUNT-AGE
023971        MOVE OI-DUE-DATE TO WS-OLDEST-DUE-DATE
023972     END-IF.
023973     MOVE WS-ITEM-AGE TO WS-BUCKET-AGE.
023974     PERFORM BUCKET-FOR-AGE.
023975     ADD OI-OPEN-AMOUNT TO AB-OPEN-AMOUNT (WS-ITEM-BUCKET).
024000******************************************************************
024100 WRITE-DETAIL-LINE.
024200     IF LINES-WRITTEN >= WS-PAGE-SIZE
024900     MOVE MSTR-AMOUNT-1 TO OUTPUT-FIELD4.
025000     MOVE MSTR-AMOUNT-2 TO OUTPUT-FIELD5.
025100     MOVE MSTR-REFERENCE-CODE TO OUTPUT-FIELD6.
025200     MOVE WS-OLDEST-DUE-DATE TO OUTPUT-LAST-UPDATE.
025210     MOVE WS-OPEN-TOTAL TO OUTPUT-OPEN-AMOUNT.
025220     MOVE WS-ITEM-COUNT TO OUTPUT-ITEM-COUNT.
025300     MOVE WS-ACCOUNT-AGE TO OUTPUT-AGE-DAYS.
025400     MOVE BUCKET-TITLE (WS-THIS-BUCKET) TO OUTPUT-BUCKET.
025500     MOVE DATA-LINE TO OUTPUT-LINE.
026600     MOVE MSTR-AMOUNT-1 TO AX-AMOUNT-1.
026700     MOVE MSTR-AMOUNT-2 TO AX-AMOUNT-2.
026800     MOVE MSTR-REFERENCE-CODE TO AX-REFERENCE-CODE.
026810     PERFORM MOVE-EXTRACT-BUCKET
026820        VARYING WS-BUCKET-SUB FROM 1 BY 1
026830        UNTIL WS-BUCKET-SUB > 4.
026900     WRITE EXTRACT-RECORD.
027000     ADD 1 TO WS-EXTRACT-COUNT.
027100******************************************************************
027110 MOVE-EXTRACT-BUCKET.
027120     MOVE AB-OPEN-AMOUNT (WS-BUCKET-SUB)
027130         TO AX-BUCKET-AMOUNT (WS-BUCKET-SUB).
027140******************************************************************
027200 WRITE-BUCKET-SUMMARY.
027300     MOVE 2 TO LINE-SPACING.
027400     PERFORM WRITE-ONE-BUCKET-TOTAL
028100     MOVE BT-COUNT (WS-BUCKET-SUB) TO BKT-COUNT.
028200     MOVE BT-AMT1 (WS-BUCKET-SUB) TO BKT-AMT1.
028300     MOVE BT-AMT2 (WS-BUCKET-SUB) TO BKT-AMT2.
028310     MOVE BT-OPEN (WS-BUCKET-SUB) TO BKT-OPEN.
028400     MOVE BUCKET-TOTAL-LINE TO OUTPUT-LINE.
028500     WRITE OUTPUT-RECORD.
028600     ADD 1 TO LINES-WRITTEN.
