000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINOLJ01.
      ******************************************************************
      * FINOLJ01 -- ONLINE MASTER CHANGE-HISTORY INQUIRY FOR THE
      *             BRANCHES (TRANSACTION FOLJ, MAPSET FINOLJS, MAP
      *             FOLJMAP), ALONGSIDE FINOLQ01 IN THE FINOLQS
      *             WORLD. WHEN A BRANCH ASKS WHY AN ACCOUNT CHANGED
      *             THE ANSWER USED TO BE A DUMP OF THE MASTER
      *             JOURNAL AND TWO 80-BYTE IMAGES COMPARED BY EYE:
      *               ENTER  - KEY AN ACCOUNT NUMBER, SEE ITS NEWEST
      *                        MASTER JOURNAL ENTRY (SEE JNLHIST,
      *                        LOADED FROM MSTRJNL BY FINJHL01) --
      *                        DATE, TIME, SOURCE PROGRAM AND ACTION,
      *                        WITH EVERY MASTER FIELD SHOWN BEFORE
      *                        AND AFTER AND THE CHANGED FIELDS
      *                        BRIGHT.
      *               PF8    - NEXT OLDER ENTRY FOR THE ACCOUNT.
      *               PF7    - NEXT NEWER ENTRY FOR THE ACCOUNT.
      *               PF3    - END THE SESSION.
      *             INQUIRY ONLY -- NOTHING IS UPDATED. PSEUDO-
      *             CONVERSATIONAL; THE LAST KEY DISPLAYED IS CARRIED
      *             IN THE COMMAREA FOR PAGING. FILE JNLHST MUST BE
      *             DEFINED TO CICS.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-23  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE ACTION IS NAMED BY NESTED IFS.
      ******************************************************************
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  PROGRAM-WORK-FIELDS.
003100     02  WS-RESP           PIC S9(8) COMP.
003200     02  WS-END-MESSAGE    PIC X(26)
003300         VALUE 'FOLJ SESSION ENDED        '.
003400     02  WS-AMOUNT-EDIT    PIC -ZZZ9.99.
003500     02  WS-TIME-IN        PIC 9(08).
003600     02  FILLER REDEFINES WS-TIME-IN.
003700         03  WS-TIME-HH    PIC X(02).
003800         03  WS-TIME-MM    PIC X(02).
003900         03  WS-TIME-SS    PIC X(02).
004000         03  FILLER        PIC X(02).
004100     02  WS-TIME-DISPLAY.
004200         03  WS-TIME-HH-O  PIC X(02).
004300         03  FILLER        PIC X(01) VALUE ':'.
004400         03  WS-TIME-MM-O  PIC X(02).
004500         03  FILLER        PIC X(01) VALUE ':'.
004600         03  WS-TIME-SS-O  PIC X(02).
004700 01  COMMAREA-FIELDS.
004800     02  CA-LAST-KEY.
004900         03  CA-ACCOUNT-NUMBER  PIC 9(08).
005000         03  CA-DESCENDING-STAMP PIC 9(16).
005100         03  CA-SEQUENCE        PIC 9(03).
005200 COPY FINOLJM.
005300 COPY JNLHIST.
005400 COPY MSTRFILE.
      ******************************************************************
      * THE MASTER FIELDS OF THE BEFORE- AND AFTER-IMAGES AS THEY ARE
      * SHOWN ON THE SCREEN. A FIELD IS CHANGED WHEN ITS TWO SHOWN
      * VALUES DIFFER; AN ADD HAS NO BEFORE, A DELETE NO AFTER.
      ******************************************************************
005500 01  BEFORE-SHOWN-FIELDS.
005600     02  BF-NAME               PIC X(10).
005700     02  BF-DESCRIPTION        PIC X(20).
005800     02  BF-AMOUNT-1           PIC X(08).
005900     02  BF-AMOUNT-2           PIC X(08).
006000     02  BF-REFERENCE-CODE     PIC X(06).
006100     02  BF-SOURCE-PROGRAM     PIC X(08).
006200     02  BF-LAST-UPDATE-DATE   PIC X(08).
006300     02  BF-REFUND-FLAG        PIC X(01).
006400     02  BF-STATUS-CODE        PIC X(01).
006500     02  BF-COMPANY-CODE       PIC X(02).
006600 01  AFTER-SHOWN-FIELDS.
006700     02  AF-NAME               PIC X(10).
006800     02  AF-DESCRIPTION        PIC X(20).
006900     02  AF-AMOUNT-1           PIC X(08).
007000     02  AF-AMOUNT-2           PIC X(08).
007100     02  AF-REFERENCE-CODE     PIC X(06).
007200     02  AF-SOURCE-PROGRAM     PIC X(08).
007300     02  AF-LAST-UPDATE-DATE   PIC X(08).
007400     02  AF-REFUND-FLAG        PIC X(01).
007500     02  AF-STATUS-CODE        PIC X(01).
007600     02  AF-COMPANY-CODE       PIC X(02).
007700 COPY DFHAID.
007800 COPY DFHBMSCA.
007900 LINKAGE SECTION.
008000 01  DFHCOMMAREA           PIC X(27).
      ******************************************************************
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     IF EIBCALEN = ZERO
008400        MOVE SPACES TO CA-LAST-KEY
008500        MOVE LOW-VALUES TO FOLJMAPO
008600        MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGO
008700        PERFORM 8000-SEND-MAP-ERASED
008800        PERFORM 9000-RETURN-TRANSID
008900     END-IF.
009000     MOVE DFHCOMMAREA TO COMMAREA-FIELDS.
009100     MOVE LOW-VALUES TO FOLJMAPO.
009200     EVALUATE EIBAID
009300        WHEN DFHPF3
009400           PERFORM 7000-END-SESSION
009500        WHEN DFHENTER
009600           PERFORM 1000-INQUIRE-ACCOUNT
009700        WHEN DFHPF8
009800           PERFORM 2000-PAGE-OLDER
009900        WHEN DFHPF7
010000           PERFORM 2500-PAGE-NEWER
010100        WHEN OTHER
010200           MOVE 'INVALID KEY PRESSED' TO MSGO
010300           PERFORM 8100-SEND-MAP-DATAONLY
010400     END-EVALUATE.
010500     PERFORM 9000-RETURN-TRANSID.
      ******************************************************************
      * A NEW ACCOUNT CLEARS THE SCREEN, SO AN ACCOUNT WITH NO HISTORY
      * IS NEVER LEFT SHOWING THE PREVIOUS ACCOUNT'S ENTRY.
      ******************************************************************
010600 1000-INQUIRE-ACCOUNT.
010700     PERFORM 5000-RECEIVE-MAP.
010800     IF ACCTI NOT NUMERIC OR ACCTI = LOW-VALUES
010900        MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO MSGO
011000        PERFORM 8100-SEND-MAP-DATAONLY
011100     END-IF.
011200     MOVE ACCTI TO CA-ACCOUNT-NUMBER.
011250     MOVE CA-ACCOUNT-NUMBER TO JH-ACCOUNT-NUMBER.
011300     MOVE ZERO TO JH-DESCENDING-STAMP.
011400     MOVE ZERO TO JH-SEQUENCE.
011500     EXEC CICS STARTBR FILE('JNLHST')
011600          RIDFLD(JH-KEY)
011700          GTEQ
011800          RESP(WS-RESP)
011900     END-EXEC.
012000     IF WS-RESP = DFHRESP(NORMAL)
012100        EXEC CICS READNEXT FILE('JNLHST')
012200             INTO(JOURNAL-HISTORY-RECORD)
012300             RIDFLD(JH-KEY)
012400             RESP(WS-RESP)
012500        END-EXEC
012600        EXEC CICS ENDBR FILE('JNLHST') END-EXEC
012700     END-IF.
012800     IF WS-RESP NOT = DFHRESP(NORMAL) OR
012900        JH-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
013000        MOVE SPACES TO CA-LAST-KEY
013100        MOVE LOW-VALUES TO FOLJMAPO
013200        MOVE ACCTI TO ACCTO
013300        MOVE 'NO CHANGE HISTORY FOR THIS ACCOUNT' TO MSGO
013400        PERFORM 8000-SEND-MAP-ERASED
013500        PERFORM 9000-RETURN-TRANSID
013600     END-IF.
013700     PERFORM 6000-SHOW-HISTORY-ENTRY.
013800     MOVE 'NEWEST CHANGE SHOWN' TO MSGO.
013900     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
014000 2000-PAGE-OLDER.
014100     IF CA-LAST-KEY = SPACES
014200        MOVE 'INQUIRE ON AN ACCOUNT FIRST' TO MSGO
014300        PERFORM 8100-SEND-MAP-DATAONLY
014400     END-IF.
014500     MOVE CA-LAST-KEY TO JH-KEY.
014600     ADD 1 TO JH-SEQUENCE.
014700     EXEC CICS STARTBR FILE('JNLHST')
014800          RIDFLD(JH-KEY)
014900          GTEQ
015000          RESP(WS-RESP)
015100     END-EXEC.
015200     IF WS-RESP = DFHRESP(NORMAL)
015300        EXEC CICS READNEXT FILE('JNLHST')
015400             INTO(JOURNAL-HISTORY-RECORD)
015500             RIDFLD(JH-KEY)
015600             RESP(WS-RESP)
015700        END-EXEC
015800        EXEC CICS ENDBR FILE('JNLHST') END-EXEC
015900     END-IF.
016000     IF WS-RESP NOT = DFHRESP(NORMAL) OR
016100        JH-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
016200        MOVE 'NO OLDER CHANGES FOR THIS ACCOUNT' TO MSGO
016300        PERFORM 8100-SEND-MAP-DATAONLY
016400     END-IF.
016500     PERFORM 6000-SHOW-HISTORY-ENTRY.
016600     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
      * READPREV AFTER A GTEQ START RETURNS THE ENTRY ON SCREEN FIRST
      * (OR THE ONE AFTER IT, IF A RELOAD REMOVED IT), SO THE SECOND
      * READPREV IS THE NEXT NEWER ENTRY.
      ******************************************************************
016700 2500-PAGE-NEWER.
016800     IF CA-LAST-KEY = SPACES
016900        MOVE 'INQUIRE ON AN ACCOUNT FIRST' TO MSGO
017000        PERFORM 8100-SEND-MAP-DATAONLY
017100     END-IF.
017200     MOVE CA-LAST-KEY TO JH-KEY.
017300     EXEC CICS STARTBR FILE('JNLHST')
017400          RIDFLD(JH-KEY)
017500          GTEQ
017600          RESP(WS-RESP)
017700     END-EXEC.
017800     IF WS-RESP = DFHRESP(NORMAL)
017900        EXEC CICS READPREV FILE('JNLHST')
018000             INTO(JOURNAL-HISTORY-RECORD)
018100             RIDFLD(JH-KEY)
018200             RESP(WS-RESP)
018300        END-EXEC
018400        IF WS-RESP = DFHRESP(NORMAL)
018500           EXEC CICS READPREV FILE('JNLHST')
018600                INTO(JOURNAL-HISTORY-RECORD)
018700                RIDFLD(JH-KEY)
018800                RESP(WS-RESP)
018900           END-EXEC
019000        END-IF
019100        EXEC CICS ENDBR FILE('JNLHST') END-EXEC
019200     END-IF.
019300     IF WS-RESP NOT = DFHRESP(NORMAL) OR
019400        JH-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
019500        MOVE 'NO NEWER CHANGES FOR THIS ACCOUNT' TO MSGO
019600        PERFORM 8100-SEND-MAP-DATAONLY
019700     END-IF.
019800     PERFORM 6000-SHOW-HISTORY-ENTRY.
019900     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
020000 5000-RECEIVE-MAP.
020100     EXEC CICS RECEIVE MAP('FOLJMAP')
020200          MAPSET('FINOLJS')
020300          INTO(FOLJMAPI)
020400          RESP(WS-RESP)
020500     END-EXEC.
020600     IF WS-RESP NOT = DFHRESP(NORMAL)
020700        MOVE LOW-VALUES TO FOLJMAPO
020800        MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGO
020900        PERFORM 8100-SEND-MAP-DATAONLY
021000     END-IF.
      ******************************************************************
021100 6000-SHOW-HISTORY-ENTRY.
021200     MOVE JH-KEY TO CA-LAST-KEY.
021300     MOVE JH-ACCOUNT-NUMBER TO ACCTO.
021400     MOVE JH-JOURNAL-DATE TO JDTEO.
021500     MOVE JH-JOURNAL-TIME TO WS-TIME-IN.
021600     MOVE WS-TIME-HH TO WS-TIME-HH-O.
021700     MOVE WS-TIME-MM TO WS-TIME-MM-O.
021800     MOVE WS-TIME-SS TO WS-TIME-SS-O.
021900     MOVE WS-TIME-DISPLAY TO JTIMO.
022000     MOVE JH-SOURCE-PROGRAM TO SRCEO.
022100     IF JH-IS-ADD
022176        MOVE 'ADD' TO ACTNO
022252     ELSE
022328        IF JH-IS-CHANGE
022404           MOVE 'CHANGE' TO ACTNO
022480        ELSE
022556           IF JH-IS-DELETE
022632              MOVE 'DELETE' TO ACTNO
022708           ELSE
022784              MOVE JH-ACTION-CODE TO ACTNO
022860           END-IF
022936        END-IF
023012     END-IF.
023100     MOVE SPACES TO BEFORE-SHOWN-FIELDS.
023200     IF JH-BEFORE-IMAGE NOT = SPACES
023300        MOVE JH-BEFORE-IMAGE TO MASTER-RECORD
023400        PERFORM 6100-FORMAT-BEFORE
023500     END-IF.
023600     MOVE SPACES TO AFTER-SHOWN-FIELDS.
023700     IF JH-AFTER-IMAGE NOT = SPACES
023800        MOVE JH-AFTER-IMAGE TO MASTER-RECORD
023900        PERFORM 6200-FORMAT-AFTER
024000     END-IF.
024100     PERFORM 6300-MARK-CHANGED-FIELDS.
024200     MOVE SPACES TO MSGO.
      ******************************************************************
024300 6100-FORMAT-BEFORE.
024400     MOVE MSTR-NAME TO BF-NAME.
024500     MOVE MSTR-DESCRIPTION TO BF-DESCRIPTION.
024600     MOVE MSTR-AMOUNT-1 TO WS-AMOUNT-EDIT.
024700     MOVE WS-AMOUNT-EDIT TO BF-AMOUNT-1.
024800     MOVE MSTR-AMOUNT-2 TO WS-AMOUNT-EDIT.
024900     MOVE WS-AMOUNT-EDIT TO BF-AMOUNT-2.
025000     MOVE MSTR-REFERENCE-CODE TO BF-REFERENCE-CODE.
025100     MOVE MSTR-SOURCE-PROGRAM TO BF-SOURCE-PROGRAM.
025200     MOVE MSTR-LAST-UPDATE-DATE TO BF-LAST-UPDATE-DATE.
025300     MOVE MSTR-REFUND-FLAG TO BF-REFUND-FLAG.
025400     MOVE MSTR-STATUS-CODE TO BF-STATUS-CODE.
025500     MOVE MSTR-COMPANY-CODE TO BF-COMPANY-CODE.
      ******************************************************************
025600 6200-FORMAT-AFTER.
025700     MOVE MSTR-NAME TO AF-NAME.
025800     MOVE MSTR-DESCRIPTION TO AF-DESCRIPTION.
025900     MOVE MSTR-AMOUNT-1 TO WS-AMOUNT-EDIT.
026000     MOVE WS-AMOUNT-EDIT TO AF-AMOUNT-1.
026100     MOVE MSTR-AMOUNT-2 TO WS-AMOUNT-EDIT.
026200     MOVE WS-AMOUNT-EDIT TO AF-AMOUNT-2.
026300     MOVE MSTR-REFERENCE-CODE TO AF-REFERENCE-CODE.
026400     MOVE MSTR-SOURCE-PROGRAM TO AF-SOURCE-PROGRAM.
026500     MOVE MSTR-LAST-UPDATE-DATE TO AF-LAST-UPDATE-DATE.
026600     MOVE MSTR-REFUND-FLAG TO AF-REFUND-FLAG.
026700     MOVE MSTR-STATUS-CODE TO AF-STATUS-CODE.
026800     MOVE MSTR-COMPANY-CODE TO AF-COMPANY-CODE.
      ******************************************************************
      * EVERY ATTRIBUTE BYTE IS SENT, BRIGHT OR NORMAL, SO A FIELD
      * LEFT BRIGHT BY THE PREVIOUS ENTRY IS RESET ON A DATAONLY SEND.
      ******************************************************************
026900 6300-MARK-CHANGED-FIELDS.
027000     MOVE BF-NAME TO ONAMO.
027100     MOVE AF-NAME TO NNAMO.
027200     IF BF-NAME = AF-NAME
027300        MOVE DFHBMASK TO ONAMA NNAMA
027400     ELSE
027500        MOVE DFHBMASB TO ONAMA NNAMA
027600     END-IF.
027700     MOVE BF-DESCRIPTION TO ODSCO.
027800     MOVE AF-DESCRIPTION TO NDSCO.
027900     IF BF-DESCRIPTION = AF-DESCRIPTION
028000        MOVE DFHBMASK TO ODSCA NDSCA
028100     ELSE
028200        MOVE DFHBMASB TO ODSCA NDSCA
028300     END-IF.
028400     MOVE BF-AMOUNT-1 TO OAM1O.
028500     MOVE AF-AMOUNT-1 TO NAM1O.
028600     IF BF-AMOUNT-1 = AF-AMOUNT-1
028700        MOVE DFHBMASK TO OAM1A NAM1A
028800     ELSE
028900        MOVE DFHBMASB TO OAM1A NAM1A
029000     END-IF.
029100     MOVE BF-AMOUNT-2 TO OAM2O.
029200     MOVE AF-AMOUNT-2 TO NAM2O.
029300     IF BF-AMOUNT-2 = AF-AMOUNT-2
029400        MOVE DFHBMASK TO OAM2A NAM2A
029500     ELSE
029600        MOVE DFHBMASB TO OAM2A NAM2A
029700     END-IF.
029800     MOVE BF-REFERENCE-CODE TO OREFO.
029900     MOVE AF-REFERENCE-CODE TO NREFO.
030000     IF BF-REFERENCE-CODE = AF-REFERENCE-CODE
030100        MOVE DFHBMASK TO OREFA NREFA
030200     ELSE
030300        MOVE DFHBMASB TO OREFA NREFA
030400     END-IF.
030500     MOVE BF-SOURCE-PROGRAM TO OSRCO.
030600     MOVE AF-SOURCE-PROGRAM TO NSRCO.
030700     IF BF-SOURCE-PROGRAM = AF-SOURCE-PROGRAM
030800        MOVE DFHBMASK TO OSRCA NSRCA
030900     ELSE
031000        MOVE DFHBMASB TO OSRCA NSRCA
031100     END-IF.
031200     MOVE BF-LAST-UPDATE-DATE TO OLUDO.
031300     MOVE AF-LAST-UPDATE-DATE TO NLUDO.
031400     IF BF-LAST-UPDATE-DATE = AF-LAST-UPDATE-DATE
031500        MOVE DFHBMASK TO OLUDA NLUDA
031600     ELSE
031700        MOVE DFHBMASB TO OLUDA NLUDA
031800     END-IF.
031900     MOVE BF-REFUND-FLAG TO ORFDO.
032000     MOVE AF-REFUND-FLAG TO NRFDO.
032100     IF BF-REFUND-FLAG = AF-REFUND-FLAG
032200        MOVE DFHBMASK TO ORFDA NRFDA
032300     ELSE
032400        MOVE DFHBMASB TO ORFDA NRFDA
032500     END-IF.
032600     MOVE BF-STATUS-CODE TO OSTSO.
032700     MOVE AF-STATUS-CODE TO NSTSO.
032800     IF BF-STATUS-CODE = AF-STATUS-CODE
032900        MOVE DFHBMASK TO OSTSA NSTSA
033000     ELSE
033100        MOVE DFHBMASB TO OSTSA NSTSA
033200     END-IF.
033300     MOVE BF-COMPANY-CODE TO OCOO.
033400     MOVE AF-COMPANY-CODE TO NCOO.
033500     IF BF-COMPANY-CODE = AF-COMPANY-CODE
033600        MOVE DFHBMASK TO OCOA NCOA
033700     ELSE
033800        MOVE DFHBMASB TO OCOA NCOA
033900     END-IF.
      ******************************************************************
034000 7000-END-SESSION.
034100     EXEC CICS SEND TEXT
034200          FROM(WS-END-MESSAGE)
034300          LENGTH(26)
034400          ERASE
034500          FREEKB
034600     END-EXEC.
034700     EXEC CICS RETURN END-EXEC.
      ******************************************************************
034800 8000-SEND-MAP-ERASED.
034900     EXEC CICS SEND MAP('FOLJMAP')
035000          MAPSET('FINOLJS')
035100          FROM(FOLJMAPO)
035200          ERASE
035300     END-EXEC.
      ******************************************************************
035400 8100-SEND-MAP-DATAONLY.
035500     EXEC CICS SEND MAP('FOLJMAP')
035600          MAPSET('FINOLJS')
035700          FROM(FOLJMAPO)
035800          DATAONLY
035900     END-EXEC.
036000     PERFORM 9000-RETURN-TRANSID.
      ******************************************************************
036100 9000-RETURN-TRANSID.
036200     EXEC CICS RETURN TRANSID('FOLJ')
036300          COMMAREA(COMMAREA-FIELDS)
036400          LENGTH(27)
036500     END-EXEC.
