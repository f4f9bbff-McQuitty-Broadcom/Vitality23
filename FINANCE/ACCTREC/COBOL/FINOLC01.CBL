000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINOLC01.
      ******************************************************************
      * FINOLC01 -- ONLINE COLLECTOR CONTACT NOTES (TRANSACTION FOLC,
      *             MAPSET FINOLCS, MAP FOLCMAP), ALONGSIDE FINOLQ01
      *             IN THE FINOLQS WORLD. CALL NOTES USED TO LIVE ON
      *             PAPER AND IN PERSONAL SPREADSHEETS, SO WHEN A
      *             COLLECTOR WAS OUT NOBODY KNEW THE CUSTOMER HAD
      *             ALREADY PROMISED OR DISPUTED. EVERY NOTE NOW GOES
      *             ON THE CONTACT-HISTORY FILE (SEE CONTHIST):
      *               ENTER  - KEY AN ACCOUNT NUMBER, SEE ITS NEWEST
      *                        NOTE -- DATE, TIME, COLLECTOR, CONTACT
      *                        TYPE, OUTCOME AND TEXT. STATEMENTS AND
      *                        DUNNING LETTERS FILED BY FINSTC01 AND
      *                        FINDUN01 SHOW IN THE SAME HISTORY.
      *               PF8    - NEXT OLDER NOTE FOR THE ACCOUNT.
      *               PF7    - NEXT NEWER NOTE FOR THE ACCOUNT.
      *               PF5    - ADD THE NOTE KEYED IN THE ENTRY FIELDS
      *                        TO THE ACCOUNT KEYED ABOVE. THE TYPE
      *                        MUST BE C, E, V OR W AND THE OUTCOME
      *                        ONE OF THE CODES LISTED ON THE SCREEN;
      *                        THE SIGNED-ON USER IS FILED AS THE
      *                        COLLECTOR. NOTES ARE NEVER CHANGED OR
      *                        DELETED ONLINE.
      *               PF3    - END THE SESSION.
      *             EVERY ACCOUNT SHOWN AND EVERY NOTE ADDED IS LOGGED
      *             THROUGH THE ALOG TD QUEUE (SEE ACCLOG) FOR THE
      *             WEEKLY FINALR01 REVIEW. PSEUDO-CONVERSATIONAL; THE
      *             LAST NOTE KEY DISPLAYED IS CARRIED IN THE COMMAREA
      *             FOR PAGING. FILES CONTACT AND MSTRFILE MUST BE
      *             DEFINED TO CICS.
      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-10-05  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE CONTACT TYPE IS NAMED BY NESTED IFS AND THE
      *                  OUTCOME FROM A TABLE OF CODES AND THEIR
      *                  WORDING.
      ******************************************************************
000300 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000600 01  PROGRAM-WORK-FIELDS.
000700     02  WS-RESP           PIC S9(8) COMP.
000800     02  WS-ABSTIME        PIC S9(15) COMP-3.
000900     02  WS-USERID         PIC X(08).
001000     02  WS-TIME-WORK      PIC 9(06).
001100     02  WS-NOTE-DATE      PIC 9(08).
001200     02  WS-NOTE-TIME      PIC 9(08).
001300     02  WS-END-MESSAGE    PIC X(26)
001400         VALUE 'FOLC SESSION ENDED        '.
001500     02  WS-ACCESS-TYPE    PIC X(1)  VALUE 'V'.
001550     02  WS-OUTCOME-SUB    PIC 9(2)  COMP.
001600     02  WS-TIME-IN        PIC 9(08).
001700     02  FILLER REDEFINES WS-TIME-IN.
001800         03  WS-TIME-HH    PIC X(02).
001900         03  WS-TIME-MM    PIC X(02).
002000         03  WS-TIME-SS    PIC X(02).
002100         03  FILLER        PIC X(02).
002200     02  WS-TIME-DISPLAY.
002300         03  WS-TIME-HH-O  PIC X(02).
002400         03  FILLER        PIC X(01) VALUE ':'.
002500         03  WS-TIME-MM-O  PIC X(02).
002600         03  FILLER        PIC X(01) VALUE ':'.
002700         03  WS-TIME-SS-O  PIC X(02).
002705 01  OUTCOME-TEXT-VALUES.
002710     02  FILLER PIC X(20) VALUE 'PP PROMISE TO PAY'.
002715     02  FILLER PIC X(20) VALUE 'DS DISPUTE'.
002720     02  FILLER PIC X(20) VALUE 'PD SAYS PAID'.
002725     02  FILLER PIC X(20) VALUE 'CB CALL BACK'.
002730     02  FILLER PIC X(20) VALUE 'LM LEFT MESSAGE'.
002735     02  FILLER PIC X(20) VALUE 'NA NO ANSWER'.
002740     02  FILLER PIC X(20) VALUE 'RF REFUSED'.
002745     02  FILLER PIC X(20) VALUE 'WN WRONG NUMBER'.
002750     02  FILLER PIC X(20) VALUE 'IN INFORMATION ONLY'.
002755     02  FILLER PIC X(20) VALUE 'LS LETTER SENT'.
002760     02  FILLER PIC X(20) VALUE 'SS STATEMENT SENT'.
002765 01  OUTCOME-TEXT-TABLE REDEFINES OUTCOME-TEXT-VALUES.
002770     02  OT-ENTRY OCCURS 11 TIMES.
002775         03  OT-CODE       PIC X(02).
002780         03  FILLER        PIC X(18).
002800 01  COMMAREA-FIELDS.
002900     02  CA-LAST-KEY.
003000         03  CA-ACCOUNT-NUMBER  PIC 9(08).
003100         03  CA-DESCENDING-STAMP PIC 9(16).
003200         03  CA-SEQUENCE        PIC 9(03).
003300 COPY FINOLCM.
003400 COPY CONTHIST.
003500 COPY MSTRFILE.
003600 COPY ACCLOG.
003700 COPY DFHAID.
003800 COPY DFHBMSCA.
003900 LINKAGE SECTION.
004000 01  DFHCOMMAREA           PIC X(27).
      ******************************************************************
004100 PROCEDURE DIVISION.
004200 0000-MAINLINE.
004300     IF EIBCALEN = ZERO
004400        MOVE SPACES TO CA-LAST-KEY
004500        MOVE LOW-VALUES TO FOLCMAPO
004600        MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGO
004700        PERFORM 8000-SEND-MAP-ERASED
004800        PERFORM 9000-RETURN-TRANSID
004900     END-IF.
005000     MOVE DFHCOMMAREA TO COMMAREA-FIELDS.
005100     MOVE LOW-VALUES TO FOLCMAPO.
005200     EVALUATE EIBAID
005300        WHEN DFHPF3
005400           PERFORM 7000-END-SESSION
005500        WHEN DFHENTER
005600           PERFORM 1000-INQUIRE-ACCOUNT
005700        WHEN DFHPF8
005800           PERFORM 2000-PAGE-OLDER
005900        WHEN DFHPF7
006000           PERFORM 2500-PAGE-NEWER
006100        WHEN DFHPF5
006200           PERFORM 4000-ADD-NOTE
006300        WHEN OTHER
006400           MOVE 'INVALID KEY PRESSED' TO MSGO
006500           PERFORM 8100-SEND-MAP-DATAONLY
006600     END-EVALUATE.
006700     PERFORM 9000-RETURN-TRANSID.
      ******************************************************************
      * A NEW ACCOUNT CLEARS THE NOTE AREA, SO AN ACCOUNT WITH NO
      * NOTES IS NEVER LEFT SHOWING THE PREVIOUS ACCOUNT'S NOTE.
      ******************************************************************
006800 1000-INQUIRE-ACCOUNT.
006900     PERFORM 5000-RECEIVE-MAP.
007000     IF ACCTI NOT NUMERIC OR ACCTI = LOW-VALUES
007100        MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO MSGO
007200        PERFORM 8100-SEND-MAP-DATAONLY
007300     END-IF.
007400     MOVE ACCTI TO MSTR-ACCOUNT-NUMBER.
007500     PERFORM 5100-READ-MASTER.
007600     MOVE MSTR-NAME TO CNAMO.
007700     PERFORM 9100-WRITE-ACCESS-LOG.
007800     PERFORM 1100-FIND-NEWEST-NOTE.
007900     IF WS-RESP NOT = DFHRESP(NORMAL) OR
008000        CN-ACCOUNT-NUMBER NOT = MSTR-ACCOUNT-NUMBER
008100        MOVE SPACES TO CA-LAST-KEY
008200        PERFORM 6100-CLEAR-NOTE-AREA
008300        MOVE 'NO NOTES FOR THIS ACCOUNT - KEY ONE AND PRESS PF5'
008400            TO MSGO
008500        PERFORM 8100-SEND-MAP-DATAONLY
008600     END-IF.
008700     PERFORM 6000-SHOW-NOTE.
008800     MOVE 'NEWEST NOTE SHOWN' TO MSGO.
008900     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
009000 1100-FIND-NEWEST-NOTE.
009100     MOVE MSTR-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
009200     MOVE ZERO TO CN-DESCENDING-STAMP.
009300     MOVE ZERO TO CN-SEQUENCE.
009400     EXEC CICS STARTBR FILE('CONTACT')
009500          RIDFLD(CN-KEY)
009600          GTEQ
009700          RESP(WS-RESP)
009800     END-EXEC.
009900     IF WS-RESP = DFHRESP(NORMAL)
010000        EXEC CICS READNEXT FILE('CONTACT')
010100             INTO(CONTACT-HISTORY-RECORD)
010200             RIDFLD(CN-KEY)
010300             RESP(WS-RESP)
010400        END-EXEC
010500        EXEC CICS ENDBR FILE('CONTACT') END-EXEC
010600     END-IF.
      ******************************************************************
010700 2000-PAGE-OLDER.
010800     IF CA-LAST-KEY = SPACES
010900        MOVE 'INQUIRE ON AN ACCOUNT FIRST' TO MSGO
011000        PERFORM 8100-SEND-MAP-DATAONLY
011100     END-IF.
011200     MOVE CA-LAST-KEY TO CN-KEY.
011300     ADD 1 TO CN-SEQUENCE.
011400     EXEC CICS STARTBR FILE('CONTACT')
011500          RIDFLD(CN-KEY)
011600          GTEQ
011700          RESP(WS-RESP)
011800     END-EXEC.
011900     IF WS-RESP = DFHRESP(NORMAL)
012000        EXEC CICS READNEXT FILE('CONTACT')
012100             INTO(CONTACT-HISTORY-RECORD)
012200             RIDFLD(CN-KEY)
012300             RESP(WS-RESP)
012400        END-EXEC
012500        EXEC CICS ENDBR FILE('CONTACT') END-EXEC
012600     END-IF.
012700     IF WS-RESP NOT = DFHRESP(NORMAL) OR
012800        CN-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
012900        MOVE 'NO OLDER NOTES FOR THIS ACCOUNT' TO MSGO
013000        PERFORM 8100-SEND-MAP-DATAONLY
013100     END-IF.
013200     PERFORM 6000-SHOW-NOTE.
013300     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
      * READPREV AFTER A GTEQ START RETURNS THE NOTE ON SCREEN FIRST,
      * SO THE SECOND READPREV IS THE NEXT NEWER NOTE.
      ******************************************************************
013400 2500-PAGE-NEWER.
013500     IF CA-LAST-KEY = SPACES
013600        MOVE 'INQUIRE ON AN ACCOUNT FIRST' TO MSGO
013700        PERFORM 8100-SEND-MAP-DATAONLY
013800     END-IF.
013900     MOVE CA-LAST-KEY TO CN-KEY.
014000     EXEC CICS STARTBR FILE('CONTACT')
014100          RIDFLD(CN-KEY)
014200          GTEQ
014300          RESP(WS-RESP)
014400     END-EXEC.
014500     IF WS-RESP = DFHRESP(NORMAL)
014600        EXEC CICS READPREV FILE('CONTACT')
014700             INTO(CONTACT-HISTORY-RECORD)
014800             RIDFLD(CN-KEY)
014900             RESP(WS-RESP)
015000        END-EXEC
015100        IF WS-RESP = DFHRESP(NORMAL)
015200           EXEC CICS READPREV FILE('CONTACT')
015300                INTO(CONTACT-HISTORY-RECORD)
015400                RIDFLD(CN-KEY)
015500                RESP(WS-RESP)
015600           END-EXEC
015700        END-IF
015800        EXEC CICS ENDBR FILE('CONTACT') END-EXEC
015900     END-IF.
016000     IF WS-RESP NOT = DFHRESP(NORMAL) OR
016100        CN-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
016200        MOVE 'NO NEWER NOTES FOR THIS ACCOUNT' TO MSGO
016300        PERFORM 8100-SEND-MAP-DATAONLY
016400     END-IF.
016500     PERFORM 6000-SHOW-NOTE.
016600     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
      * THE ENTRY FIELDS KEEP THEIR MODIFIED-DATA TAGS UNTIL THE NOTE
      * IS FILED, SO A COLLECTOR CORRECTING ONE FIELD AFTER AN ERROR
      * DOES NOT HAVE TO RE-KEY THE OTHERS.
      ******************************************************************
016700 4000-ADD-NOTE.
016800     PERFORM 5000-RECEIVE-MAP.
016900     IF ACCTI NOT NUMERIC OR ACCTI = LOW-VALUES
017000        MOVE 'ACCOUNT NUMBER MUST BE NUMERIC' TO MSGO
017100        PERFORM 8100-SEND-MAP-DATAONLY
017200     END-IF.
017300     MOVE ACCTI TO MSTR-ACCOUNT-NUMBER.
017400     PERFORM 5100-READ-MASTER.
017500     MOVE SPACES TO CONTACT-HISTORY-RECORD.
017600     IF NTYPL > ZERO
017700        MOVE NTYPI TO CN-CONTACT-TYPE
017800     END-IF.
017900     IF NOT CN-KEYED-TYPE
018000        MOVE 'CONTACT TYPE MUST BE C, E, V OR W' TO MSGO
018100        PERFORM 8100-SEND-MAP-DATAONLY
018200     END-IF.
018300     IF NOUTL > ZERO
018400        MOVE NOUTI TO CN-OUTCOME-CODE
018500     END-IF.
018600     IF NOT CN-KEYED-OUTCOME
018700        MOVE 'OUTCOME CODE MUST BE ONE OF THOSE LISTED' TO MSGO
018800        PERFORM 8100-SEND-MAP-DATAONLY
018900     END-IF.
019000     IF NTX1L > ZERO
019100        MOVE NTX1I TO CN-NOTE-LINE-1
019200     END-IF.
019300     IF NTX2L > ZERO
019400        MOVE NTX2I TO CN-NOTE-LINE-2
019500     END-IF.
019600     IF CN-NOTE-TEXT = SPACES
019700        MOVE 'KEY THE NOTE TEXT BEFORE PRESSING PF5' TO MSGO
019800        PERFORM 8100-SEND-MAP-DATAONLY
019900     END-IF.
020000     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
020100     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
020200     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
020300          YYYYMMDD(WS-NOTE-DATE)
020400          TIME(WS-TIME-WORK)
020500     END-EXEC.
020600     COMPUTE WS-NOTE-TIME = WS-TIME-WORK * 100.
020700     MOVE MSTR-ACCOUNT-NUMBER TO CN-ACCOUNT-NUMBER.
020800     COMPUTE CN-DESCENDING-STAMP = 9999999999999999
020900         - (WS-NOTE-DATE * 100000000 + WS-NOTE-TIME).
021000     MOVE ZERO TO CN-SEQUENCE.
021100     MOVE WS-NOTE-DATE TO CN-CONTACT-DATE.
021200     MOVE WS-NOTE-TIME TO CN-CONTACT-TIME.
021300     MOVE WS-USERID TO CN-COLLECTOR-ID.
021400     MOVE 'FINOLC01' TO CN-SOURCE-PROGRAM.
021500     PERFORM 4100-WRITE-NOTE.
021600     PERFORM 4100-WRITE-NOTE
021700        UNTIL WS-RESP NOT = DFHRESP(DUPREC)
021800           OR CN-SEQUENCE = 999.
021900     IF WS-RESP NOT = DFHRESP(NORMAL)
022000        MOVE 'NOTE NOT ADDED - CONTACT FILE NOT AVAILABLE' TO MSGO
022100        PERFORM 8100-SEND-MAP-DATAONLY
022200     END-IF.
022300     MOVE 'U' TO WS-ACCESS-TYPE.
022400     PERFORM 9100-WRITE-ACCESS-LOG.
022500     MOVE MSTR-NAME TO CNAMO.
022600     PERFORM 6000-SHOW-NOTE.
022700     MOVE SPACES TO NTYPO NOUTO NTX1O NTX2O.
022800     MOVE DFHBMUNP TO NTYPA NOUTA NTX1A NTX2A.
022900     MOVE 'NOTE ADDED' TO MSGO.
023000     PERFORM 8100-SEND-MAP-DATAONLY.
      ******************************************************************
      * A NOTE ALREADY FILED UNDER THE SAME STAMP TAKES THE NEXT
      * SEQUENCE NUMBER.
      ******************************************************************
023100 4100-WRITE-NOTE.
023200     IF WS-RESP = DFHRESP(DUPREC)
023300        ADD 1 TO CN-SEQUENCE
023400     END-IF.
023500     EXEC CICS WRITE FILE('CONTACT')
023600          FROM(CONTACT-HISTORY-RECORD)
023700          RIDFLD(CN-KEY)
023800          RESP(WS-RESP)
023900     END-EXEC.
      ******************************************************************
024000 5000-RECEIVE-MAP.
024100     EXEC CICS RECEIVE MAP('FOLCMAP')
024200          MAPSET('FINOLCS')
024300          INTO(FOLCMAPI)
024400          RESP(WS-RESP)
024500     END-EXEC.
024600     IF WS-RESP NOT = DFHRESP(NORMAL)
024700        MOVE LOW-VALUES TO FOLCMAPO
024800        MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGO
024900        PERFORM 8100-SEND-MAP-DATAONLY
025000     END-IF.
      ******************************************************************
025100 5100-READ-MASTER.
025200     EXEC CICS READ FILE('MSTRFILE')
025300          INTO(MASTER-RECORD)
025400          RIDFLD(MSTR-ACCOUNT-NUMBER)
025500          RESP(WS-RESP)
025600     END-EXEC.
025700     IF WS-RESP NOT = DFHRESP(NORMAL)
025800        MOVE 'ACCOUNT NOT ON THE MASTER FILE' TO MSGO
025900        PERFORM 8100-SEND-MAP-DATAONLY
026000     END-IF.
      ******************************************************************
026100 6000-SHOW-NOTE.
026200     MOVE CN-KEY TO CA-LAST-KEY.
026300     MOVE CN-ACCOUNT-NUMBER TO ACCTO.
026400     MOVE CN-CONTACT-DATE TO CDTEO.
026500     MOVE CN-CONTACT-TIME TO WS-TIME-IN.
026600     MOVE WS-TIME-HH TO WS-TIME-HH-O.
026700     MOVE WS-TIME-MM TO WS-TIME-MM-O.
026800     MOVE WS-TIME-SS TO WS-TIME-SS-O.
026900     MOVE WS-TIME-DISPLAY TO CTIMO.
027000     MOVE CN-COLLECTOR-ID TO COLLO.
027100     IF CN-IS-CALL
027244        MOVE 'C CALL' TO CTYPO
027388     ELSE
027532        IF CN-IS-EMAIL
027676           MOVE 'E E-MAIL' TO CTYPO
027820        ELSE
027964           IF CN-IS-VISIT
028108              MOVE 'V VISIT' TO CTYPO
028252           ELSE
028396              IF CN-IS-WRITTEN
028540                 MOVE 'W WRITTEN' TO CTYPO
028684              ELSE
028828                 IF CN-IS-LETTER
028972                    MOVE 'L LETTER' TO CTYPO
029116                 ELSE
029260                    IF CN-IS-STATEMENT
029404                       MOVE 'S STATEMENT' TO CTYPO
029548                    ELSE
029692                       MOVE CN-CONTACT-TYPE TO CTYPO
029836                    END-IF
029980                 END-IF
030124              END-IF
030268           END-IF
030412        END-IF
030556     END-IF.
030700     MOVE CN-OUTCOME-CODE TO COUTO.
030844     PERFORM 6200-NAME-OUTCOME
030988        VARYING WS-OUTCOME-SUB FROM 1 BY 1
031132        UNTIL WS-OUTCOME-SUB > 11.
031300     MOVE CN-SOURCE-PROGRAM TO SRCEO.
031400     MOVE CN-NOTE-LINE-1 TO CTX1O.
031500     MOVE CN-NOTE-LINE-2 TO CTX2O.
031600     MOVE SPACES TO MSGO.
      ******************************************************************
031700 6100-CLEAR-NOTE-AREA.
031800     MOVE SPACES TO CDTEO CTIMO COLLO CTYPO COUTO SRCEO
031900                    CTX1O CTX2O.
      ******************************************************************
      * AN OUTCOME CODE NOT IN THE TABLE IS SHOWN AS KEYED.
      ******************************************************************
031910 6200-NAME-OUTCOME.
031920     IF OT-CODE (WS-OUTCOME-SUB) = CN-OUTCOME-CODE
031930        MOVE OT-ENTRY (WS-OUTCOME-SUB) TO COUTO
031940     END-IF.
      ******************************************************************
032000 7000-END-SESSION.
032100     EXEC CICS SEND TEXT
032200          FROM(WS-END-MESSAGE)
032300          LENGTH(26)
032400          ERASE
032500          FREEKB
032600     END-EXEC.
032700     EXEC CICS RETURN END-EXEC.
      ******************************************************************
032800 8000-SEND-MAP-ERASED.
032900     EXEC CICS SEND MAP('FOLCMAP')
033000          MAPSET('FINOLCS')
033100          FROM(FOLCMAPO)
033200          ERASE
033300     END-EXEC.
      ******************************************************************
033400 8100-SEND-MAP-DATAONLY.
033500     EXEC CICS SEND MAP('FOLCMAP')
033600          MAPSET('FINOLCS')
033700          FROM(FOLCMAPO)
033800          DATAONLY
033900     END-EXEC.
034000     PERFORM 9000-RETURN-TRANSID.
      ******************************************************************
034100 9000-RETURN-TRANSID.
034200     EXEC CICS RETURN TRANSID('FOLC')
034300          COMMAREA(COMMAREA-FIELDS)
034400          LENGTH(27)
034500     END-EXEC.
      ******************************************************************
      * AN ADDED NOTE IS LOGGED AS AN UPDATE WITH THE NOTE'S DATE AND
      * TIME AS ITS ITEM KEY.
      ******************************************************************
034600 9100-WRITE-ACCESS-LOG.
034700     MOVE SPACES TO ACCESS-LOG-RECORD.
034800     EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
034900     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
035000     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
035100          YYYYMMDD(AL-LOG-DATE)
035200          TIME(WS-TIME-WORK)
035300     END-EXEC.
035400     COMPUTE AL-LOG-TIME = WS-TIME-WORK * 100.
035500     MOVE EIBTRMID TO AL-TERMINAL-ID.
035600     MOVE WS-USERID TO AL-OPERATOR-ID.
035700     MOVE EIBTRNID TO AL-TRANSACTION-ID.
035800     MOVE 'FINOLC01' TO AL-PROGRAM-ID.
035900     MOVE WS-ACCESS-TYPE TO AL-ACCESS-TYPE.
036000     MOVE MSTR-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER.
036100     MOVE MSTR-REFERENCE-CODE TO AL-REFERENCE-CODE.
036200     IF WS-ACCESS-TYPE = 'U'
036300        MOVE CN-CONTACT-DATE TO AL-ITEM-KEY (1:8)
036400        MOVE CN-CONTACT-TIME TO AL-ITEM-KEY (9:8)
036500     END-IF.
036600     EXEC CICS WRITEQ TD QUEUE('ALOG')
036700          FROM(ACCESS-LOG-RECORD)
036800          LENGTH(80)
036900     END-EXEC.
