      *                  THRU ITS EXIT PARAGRAPH -- WITHOUT THE
      *                  THRU, THE GO TO OUT OF THE PARAGRAPH
      *                  FELL PAST THE PERFORM RETURN POINT.
      * 2026-09-25  TS   THE STEP LIST NOW COMES FROM THE STREAM-
      *                  DEFINITION FILE (SEE STRMDEF), MAINTAINED BY
      *                  FINSDM01 UNDER OPERATOR AND REASON CODE, SO
      *                  ADDING, REMOVING OR RE-SCHEDULING A STEP IS
      *                  NO LONGER A RELEASE. EACH STEP CARRIES ITS
      *                  FREQUENCY, A FAILURE ACTION (STOP THE STREAM
      *                  OR MARK THE STEP FAILED AND CARRY ON), THE
      *                  HIGHEST RETURN CODE TAKEN AS A WARNING, AND
      *                  AN OPTIONAL EARLIER STEP IT DEPENDS ON -- A
      *                  STEP WHOSE DEPENDENCY DID NOT COMPLETE IS
      *                  SKIPPED AND AUDITED AS 'DEPSKIP'. THE WHOLE
      *                  DEFINITION IS VALIDATED BEFORE THE FIRST STEP
      *                  RUNS AND A BAD ONE REFUSES THE RUN WITH
      *                  RETURN-CODE 12. THE DEFINITION VERSION IS
      *                  WRITTEN TO THE AUDIT TRAIL ('STRMDEF' RECORD)
      *                  AND THE RESTART FILE; A RESTART UNDER A NEWER
      *                  VERSION RESUMES AFTER THE LAST COMPLETED STEP
      *                  BY NAME. WITH NO DEFINITION FILE THE BUILT-IN
      *                  STEP TABLE RUNS AS VERSION ZERO.
      * 2026-09-26  TS   FINRIC01 WEEKLY REFERENTIAL INTEGRITY CHECK
      *                  ADDED TO THE BUILT-IN STEP TABLE, FRIDAY
      *                  AFTER THE FINPRG01 PURGE.
      * 2026-09-27  TS   FINCSF01 WEEKLY CASH-RECEIPTS FORECAST ADDED
      *                  TO THE BUILT-IN STEP TABLE, FRIDAY, SO THE
      *                  FORECAST IS READY FOR TREASURY ON MONDAY.
      * 2026-10-01  TS   FINPCR01 DAILY PENDING-CHANGE AGEING REPORT
      *                  ADDED TO THE BUILT-IN STEP TABLE, AHEAD OF
      *                  THE END-OF-DAY SNAPSHOT.
      * 2026-10-15  TS   THE STREAM MAY NOW RUN UP TO 40 STEPS (WAS 20),
      *                  WITH THE STREAM-STATUS RECORD (SEE STSREC)
      *                  WIDENED IN STEP. THE SCHEDULED STEPS THAT HAD
      *                  TO WAIT FOR ROOM ARE ADDED TO THE BUILT-IN STEP
      *                  TABLE -- FINAGP01 AGENCY PLACEMENT AND THE
      *                  FINOEA01 / FINOEF01 ORDER-ENTRY FEED DAILY,
      *                  FINALR01 ACCESS REVIEW FRIDAY, AND ON THE LAST
      *                  BUSINESS DAY THE FINFXR01 REVALUATION AHEAD OF
      *                  FINMEP01 AND THE FINLGR01, FINDTK01 AND
      *                  FINBDR01 MONTHLY REPORTS AFTER IT.
      ******************************************************************00001000
       ENVIRONMENT DIVISION.                                            00001100
       CONFIGURATION SECTION.                                           00001200
           SELECT OPTIONAL RESTART-FILE ASSIGN U-T-RESTRT.
           SELECT CYCLE-FILE ASSIGN U-T-CYCLNO.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN U-T-STPSKD.
           SELECT OPTIONAL DEFINITION-FILE ASSIGN U-T-STRDEF.
           SELECT OPTIONAL STATUS-FILE ASSIGN U-T-STSFIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           05  RS-LAST-STEP       PIC 9(2).
           05  RS-STEP-NAME       PIC X(8).
           05  RS-RUN-DATE        PIC 9(8).
           05  RS-DEFINITION-VERSION PIC 9(5).
           05  FILLER             PIC X(57).
       FD  CYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           05  SK-FREQUENCY       PIC X(1).
           05  SK-DAY-NUMBER      PIC 9(1).
           05  FILLER             PIC X(70).
       FD  DEFINITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STREAM-DEFINITION-RECORD.
       COPY STRMDEF.
       FD  RUN-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-REGISTER-RECORD.
      * A WEEKLY DAY MUST BE A BUSINESS DAY -- THE TEST RUNS AGAINST
      * THE FINBDT01 BUSINESS DATE, WHICH NEVER FALLS ON A CALENDAR
      * 'H' DAY, SO A SATURDAY OR SUNDAY SETTING WOULD NEVER FIRE.
      * THIS BUILT-IN LIST IS ONLY RUN WHEN NO STREAM-DEFINITION FILE
      * IS SUPPLIED -- AS VERSION ZERO, EVERY STEP STOPPING THE STREAM
      * ABOVE RETURN-CODE 4 AND NONE DEPENDING ON ANOTHER. A STREAM
      * DEFINITION (SEE STRMDEF) MAY HOLD UP TO 40 STEPS.
      ******************************************************************
       01  STREAM-STEP-TABLE.                                           00005800
           05  FILLER             PIC X(11) VALUE 'FINCEX01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINCFL01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINBAL01SD0'.
           05  FILLER             PIC X(11) VALUE 'FINACK01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINAGP01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINFXR01 L0'.
           05  FILLER             PIC X(11) VALUE 'FINMEP01 L0'.
           05  FILLER             PIC X(11) VALUE 'FINLGR01 L0'.
           05  FILLER             PIC X(11) VALUE 'FINDTK01 L0'.
           05  FILLER             PIC X(11) VALUE 'FINBDR01 L0'.
           05  FILLER             PIC X(11) VALUE 'FINPRG01 W5'.
           05  FILLER             PIC X(11) VALUE 'FINRIC01 W5'.
           05  FILLER             PIC X(11) VALUE 'FINCSF01 W5'.
           05  FILLER             PIC X(11) VALUE 'FINALR01 W5'.
           05  FILLER             PIC X(11) VALUE 'FINPCR01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINOEA01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINOEF01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINSNP01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINCAP01 D0'.
           05  FILLER             PIC X(11) VALUE 'FINBKP01 D0'.
       01  FILLER REDEFINES STREAM-STEP-TABLE.                          00006400
           05  BUILT-IN-STEP-ENTRY OCCURS 28 TIMES.                     00006500
               10  BI-STEP-NAME       PIC X(8).
               10  BI-STEP-SUPP       PIC X(1).
               10  BI-STEP-FREQ       PIC X(1).
               10  BI-STEP-DAY        PIC 9(1).
       01  BUILT-IN-STEP-COUNT    PIC 9(2) COMP VALUE 28.
      ******************************************************************
      * THE STEP LIST TONIGHT'S RUN USES -- LOADED FROM THE STREAM-
      * DEFINITION FILE (OR THE BUILT-IN TABLE ABOVE) AND VALIDATED
      * BEFORE THE FIRST STEP IS CALLED. STREAM-STEP-DEP-SUB POINTS AT
      * THE ENTRY OF THE STEP THIS ONE DEPENDS ON, ZERO FOR NONE.
      ******************************************************************
       01  STREAM-DEFINITION-TABLE.
           05  STREAM-STEP-ENTRY OCCURS 40 TIMES.
               10  STREAM-STEP-SEQ    PIC 9(3).
               10  STREAM-STEP-NAMES  PIC X(8).
               10  STREAM-STEP-SUPP   PIC X(1).
                   88  STEP-IN-SUPPLEMENTAL VALUE 'S'.
                   88  STEP-IS-LAST-BUS-DAY VALUE 'L'.
                   88  STEP-IS-FIRST-BUS-DAY VALUE 'F'.
               10  STREAM-STEP-DAY    PIC 9(1).
               10  STREAM-STEP-FAIL   PIC X(1).
                   88  STEP-FAILURE-STOPS   VALUE 'S'.
                   88  STEP-FAILURE-CARRIES-ON VALUE 'C'.
               10  STREAM-STEP-WARN-LIMIT PIC 9(2).
               10  STREAM-STEP-DEPENDS PIC X(8).
               10  STREAM-STEP-DEP-SUB PIC 9(2) COMP.
       01  STREAM-STEP-COUNT      PIC 9(2) COMP VALUE ZERO.
       01  STREAM-STEP-SUB        PIC 9(2) COMP.                        00006600
       01  WS-RUN-MODE            PIC X(1)  VALUE 'F'.                  00006700
           88  TEST-RUN           VALUE 'T'.                            00006800
           05  WS-REJECT-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-LAST-GOOD-STEP  PIC 9(2)  VALUE ZERO.
           05  WS-STEP-RESULT-TABLE.
               10  STEP-RESULT-ENTRY OCCURS 40 TIMES.
                   15  SR-STEP-START  PIC 9(8).
                   15  SR-STEP-RC     PIC 9(4).
                   15  SR-STEP-STATUS PIC X(1).
       01  RESTART-WORK-FIELDS.
           05  RESTART-SWITCH     PIC X(3)  VALUE 'NO '.
               88  RESTART-ON-FILE VALUE 'YES'.
           05  RESTART-REFUSED-SWITCH PIC X(3) VALUE 'NO '.
               88  RESTART-REFUSED VALUE 'YES'.
           05  WS-RESTART-SUB     PIC 9(2)  COMP VALUE ZERO.
       01  DEFINITION-WORK-FIELDS.
           05  DEFINITION-SWITCH  PIC X(3)  VALUE 'GO '.
               88  END-OF-DEFINITION VALUE 'EOF'.
           05  HEADER-FOUND-SWITCH PIC X(3) VALUE 'NO '.
               88  DEFINITION-HEADER-FOUND VALUE 'YES'.
           05  DEPENDENCY-SWITCH  PIC X(3)  VALUE 'YES'.
               88  DEPENDENCY-MET VALUE 'YES'.
           05  WS-DEFINITION-VERSION PIC 9(5) VALUE ZERO.
           05  WS-HEADER-STEP-COUNT PIC 9(2) VALUE ZERO.
           05  WS-DEFINITION-RECORDS PIC 9(3) VALUE ZERO.
           05  WS-DEFINITION-ERRORS PIC 9(3) VALUE ZERO.
           05  WS-PRIOR-STEP-SEQ  PIC 9(3)  VALUE ZERO.
           05  WS-CHECK-SUB       PIC 9(2)  COMP VALUE ZERO.
           05  WS-DEP-SUB         PIC 9(2)  COMP VALUE ZERO.
           05  WS-VERSION-STEP-NAME.
               10  FILLER         PIC X(3)  VALUE 'VER'.
               10  WS-VERSION-NUMBER PIC 9(5) VALUE ZERO.
       01  OPERATOR-WORK-FIELDS.
           05  WS-OPERATOR-ID     PIC X(8)  VALUE SPACES.
           05  OPERATOR-SWITCH    PIC X(3)  VALUE 'NO '.
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           PERFORM LOAD-STREAM-DEFINITION.
           PERFORM VALIDATE-STREAM-DEFINITION.
           IF WS-DEFINITION-ERRORS > ZERO
               DISPLAY 'COBMAIN - STREAM DEFINITION VERSION '
                   WS-DEFINITION-VERSION ' HAS ' WS-DEFINITION-ERRORS
                   ' ERROR(S) - RUN REFUSED'
               MOVE 12 TO COMP-CODE
               MOVE COMP-CODE TO RETURN-CODE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.
           PERFORM READ-FEED-HEADER-DATE.
           CALL 'FINBDT01' USING FINBDC01-RECORD.
           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE.
           END-IF.
           IF RESTART-MODE                                              00008010
               PERFORM SET-RESTART-POSITION                             00008020
                   THRU SET-RESTART-POSITION-EXIT
           END-IF.                                                      00008030
           IF RESTART-REFUSED
               DISPLAY 'COBMAIN - RESTART REFUSED - LAST COMPLETED '
                   'STEP ' RS-STEP-NAME ' IS NOT IN STREAM DEFINITION '
                   'VERSION ' WS-DEFINITION-VERSION
               MOVE 12 TO COMP-CODE
               MOVE COMP-CODE TO RETURN-CODE
               CLOSE RUN-REGISTER-FILE
               CLOSE AUDIT-FILE
               GOBACK
           END-IF.
           MOVE 'STRMDEF' TO AL-PROGRAM.
           MOVE WS-DEFINITION-VERSION TO WS-VERSION-NUMBER.
           MOVE WS-VERSION-STEP-NAME TO AL-STEP-NAME.
           MOVE ZERO TO AL-RETURN-CODE.
           MOVE JOB-START-DATE TO AL-START-DATE.
           MOVE JOB-START-TIME TO AL-START-TIME.
           PERFORM WRITE-AUDIT-RECORD.
      ******************************************************************
      * CLEAR EVERY STEP-RESULT SLOT BEFORE THE STREAM RUNS -- ON A
      * RESTART THE LOOP STARTS PAST THE ALREADY-COMPLETED STEPS, AND
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'COBMAIN' TO AL-PROGRAM
           ELSE
               PERFORM CHECK-STEP-DEPENDENCY
               IF NOT DEPENDENCY-MET
                   MOVE 'S' TO SR-STEP-STATUS (STREAM-STEP-SUB)
                   DISPLAY 'COBMAIN - ' STREAM-STEP-NAME ' SKIPPED - '
                       STREAM-STEP-DEPENDS (STREAM-STEP-SUB)
                       ' DID NOT COMPLETE'
                   MOVE 'DEPSKIP' TO AL-PROGRAM
                   MOVE STREAM-STEP-NAME TO AL-STEP-NAME
                   MOVE ZERO TO AL-RETURN-CODE
                   ACCEPT AL-START-DATE FROM DATE
                   ACCEPT AL-START-TIME FROM TIME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'COBMAIN' TO AL-PROGRAM
               ELSE
                   PERFORM 1100-CALL-ONE-STEP
               END-IF
           END-IF
           END-IF.
      ******************************************************************
           DISPLAY 'COBMAIN - ' STREAM-STEP-NAME ' RETURN CODE '        00011500
               STREAM-STEP-RC.                                          00011600
           MOVE STREAM-STEP-RC TO SR-STEP-RC (STREAM-STEP-SUB).
           IF STREAM-STEP-RC > STREAM-STEP-WARN-LIMIT (STREAM-STEP-SUB) 00011700
               MOVE 'F' TO SR-STEP-STATUS (STREAM-STEP-SUB)
               IF STEP-FAILURE-STOPS (STREAM-STEP-SUB)
                   MOVE 'BAD' TO STREAM-SWITCH                          00011800
               ELSE
                   DISPLAY 'COBMAIN - ' STREAM-STEP-NAME ' FAILED - '
                       'STREAM CARRIES ON PER THE DEFINITION'
                   IF WS-WARNING-RC < 4
                       MOVE 4 TO WS-WARNING-RC
                   END-IF
               END-IF
           ELSE                                                         00011810
               MOVE 'C' TO SR-STEP-STATUS (STREAM-STEP-SUB)
               MOVE STREAM-STEP-SUB TO WS-LAST-GOOD-STEP
                  MOVE 'YES' TO RESTART-SWITCH
           END-READ.
           CLOSE RESTART-FILE.
           IF RESTART-ON-FILE
                 AND RS-DEFINITION-VERSION NUMERIC
                 AND RS-DEFINITION-VERSION NOT = WS-DEFINITION-VERSION
                 AND RS-LAST-STEP NUMERIC
                 AND RS-LAST-STEP > ZERO
              PERFORM REPOSITION-RESTART-STEP
              IF RESTART-REFUSED
                 GO TO SET-RESTART-POSITION-EXIT
              END-IF
           END-IF.
           IF RESTART-ON-FILE
                 AND RS-LAST-STEP NUMERIC
                 AND RS-LAST-STEP > ZERO
                  'RUNNING THE FULL STREAM'
              MOVE 1 TO WS-START-STEP
           END-IF.
       SET-RESTART-POSITION-EXIT.
           EXIT.
      ******************************************************************
      * THE RESTART RECORD WAS WRITTEN UNDER AN EARLIER DEFINITION
      * VERSION, SO ITS STEP NUMBER MAY NOW POINT AT A DIFFERENT STEP.
      * FIND THE LAST COMPLETED STEP BY NAME INSTEAD; IF IT IS NO
      * LONGER IN THE DEFINITION THERE IS NO SAFE PLACE TO RESUME.
      ******************************************************************
       REPOSITION-RESTART-STEP.
           MOVE ZERO TO WS-RESTART-SUB.
           PERFORM MATCH-RESTART-STEP
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB > STREAM-STEP-COUNT
                      OR WS-RESTART-SUB > ZERO.
           IF WS-RESTART-SUB = ZERO
               MOVE 'YES' TO RESTART-REFUSED-SWITCH
           ELSE
               DISPLAY 'COBMAIN - RESTART RECORD FROM DEFINITION '
                   'VERSION ' RS-DEFINITION-VERSION ' - '
                   RS-STEP-NAME ' IS NOW STEP ' WS-RESTART-SUB
               MOVE WS-RESTART-SUB TO RS-LAST-STEP
           END-IF.
      ******************************************************************
       MATCH-RESTART-STEP.
           IF STREAM-STEP-NAMES (WS-CHECK-SUB) = RS-STEP-NAME
               MOVE WS-CHECK-SUB TO WS-RESTART-SUB
           END-IF.
      ******************************************************************
       WRITE-RESTART-RECORD.
           OPEN OUTPUT RESTART-FILE.
           MOVE STREAM-STEP-SUB TO RS-LAST-STEP.
           MOVE STREAM-STEP-NAME TO RS-STEP-NAME.
           ACCEPT RS-RUN-DATE FROM DATE.
           MOVE WS-DEFINITION-VERSION TO RS-DEFINITION-VERSION.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
      ******************************************************************
           MOVE SPACES TO RESTART-RECORD.
           MOVE ZERO TO RS-LAST-STEP.
           ACCEPT RS-RUN-DATE FROM DATE.
           MOVE WS-DEFINITION-VERSION TO RS-DEFINITION-VERSION.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.
      ******************************************************************
      * TONIGHT'S STEP LIST. THE FIRST RECORD OF THE DEFINITION FILE
      * MUST BE ITS HEADER; EVERY OTHER RECORD IS A STEP, IN RUN
      * ORDER. AN ABSENT OR EMPTY FILE RUNS THE BUILT-IN TABLE AS
      * VERSION ZERO.
      ******************************************************************
       LOAD-STREAM-DEFINITION.
           MOVE ZERO TO STREAM-STEP-COUNT.
           OPEN INPUT DEFINITION-FILE.
           PERFORM LOAD-ONE-DEFINITION-RECORD
               UNTIL END-OF-DEFINITION.
           CLOSE DEFINITION-FILE.
           IF WS-DEFINITION-RECORDS = ZERO
               DISPLAY 'COBMAIN - NO STREAM DEFINITION FILE - '
                   'RUNNING THE BUILT-IN STEP LIST'
               PERFORM LOAD-BUILT-IN-STEP
                   VARYING STREAM-STEP-SUB FROM 1 BY 1
                   UNTIL STREAM-STEP-SUB > BUILT-IN-STEP-COUNT
               MOVE BUILT-IN-STEP-COUNT TO STREAM-STEP-COUNT
               MOVE BUILT-IN-STEP-COUNT TO WS-HEADER-STEP-COUNT
               MOVE 'YES' TO HEADER-FOUND-SWITCH
           ELSE
               DISPLAY 'COBMAIN - STREAM DEFINITION VERSION '
                   WS-DEFINITION-VERSION
           END-IF.
      ******************************************************************
       LOAD-ONE-DEFINITION-RECORD.
           READ DEFINITION-FILE
               AT END
                  MOVE 'EOF' TO DEFINITION-SWITCH
               NOT AT END
                  ADD 1 TO WS-DEFINITION-RECORDS
                  PERFORM STORE-DEFINITION-RECORD
           END-READ.
      ******************************************************************
       STORE-DEFINITION-RECORD.
           IF WS-DEFINITION-RECORDS = 1
               IF SD-IS-HEADER
                     AND SDH-VERSION NUMERIC
                     AND SDH-STEP-COUNT NUMERIC
                   MOVE 'YES' TO HEADER-FOUND-SWITCH
                   MOVE SDH-VERSION TO WS-DEFINITION-VERSION
                   MOVE SDH-STEP-COUNT TO WS-HEADER-STEP-COUNT
               ELSE
                   DISPLAY 'COBMAIN - STREAM DEFINITION DOES NOT '
                       'START WITH A VALID HEADER RECORD'
                   ADD 1 TO WS-DEFINITION-ERRORS
               END-IF
           ELSE
           IF NOT SD-IS-STEP
               DISPLAY 'COBMAIN - STREAM DEFINITION RECORD '
                   WS-DEFINITION-RECORDS ' IS NOT A STEP RECORD'
               ADD 1 TO WS-DEFINITION-ERRORS
           ELSE
           IF STREAM-STEP-COUNT NOT < 40
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   SD-PROGRAM-NAME ' IS PAST THE 40-STEP LIMIT'
               ADD 1 TO WS-DEFINITION-ERRORS
           ELSE
               ADD 1 TO STREAM-STEP-COUNT
               MOVE SD-STEP-SEQ TO STREAM-STEP-SEQ (STREAM-STEP-COUNT)
               MOVE SD-PROGRAM-NAME
                   TO STREAM-STEP-NAMES (STREAM-STEP-COUNT)
               MOVE SD-SUPP-FLAG TO STREAM-STEP-SUPP (STREAM-STEP-COUNT)
               MOVE SD-FREQUENCY TO STREAM-STEP-FREQ (STREAM-STEP-COUNT)
               MOVE SD-DAY-NUMBER TO STREAM-STEP-DAY (STREAM-STEP-COUNT)
               MOVE SD-FAIL-ACTION
                   TO STREAM-STEP-FAIL (STREAM-STEP-COUNT)
               MOVE SD-WARNING-LIMIT
                   TO STREAM-STEP-WARN-LIMIT (STREAM-STEP-COUNT)
               MOVE SD-DEPENDS-ON
                   TO STREAM-STEP-DEPENDS (STREAM-STEP-COUNT)
           END-IF
           END-IF
           END-IF.
      ******************************************************************
       LOAD-BUILT-IN-STEP.
           COMPUTE STREAM-STEP-SEQ (STREAM-STEP-SUB) =
               STREAM-STEP-SUB * 10.
           MOVE BI-STEP-NAME (STREAM-STEP-SUB)
               TO STREAM-STEP-NAMES (STREAM-STEP-SUB).
           MOVE BI-STEP-SUPP (STREAM-STEP-SUB)
               TO STREAM-STEP-SUPP (STREAM-STEP-SUB).
           MOVE BI-STEP-FREQ (STREAM-STEP-SUB)
               TO STREAM-STEP-FREQ (STREAM-STEP-SUB).
           MOVE BI-STEP-DAY (STREAM-STEP-SUB)
               TO STREAM-STEP-DAY (STREAM-STEP-SUB).
           MOVE 'S' TO STREAM-STEP-FAIL (STREAM-STEP-SUB).
           MOVE 4 TO STREAM-STEP-WARN-LIMIT (STREAM-STEP-SUB).
           MOVE SPACES TO STREAM-STEP-DEPENDS (STREAM-STEP-SUB).
      ******************************************************************
      * EVERYTHING IS CHECKED AND EVERY PROBLEM DISPLAYED BEFORE THE
      * RUN IS REFUSED, SO ONE MAINTENANCE PASS CAN FIX THEM ALL.
      ******************************************************************
       VALIDATE-STREAM-DEFINITION.
           IF STREAM-STEP-COUNT = ZERO
               DISPLAY 'COBMAIN - STREAM DEFINITION HAS NO STEPS'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           IF DEFINITION-HEADER-FOUND
                 AND WS-HEADER-STEP-COUNT NOT = STREAM-STEP-COUNT
               DISPLAY 'COBMAIN - STREAM DEFINITION HEADER COUNTS '
                   WS-HEADER-STEP-COUNT ' STEPS BUT THE FILE HOLDS '
                   STREAM-STEP-COUNT
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           MOVE ZERO TO WS-PRIOR-STEP-SEQ.
           PERFORM VALIDATE-ONE-STEP
               VARYING STREAM-STEP-SUB FROM 1 BY 1
               UNTIL STREAM-STEP-SUB > STREAM-STEP-COUNT.
      ******************************************************************
       VALIDATE-ONE-STEP.
           MOVE STREAM-STEP-NAMES (STREAM-STEP-SUB) TO STREAM-STEP-NAME.
           IF STREAM-STEP-NAME = SPACES
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-SUB ' HAS NO PROGRAM NAME'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           IF STREAM-STEP-SEQ (STREAM-STEP-SUB) NOT NUMERIC
                 OR STREAM-STEP-SEQ (STREAM-STEP-SUB)
                     NOT > WS-PRIOR-STEP-SEQ
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' IS OUT OF SEQUENCE'
               ADD 1 TO WS-DEFINITION-ERRORS
           ELSE
               MOVE STREAM-STEP-SEQ (STREAM-STEP-SUB)
                   TO WS-PRIOR-STEP-SEQ
           END-IF.
           IF NOT STEP-IN-SUPPLEMENTAL (STREAM-STEP-SUB)
                 AND STREAM-STEP-SUPP (STREAM-STEP-SUB) NOT = SPACE
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' HAS A BAD SUPPLEMENTAL FLAG'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           IF NOT STEP-IS-DAILY (STREAM-STEP-SUB)
                 AND NOT STEP-IS-WEEKLY (STREAM-STEP-SUB)
                 AND NOT STEP-IS-LAST-BUS-DAY (STREAM-STEP-SUB)
                 AND NOT STEP-IS-FIRST-BUS-DAY (STREAM-STEP-SUB)
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' HAS A BAD FREQUENCY'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           IF STEP-IS-WEEKLY (STREAM-STEP-SUB)
               IF STREAM-STEP-DAY (STREAM-STEP-SUB) NOT NUMERIC
                     OR STREAM-STEP-DAY (STREAM-STEP-SUB) < 1
                     OR STREAM-STEP-DAY (STREAM-STEP-SUB) > 5
                   DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                       STREAM-STEP-NAME ' WEEKLY DAY IS NOT 1-5'
                   ADD 1 TO WS-DEFINITION-ERRORS
               END-IF
           END-IF.
           IF NOT STEP-FAILURE-STOPS (STREAM-STEP-SUB)
                 AND NOT STEP-FAILURE-CARRIES-ON (STREAM-STEP-SUB)
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' HAS A BAD FAILURE ACTION'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           IF STREAM-STEP-WARN-LIMIT (STREAM-STEP-SUB) NOT NUMERIC
                 OR STREAM-STEP-WARN-LIMIT (STREAM-STEP-SUB) > 4
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' WARNING LIMIT IS NOT 00-04'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
           PERFORM CHECK-DUPLICATE-STEP
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB NOT < STREAM-STEP-SUB.
           MOVE ZERO TO STREAM-STEP-DEP-SUB (STREAM-STEP-SUB).
           IF STREAM-STEP-DEPENDS (STREAM-STEP-SUB) NOT = SPACES
               PERFORM FIND-DEPENDENCY-STEP
                   VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB NOT < STREAM-STEP-SUB
               IF STREAM-STEP-DEP-SUB (STREAM-STEP-SUB) = ZERO
                   DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                       STREAM-STEP-NAME ' DEPENDS ON '
                       STREAM-STEP-DEPENDS (STREAM-STEP-SUB)
                       ' WHICH DOES NOT RUN BEFORE IT'
                   ADD 1 TO WS-DEFINITION-ERRORS
               END-IF
           END-IF.
      ******************************************************************
       CHECK-DUPLICATE-STEP.
           IF STREAM-STEP-NAMES (WS-CHECK-SUB) = STREAM-STEP-NAME
               DISPLAY 'COBMAIN - STREAM DEFINITION STEP '
                   STREAM-STEP-NAME ' APPEARS MORE THAN ONCE'
               ADD 1 TO WS-DEFINITION-ERRORS
           END-IF.
      ******************************************************************
       FIND-DEPENDENCY-STEP.
           IF STREAM-STEP-NAMES (WS-CHECK-SUB)
                 = STREAM-STEP-DEPENDS (STREAM-STEP-SUB)
               MOVE WS-CHECK-SUB
                   TO STREAM-STEP-DEP-SUB (STREAM-STEP-SUB)
           END-IF.
      ******************************************************************
      * A STEP WHOSE DEPENDENCY FAILED OR WAS SKIPPED TONIGHT DOES NOT
      * RUN. ON A RESTART A DEPENDENCY AHEAD OF THE RESTART POINT
      * COMPLETED IN THE FAILED RUN.
      ******************************************************************
       CHECK-STEP-DEPENDENCY.
           MOVE 'YES' TO DEPENDENCY-SWITCH.
           MOVE STREAM-STEP-DEP-SUB (STREAM-STEP-SUB) TO WS-DEP-SUB.
           IF WS-DEP-SUB > ZERO
                 AND WS-DEP-SUB NOT < WS-START-STEP
                 AND SR-STEP-STATUS (WS-DEP-SUB) NOT = 'C'
               MOVE 'NO ' TO DEPENDENCY-SWITCH
           END-IF.
