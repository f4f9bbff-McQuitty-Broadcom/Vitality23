      *****************************************************************
      * STRMDEF -- NIGHTLY STREAM DEFINITION. THE STEP LIST COBMAIN   *
      *            RUNS, MAINTAINED THROUGH FINSDM01 MAINTENANCE      *
      *            CARDS (OPERATOR AND REASON CODE ON EVERY CHANGE)   *
      *            INSTEAD OF A PROGRAM RELEASE. 80-BYTE RECORDS: ONE *
      *            'H' HEADER FIRST, CARRYING THE DEFINITION VERSION  *
      *            (BUMPED BY ONE ON EVERY MAINTENANCE RUN THAT       *
      *            CHANGES ANYTHING), WHO CHANGED IT LAST AND WHY,    *
      *            AND THE STEP COUNT; THEN ONE 'S' RECORD PER STEP   *
      *            IN RUN ORDER (ASCENDING SD-STEP-SEQ). PER STEP:    *
      *              SD-SUPP-FLAG     'S' = RUNS IN A SUPPLEMENTAL    *
      *                               CYCLE AS WELL.                  *
      *              SD-FREQUENCY     D DAILY, W WEEKLY ON SD-DAY     *
      *                               (1=MONDAY .. 5=FRIDAY), L LAST  *
      *                               / F FIRST BUSINESS DAY OF THE   *
      *                               MONTH.                          *
      *              SD-FAIL-ACTION   'S' = A FAILURE STOPS THE       *
      *                               STREAM, 'C' = THE STEP IS       *
      *                               MARKED FAILED AND THE STREAM    *
      *                               CARRIES ON.                     *
      *              SD-WARNING-LIMIT HIGHEST RETURN CODE (00-04)     *
      *                               STILL TAKEN AS A WARNING.       *
      *              SD-DEPENDS-ON    AN EARLIER STEP THAT MUST HAVE  *
      *                               COMPLETED FOR THIS ONE TO RUN,  *
      *                               OR SPACES.                      *
      *            THE DEFINITION HOLDS UP TO 40 STEPS. A STEP THAT   *
      *            NEEDS AN EARLIER ONE'S OUTPUT NAMES IT IN SD-      *
      *            DEPENDS-ON -- FINAGE01, FINDUN01, FINFCA01,        *
      *            FINWOF01, FINRFD01, FINEXP01 AND FINXTR01 ALL      *
      *            DEPEND ON FINMSW01, WHICH MUST RUN AHEAD OF THEM   *
      *            WITH THE SAME AS-OF DATE. FINAGR01 (WITH ITS OWN   *
      *            FINCSH01 STEP ON AGYPMT), FINNET01 (AFTER THE      *
      *            DAY'S FINCSH01), FINRMP01 AND FINMRG01 RUN WHEN    *
      *            THEIR INPUT ARRIVES OR ON REQUEST, OUTSIDE THE     *
      *            NIGHTLY STREAM, AS FINCSH01 DOES.                  *
      *****************************************************************
       01  STREAM-DEFINITION-RECORD.
           05  SD-RECORD-TYPE          PIC X(01).
               88  SD-IS-HEADER        VALUE 'H'.
               88  SD-IS-STEP          VALUE 'S'.
           05  SD-STEP-SEQ             PIC 9(03).
           05  SD-PROGRAM-NAME         PIC X(08).
           05  SD-SUPP-FLAG            PIC X(01).
           05  SD-FREQUENCY            PIC X(01).
           05  SD-DAY-NUMBER           PIC 9(01).
           05  SD-FAIL-ACTION          PIC X(01).
               88  SD-FAIL-STOPS       VALUE 'S'.
               88  SD-FAIL-CONTINUES   VALUE 'C'.
           05  SD-WARNING-LIMIT        PIC 9(02).
           05  SD-DEPENDS-ON           PIC X(08).
           05  SD-LAST-OPERATOR        PIC X(08).
           05  SD-LAST-REASON          PIC X(04).
           05  SD-LAST-CHANGE-DATE     PIC 9(08).
           05  FILLER                  PIC X(34).
       01  STREAM-DEFINITION-HEADER REDEFINES STREAM-DEFINITION-RECORD.
           05  FILLER                  PIC X(01).
           05  SDH-VERSION             PIC 9(05).
           05  SDH-STEP-COUNT          PIC 9(02).
           05  SDH-CHANGE-DATE         PIC 9(08).
           05  SDH-CHANGE-TIME         PIC 9(08).
           05  SDH-OPERATOR-ID         PIC X(08).
           05  SDH-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(44).
