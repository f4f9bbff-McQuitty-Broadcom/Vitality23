      *            FINOLRS MAPSET, HAND-KEPT IN STEP WITH THE BMS     *
      *            SOURCE (SEE FINOLRS IN THE BMS LIBRARY). FIELD     *
      *            ORDER, LENGTHS AND THE TIOA PREFIX MUST MATCH THE  *
      *            DSECT THE ASSEMBLER WOULD GENERATE; THE FOURTEEN   *
      *            STEP LINES ARE HELD AS A TABLE FOR THE PROGRAM'S   *
      *            CONVENIENCE.                                       *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-09-03  TS  STEP LINES WIDENED TO 70 IN STEP WITH THE BMS *
      *                 SOURCE SO EACH STEP SHOWS ITS START TIME.     *
      * 2026-10-15  TS  FOURTEEN STEP LINES OF 76 (WERE TEN OF 70) SO *
      *                 ALL 40 STEPS FIT, THREE TO A LINE.            *
      *****************************************************************
       01  FOLRMAPI.
           05  FILLER              PIC X(12).
           05  CMPL                PIC S9(04) COMP.
           05  CMPF                PIC X(01).
           05  CMPI                PIC X(01).
           05  LINE-FIELDS-I OCCURS 14 TIMES.
               10  LNL             PIC S9(04) COMP.
               10  LNF             PIC X(01).
               10  LNI             PIC X(76).
           05  MSGL                PIC S9(04) COMP.
           05  MSGF                PIC X(01).
           05  MSGI                PIC X(60).
           05  FILLER              PIC X(02).
           05  CMPA                PIC X(01).
           05  CMPO                PIC X(01).
           05  LINE-FIELDS-O OCCURS 14 TIMES.
               10  FILLER          PIC X(02).
               10  LNA             PIC X(01).
               10  LNO             PIC X(76).
           05  FILLER              PIC X(02).
           05  MSGA                PIC X(01).
           05  MSGO                PIC X(60).
