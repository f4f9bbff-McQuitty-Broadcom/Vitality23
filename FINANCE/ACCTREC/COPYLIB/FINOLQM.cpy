      * MODIFICATION HISTORY                                          *
      * 2026-09-02  TS  STAT FIELD ADDED FOR THE ACCOUNT STATUS CODE  *
      *                 (O/H/C) IN STEP WITH THE FINOLQS BMS SOURCE.  *
      * 2026-09-21  TS  GRAD, RSCO AND PGRD FIELDS ADDED FOR THE      *
      *                 BEHAVIORAL RISK GRADE, SCORE AND PRIOR GRADE  *
      *                 (SEE RISKSCR) IN STEP WITH THE FINOLQS BMS    *
      *                 SOURCE.                                       *
      *****************************************************************
       01  FOLQMAPI.
           05  FILLER              PIC X(12).
           05  VSTSL               PIC S9(04) COMP.
           05  VSTSF               PIC X(01).
           05  VSTSI               PIC X(20).
           05  GRADL               PIC S9(04) COMP.
           05  GRADF               PIC X(01).
           05  GRADI               PIC X(01).
           05  RSCOL               PIC S9(04) COMP.
           05  RSCOF               PIC X(01).
           05  RSCOI               PIC X(03).
           05  PGRDL               PIC S9(04) COMP.
           05  PGRDF               PIC X(01).
           05  PGRDI               PIC X(01).
           05  MSGL                PIC S9(04) COMP.
           05  MSGF                PIC X(01).
           05  MSGI                PIC X(60).
           05  VSTSA               PIC X(01).
           05  VSTSO               PIC X(20).
           05  FILLER              PIC X(02).
           05  GRADA               PIC X(01).
           05  GRADO               PIC X(01).
           05  FILLER              PIC X(02).
           05  RSCOA               PIC X(01).
           05  RSCOO               PIC ZZ9.
           05  FILLER              PIC X(02).
           05  PGRDA               PIC X(01).
           05  PGRDO               PIC X(01).
           05  FILLER              PIC X(02).
           05  MSGA                PIC X(01).
           05  MSGO                PIC X(60).
