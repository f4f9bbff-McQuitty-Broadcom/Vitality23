      *****************************************************************
      * FINLGC01 -- LINKAGE RECORD PASSED TO FINLGQ01, THE LEGAL-HOLD *
      *             INQUIRY SERVICE. CALLERS SET LQ-ACCOUNT-NUMBER    *
      *             AND GET BACK 'Y' IN LQ-HOLD-FLAG WHEN THE ACCOUNT *
      *             IS UNDER A LEGAL HOLD (SEE LGLHOLD), WITH THE     *
      *             MATTER NUMBER AND THE DATE THE HOLD WAS PLACED. A *
      *             RELEASED HOLD ANSWERS 'N'. IF THE HOLD FILE       *
      *             CANNOT BE OPENED EVERY ACCOUNT ANSWERS 'Y' WITH   *
      *             MATTER 'NO HOLD FILE', SO A MISSING FILE STOPS    *
      *             THE DESTRUCTIVE RUNS INSTEAD OF LETTING THEM      *
      *             THROUGH.                                          *
      *****************************************************************
       01  FINLGC01-RECORD.
           05  LQ-ACCOUNT-NUMBER       PIC 9(08).
           05  LQ-HOLD-FLAG            PIC X(01).
               88  LQ-ON-HOLD          VALUE 'Y'.
               88  LQ-NOT-HELD         VALUE 'N'.
           05  LQ-MATTER-NUMBER        PIC X(12).
           05  LQ-PLACED-DATE          PIC 9(08).
           05  FILLER                  PIC X(51).
