      *****************************************************************
      * BRNFWD -- BRANCH-FORWARDING FILE, WRITTEN BY FINRMP01 WHEN A  *
      *           BRANCH CLOSES OR MERGES AND ITS REFERENCE CODE IS   *
      *           RETIRED TO A SUCCESSOR. KEYED ON THE RETIRED CODE,  *
      *           ONE 80-BYTE RECORD PER RETIRED CODE, CARRYING THE   *
      *           SUCCESSOR CODE, THE DATE THE REMAP TAKES EFFECT,    *
      *           THE BUSINESS DATE IT WAS APPLIED AND THE OPERATOR   *
      *           AND REASON CODE FROM THE REMAP CARD. FINSPL01       *
      *           TRANSLATES FEED DETAILS STILL QUOTING THE OLD CODE  *
      *           ON OR AFTER THE EFFECTIVE DATE; FINTRD01 AND        *
      *           FINHRR01 RESTATE THE OLD CODE'S HISTORY UNDER THE   *
      *           SUCCESSOR WHEN THE CONTROL CARD ASKS FOR IT. A      *
      *           SUCCESSOR MAY ITSELF BE RETIRED LATER; READERS      *
      *           FOLLOW THE CHAIN.                                   *
      *****************************************************************
       01  BRANCH-FORWARD-RECORD.
           05  BF-OLD-CODE             PIC X(06).
           05  BF-NEW-CODE             PIC X(06).
           05  BF-EFFECTIVE-DATE       PIC 9(08).
           05  BF-REMAP-DATE           PIC 9(08).
           05  BF-OPERATOR-ID          PIC X(08).
           05  BF-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(40).
