      *****************************************************************
      * COLLMST -- COLLECTOR MASTER, KEYED ON RECORD TYPE + KEY       *
      *            VALUE. THREE KINDS OF RECORD SHARE THE FILE:       *
      *              'C' -- ONE PER COLLECTOR; THE KEY VALUE IS THE   *
      *                     COLLECTOR ID AND THE RECORD CARRIES THE   *
      *                     COLLECTOR'S NAME.                         *
      *              'R' -- A REFERENCE CODE (BRANCH) ASSIGNED TO A   *
      *                     COLLECTOR; THE KEY VALUE IS THE CODE.     *
      *              'A' -- A SINGLE ACCOUNT ASSIGNED TO A COLLECTOR, *
      *                     OVERRIDING ITS BRANCH; THE KEY VALUE IS   *
      *                     THE ACCOUNT NUMBER.                       *
      *            MAINTAINED BY CARD THROUGH FINCOL01 WITH THE       *
      *            FINCLM01 OPERATOR-AND-REASON DISCIPLINE. FINCWL01  *
      *            OWNS EACH ACCOUNT TO ITS 'A' COLLECTOR, ELSE ITS   *
      *            BRANCH'S 'R' COLLECTOR, WHEN IT BUILDS THE DAILY   *
      *            COLLECTOR WORKLISTS.                               *
      *****************************************************************
       01  COLLECTOR-RECORD.
           05  CO-KEY.
               10  CO-RECORD-TYPE      PIC X(01).
                   88  CO-COLLECTOR        VALUE 'C'.
                   88  CO-BRANCH-ASSIGN    VALUE 'R'.
                   88  CO-ACCOUNT-ASSIGN   VALUE 'A'.
               10  CO-KEY-VALUE        PIC X(08).
               10  FILLER REDEFINES CO-KEY-VALUE.
                   15  CO-ACCOUNT-NUMBER   PIC 9(08).
               10  FILLER REDEFINES CO-KEY-VALUE.
                   15  CO-REFERENCE-CODE   PIC X(06).
                   15  FILLER              PIC X(02).
           05  CO-COLLECTOR-ID         PIC X(08).
           05  CO-COLLECTOR-NAME       PIC X(20).
           05  CO-OPERATOR-ID          PIC X(08).
           05  CO-REASON-CODE          PIC X(04).
           05  CO-LAST-MAINT-DATE      PIC 9(08).
           05  FILLER                  PIC X(23).
