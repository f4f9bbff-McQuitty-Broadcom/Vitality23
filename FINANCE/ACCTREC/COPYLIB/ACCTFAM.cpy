      *****************************************************************
      * ACCTFAM -- CORPORATE ACCOUNT-FAMILY FILE, KEYED ON RECORD     *
      *            TYPE + AR ACCOUNT NUMBER. A LARGE CUSTOMER CAN     *
      *            HOLD MANY ACCOUNT NUMBERS ACROSS BRANCHES; THIS    *
      *            FILE TIES THEM TO ONE PARENT ACCOUNT. TWO KINDS    *
      *            OF RECORD SHARE THE FILE:                          *
      *              'F' -- ONE PER FAMILY; THE KEY IS THE PARENT     *
      *                     ACCOUNT AND THE RECORD CARRIES THE        *
      *                     FAMILY NAME AND THE FAMILY CREDIT LIMIT   *
      *                     (ZERO = NO FAMILY LIMIT SET YET).         *
      *              'M' -- ONE PER CHILD ACCOUNT; THE KEY IS THE     *
      *                     CHILD AND FM-PARENT-ACCOUNT NAMES THE     *
      *                     FAMILY IT BELONGS TO.                     *
      *            THE FAMILY IS ONE LEVEL DEEP -- EVERY CHILD NAMES  *
      *            THE ULTIMATE PARENT, AND A PARENT IS NEVER ITSELF  *
      *            A CHILD. MAINTAINED BY CARD THROUGH FINFAM01 WITH  *
      *            THE FINCLM01 OPERATOR-AND-REASON DISCIPLINE. READ  *
      *            BY FINEXP01 FOR FAMILY EXPOSURE AND BY FINFST01    *
      *            FOR THE CONSOLIDATED FAMILY STATEMENT.             *
      *****************************************************************
       01  FAMILY-RECORD.
           05  FM-KEY.
               10  FM-RECORD-TYPE      PIC X(01).
                   88  FM-FAMILY           VALUE 'F'.
                   88  FM-MEMBER           VALUE 'M'.
               10  FM-ACCOUNT-NUMBER   PIC 9(08).
           05  FM-PARENT-ACCOUNT       PIC 9(08).
           05  FM-FAMILY-NAME          PIC X(20).
           05  FM-FAMILY-LIMIT         PIC 9(09)V99.
           05  FM-OPERATOR-ID          PIC X(08).
           05  FM-REASON-CODE          PIC X(04).
           05  FM-LAST-MAINT-DATE      PIC 9(08).
           05  FILLER                  PIC X(12).
