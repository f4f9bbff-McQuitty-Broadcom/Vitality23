      *****************************************************************
      * RECBILL -- RECURRING-BILLING SCHEDULE, KEYED ON THE AR        *
      *            ACCOUNT NUMBER AND A SCHEDULE NUMBER, SO ONE       *
      *            ACCOUNT MAY CARRY SEVERAL STANDING CHARGES.        *
      *            MAINTAINED BY FINRBM01 CARDS; FINRBG01 EMITS EACH  *
      *            CHARGE ON ITS NEXT BILL DATE ONTO THE SUPPLEMENTAL *
      *            FEED AND ADVANCES THE DATE BY THE FREQUENCY --     *
      *              'M' MONTHLY, 'Q' QUARTERLY, 'S' SEMI-ANNUAL,     *
      *              'A' ANNUAL.                                      *
      *            THE BILL DAY IS THE START DATE'S DAY OF MONTH      *
      *            (01-28), SO EVERY MONTH HAS ONE. RBS-LAST-BILLED-  *
      *            PERIOD IS THE CCYYMM OF THE LAST BILL DATE         *
      *            CHARGED -- A PERIOD NOT AFTER IT IS NEVER CHARGED  *
      *            AGAIN. RBS-LAST-RUN-DATE IS THE BUSINESS DATE OF   *
      *            THE RUN THAT CHARGED IT, SO A RERUN THE SAME DAY   *
      *            REBUILDS THE CHARGE RATHER THAN ADDING ANOTHER.    *
      *            A SCHEDULE PAST ITS END DATE (ZERO = NO END) IS    *
      *            MARKED ENDED ('E') AND CHARGES NO MORE.            *
      *****************************************************************
       01  RECURRING-BILLING-RECORD.
           05  RBS-KEY.
               10  RBS-ACCOUNT-NUMBER  PIC 9(08).
               10  RBS-SCHEDULE-NUMBER PIC 9(03).
           05  RBS-AMOUNT              PIC 9(04)V99.
           05  RBS-REFERENCE-CODE      PIC X(06).
           05  RBS-DESCRIPTION         PIC X(20).
           05  RBS-FREQUENCY           PIC X(01).
               88  RBS-MONTHLY         VALUE 'M'.
               88  RBS-QUARTERLY       VALUE 'Q'.
               88  RBS-SEMI-ANNUAL     VALUE 'S'.
               88  RBS-ANNUAL          VALUE 'A'.
           05  RBS-START-DATE          PIC 9(08).
           05  RBS-END-DATE            PIC 9(08).
           05  RBS-NEXT-BILL-DATE      PIC 9(08).
           05  FILLER REDEFINES RBS-NEXT-BILL-DATE.
               10  RBS-NEXT-BILL-PERIOD PIC 9(06).
               10  RBS-NEXT-BILL-DAY   PIC 9(02).
           05  RBS-STATUS              PIC X(01).
               88  RBS-ACTIVE          VALUE 'A'.
               88  RBS-ENDED           VALUE 'E'.
           05  RBS-LAST-BILLED-PERIOD  PIC 9(06).
           05  RBS-LAST-BILLED-DATE    PIC 9(08).
           05  RBS-LAST-RUN-DATE       PIC 9(08).
           05  RBS-OPERATOR-ID         PIC X(08).
           05  RBS-REASON-CODE         PIC X(04).
           05  RBS-LAST-MAINT-DATE     PIC 9(08).
           05  FILLER                  PIC X(17).
