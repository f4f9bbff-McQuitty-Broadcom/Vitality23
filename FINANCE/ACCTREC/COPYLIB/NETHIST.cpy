      *****************************************************************
      * NETHIST -- AR/AP NETTED-PAIR HISTORY, KEYED ON THE AR ACCOUNT,*
      *            THE VENDOR NUMBER AND THE RUN'S AS-OF DATE.        *
      *            FINNET01 WRITES ONE RECORD FOR EVERY PAIR AN       *
      *            APPROVED RUN NETS, CARRYING THE AMOUNT NETTED AND  *
      *            THE AP DEBIT-MEMO NUMBER. A PAIR ALREADY ON FILE   *
      *            FOR THE RUN DATE IS NOT NETTED AGAIN, SO A RERUN   *
      *            OF AN APPROVED NETTING CANNOT CREDIT THE ACCOUNT   *
      *            OR DEBIT THE VENDOR TWICE.                         *
      *****************************************************************
       01  NETTED-PAIR-RECORD.
           05  NH-KEY.
               10  NH-AR-ACCOUNT       PIC 9(08).
               10  NH-VENDOR-NUMBER    PIC X(10).
               10  NH-RUN-DATE         PIC 9(08).
           05  NH-NET-AMOUNT           PIC S9(07)V99.
           05  NH-MEMO-NUMBER          PIC X(15).
           05  NH-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(28).
