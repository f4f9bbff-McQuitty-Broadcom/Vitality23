      *****************************************************************
      * BDRECOV -- BAD-DEBT RECOVERY RECORD, KEYED ON ACCOUNT NUMBER  *
      *            + PAYMENT REFERENCE + PAYMENT DATE. FINCSH01       *
      *            WRITES ONE RECORD FOR EVERY RECEIPT IT POSTS AS A  *
      *            RECOVERY ON AN ACCOUNT WHOSE TRANSACTION HISTORY   *
      *            (SEE TRNHIST) CARRIES A WRTOFF POSTING -- CASH THE *
      *            MASTER NO LONGER OWES, SO IT IS NOT APPLIED TO AR. *
      *            THE BRANCH IS THE REFERENCE CODE THE ACCOUNT       *
      *            CARRIED BEFORE IT WAS WRITTEN OFF. THE FILE ALSO   *
      *            STOPS A RE-TRANSMITTED RECOVERY POSTING TWICE, AND *
      *            FINBDR01 REPORTS FROM IT MONTHLY BY BRANCH.        *
      *****************************************************************
       01  BAD-DEBT-RECOVERY-RECORD.
           05  RY-KEY.
               10  RY-ACCOUNT-NUMBER   PIC 9(08).
               10  RY-PAYMENT-REFERENCE PIC X(10).
               10  RY-PAYMENT-DATE     PIC 9(08).
           05  RY-REFERENCE-CODE       PIC X(06).
           05  RY-BRANCH-CODE          PIC X(06).
           05  RY-COMPANY-CODE         PIC X(02).
           05  RY-WRITE-OFF-DATE       PIC 9(08).
           05  RY-APPLIED-DATE         PIC 9(08).
           05  RY-RECOVERED-AMOUNT     PIC 9(07)V99.
           05  FILLER                  PIC X(15).
