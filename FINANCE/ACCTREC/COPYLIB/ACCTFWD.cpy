      *****************************************************************
      * ACCTFWD -- ACCOUNT-FORWARDING FILE, WRITTEN BY FINMRG01 WHEN  *
      *            A DUPLICATE CUSTOMER ACCOUNT IS MERGED INTO ITS    *
      *            SURVIVOR. KEYED ON THE RETIRED ACCOUNT NUMBER, ONE *
      *            80-BYTE RECORD PER RETIRED NUMBER, CARRYING THE    *
      *            SURVIVING NUMBER, THE BUSINESS DATE OF THE MERGE   *
      *            AND THE OPERATOR AND REASON CODE FROM THE MERGE    *
      *            CARD. FINSPL01 AND FINCSH01 LOOK UP EVERY FEED     *
      *            DETAIL AND PAYMENT HERE BEFORE THE MASTER, SO      *
      *            ACTIVITY STILL QUOTING THE OLD NUMBER POSTS TO THE *
      *            SURVIVOR INSTEAD OF BEING SUSPENDED AGAINST THE    *
      *            CLOSED ACCOUNT. A SURVIVOR MAY ITSELF BE MERGED    *
      *            LATER; READERS FOLLOW THE CHAIN.                   *
      *****************************************************************
       01  ACCOUNT-FORWARD-RECORD.
           05  AF-OLD-ACCOUNT          PIC 9(08).
           05  AF-NEW-ACCOUNT          PIC 9(08).
           05  AF-MERGE-DATE           PIC 9(08).
           05  AF-OPERATOR-ID          PIC X(08).
           05  AF-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(44).
