      *****************************************************************
      * PENDCHG -- PENDING-CHANGES FILE FOR DUAL-AUTHORIZED           *
      *            MAINTENANCE. FINMNT01, FINCLM01, FINCTM01 AND      *
      *            FINCRM01 DO NOT APPLY A CARD THAT NEEDS A SECOND   *
      *            PERSON -- A MASTER BALANCE CHANGE, A CREDIT-LIMIT  *
      *            INCREASE OVER THE DUAL-AUTHORIZATION LIMIT, ANY    *
      *            CONTROL-TOTAL OR CURRENCY-RATE CHANGE -- BUT WRITE *
      *            IT HERE AS STATUS 'P'. FINPCA01 CARDS FROM AN      *
      *            APPROVER ON THE AUTHORIZED-OPERATORS FILE, NOT THE *
      *            OPERATOR WHO SUBMITTED IT, MARK IT 'A' APPROVED OR *
      *            'R' REJECTED. THE OWNING PROGRAM'S NEXT RUN        *
      *            APPLIES ITS APPROVED CARDS FIRST AND MARKS EACH    *
      *            'X' APPLIED, OR 'F' IF IT NO LONGER APPLIES (THE   *
      *            ACCOUNT WAS DELETED MEANWHILE, AND SO ON).         *
      *            FINPCR01 AGES WHAT IS STILL OPEN DAILY. THE KEY IS *
      *            THE OWNING PROGRAM, THE BUSINESS DATE AND TIME OF  *
      *            THE SUBMITTING RUN AND THE CARD'S SEQUENCE IN IT;  *
      *            THE APPROVER QUOTES IT AS PRINTED. PC-ITEM-KEY,    *
      *            THE OLD AND NEW VALUES AND PC-CHANGE-TYPE ARE FOR  *
      *            THE APPROVER AND THE AGEING REPORT ONLY -- THE     *
      *            CARD IMAGE IS WHAT IS APPLIED.                     *
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PC-KEY.
               10  PC-PROGRAM-ID       PIC X(08).
               10  PC-SUBMIT-DATE      PIC 9(08).
               10  PC-SUBMIT-TIME      PIC 9(06).
               10  PC-CARD-SEQUENCE    PIC 9(04).
           05  PC-CARD-IMAGE           PIC X(80).
           05  PC-SUBMITTED-BY         PIC X(08).
           05  PC-SUBMIT-REASON        PIC X(04).
           05  PC-ITEM-KEY             PIC X(12).
           05  PC-CHANGE-TYPE          PIC X(20).
           05  PC-OLD-VALUE            PIC S9(13)V9(05).
           05  PC-NEW-VALUE            PIC S9(13)V9(05).
           05  PC-STATUS               PIC X(01).
               88  PC-PENDING          VALUE 'P'.
               88  PC-APPROVED         VALUE 'A'.
               88  PC-REJECTED         VALUE 'R'.
               88  PC-APPLIED          VALUE 'X'.
               88  PC-APPLY-FAILED     VALUE 'F'.
           05  PC-DECIDED-BY           PIC X(08).
           05  PC-DECISION-REASON      PIC X(04).
           05  PC-DECISION-DATE        PIC 9(08).
           05  PC-APPLIED-DATE         PIC 9(08).
           05  FILLER                  PIC X(25).
