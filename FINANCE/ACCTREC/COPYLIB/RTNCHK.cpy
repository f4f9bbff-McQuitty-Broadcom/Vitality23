      *****************************************************************
      * RTNCHK -- BANK RETURNED-PAYMENT FILE, READ BY FINNSF01. ONE   *
      *            80-BYTE RECORD PER CHECK OR OTHER PAPER RECEIPT    *
      *            THE BANK HAS SENT BACK UNPAID. THE ACCOUNT, THE    *
      *            PAYMENT REFERENCE AND THE PAYMENT DATE ARE THOSE   *
      *            THE LOCKBOX OR DEPOSIT FEED CARRIED, SO TOGETHER   *
      *            THEY MAKE THE PAIDITM KEY OF THE RECEIPT FINCSH01  *
      *            APPLIED. THE RETURN REASON IS THE BANK'S CODE --   *
      *            NSF NOT SUFFICIENT FUNDS, UCF UNCOLLECTED FUNDS,   *
      *            STP PAYMENT STOPPED, ACL ACCOUNT CLOSED, NAF NO    *
      *            ACCOUNT, REF REFER TO MAKER -- AND IS CARRIED      *
      *            THROUGH TO THE TRANSACTION HISTORY AS GIVEN.       *
      *****************************************************************
       01  RETURNED-PAYMENT-RECORD.
           05  RP-ACCOUNT-NUMBER       PIC 9(08).
           05  RP-PAYMENT-REFERENCE    PIC X(10).
           05  RP-PAYMENT-DATE         PIC 9(08).
           05  RP-AMOUNT               PIC 9(07)V99.
           05  RP-RETURN-REASON        PIC X(03).
           05  RP-BANK-RETURN-DATE     PIC 9(08).
           05  RP-BANK-ITEM-NUMBER     PIC X(15).
           05  FILLER                  PIC X(19).
