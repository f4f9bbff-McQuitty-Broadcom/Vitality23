      *****************************************************************
      * ACHMAND -- DIRECT-DEBIT (ACH) MANDATE RECORD, KEYED ON THE AR *
      *            ACCOUNT NUMBER. ONE MANDATE PER ACCOUNT: THE       *
      *            CUSTOMER'S BANK ROUTING NUMBER AND ACCOUNT, THE    *
      *            DEBIT-DAY RULE AND THE LARGEST SINGLE DEBIT THE    *
      *            CUSTOMER HAS AUTHORIZED. MAINTAINED BY FINMDM01    *
      *            CARDS; FINACH01 ORIGINATES THE DEBITS AND FINACR01 *
      *            COUNTS THE BANK'S RETURNS AGAINST IT.              *
      *            DEBIT-DAY RULE:                                    *
      *              'D' -- DEBIT EVERY OPEN INVOICE MD-DEBIT-DAY     *
      *                     DAYS AFTER ITS DUE DATE (00 = ON THE DUE  *
      *                     DATE ITSELF).                             *
      *              'M' -- ONCE A MONTH, ON THE FIRST BUSINESS DAY   *
      *                     ON OR AFTER DAY MD-DEBIT-DAY (01-28),     *
      *                     DEBIT EVERYTHING DUE BY THAT DATE.        *
      *            A MANDATE RETURNED TOO OFTEN IS FLAGGED ('F') AND  *
      *            NOT DEBITED AGAIN UNTIL A FINMDM01 REINSTATE CARD. *
      *****************************************************************
       01  ACH-MANDATE-RECORD.
           05  MD-ACCOUNT-NUMBER       PIC 9(08).
           05  MD-ROUTING-NUMBER       PIC 9(09).
           05  FILLER REDEFINES MD-ROUTING-NUMBER.
               10  MD-ROUTING-DFI      PIC 9(08).
               10  MD-ROUTING-CHECK    PIC 9(01).
           05  MD-BANK-ACCOUNT         PIC X(17).
           05  MD-ACCOUNT-TYPE         PIC X(01).
               88  MD-CHECKING         VALUE 'C'.
               88  MD-SAVINGS          VALUE 'S'.
           05  MD-DEBIT-RULE           PIC X(01).
               88  MD-DEBIT-ON-DUE     VALUE 'D'.
               88  MD-DEBIT-MONTHLY    VALUE 'M'.
           05  MD-DEBIT-DAY            PIC 9(02).
           05  MD-MAXIMUM-AMOUNT       PIC 9(07)V99.
           05  MD-STATUS               PIC X(01).
               88  MD-ACTIVE           VALUE 'A'.
               88  MD-FLAGGED          VALUE 'F'.
           05  MD-RETURN-COUNT         PIC 9(02).
           05  MD-LAST-RETURN-CODE     PIC X(03).
           05  MD-LAST-RETURN-DATE     PIC 9(08).
           05  MD-LAST-DEBIT-DATE      PIC 9(08).
           05  MD-OPERATOR-ID          PIC X(08).
           05  MD-REASON-CODE          PIC X(04).
           05  MD-LAST-MAINT-DATE      PIC 9(08).
           05  FILLER                  PIC X(11).
