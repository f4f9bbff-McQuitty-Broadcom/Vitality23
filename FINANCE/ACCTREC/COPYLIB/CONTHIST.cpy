      *****************************************************************
      * CONTHIST -- COLLECTOR CONTACT-HISTORY RECORD, KEYED ON        *
      *             ACCOUNT NUMBER + DESCENDING TIMESTAMP + SEQUENCE  *
      *             THE WAY JNLHIST IS, SO A GTEQ BROWSE FROM THE     *
      *             ACCOUNT NUMBER RETURNS THAT ACCOUNT'S NEWEST      *
      *             CONTACT FIRST. THE DESCENDING STAMP IS SIXTEEN    *
      *             NINES LESS THE CONTACT DATE AND TIME RUN TOGETHER *
      *             (YYYYMMDDHHMMSSHH); THE SEQUENCE KEEPS TWO NOTES  *
      *             FOR THE SAME ACCOUNT IN THE SAME HUNDREDTH OF A   *
      *             SECOND APART. COLLECTORS KEY CALLS, E-MAILS,      *
      *             VISITS AND WRITTEN CORRESPONDENCE THROUGH THE     *
      *             FOLC TRANSACTION (FINOLC01), WHICH STAMPS THE     *
      *             SIGNED-ON USER AS THE COLLECTOR. FINSTC01 FILES A *
      *             STATEMENT NOTE AND FINDUN01 A LETTER NOTE FOR     *
      *             EVERY STATEMENT AND DUNNING LETTER THEY PRODUCE,  *
      *             WITH COLLECTOR 'BATCH'. THE BATCH WRITERS NEED    *
      *             THE FILE CLOSED TO CICS FOR THE LENGTH OF THEIR   *
      *             RUN.                                              *
      *****************************************************************
       01  CONTACT-HISTORY-RECORD.
           05  CN-KEY.
               10  CN-ACCOUNT-NUMBER   PIC 9(08).
               10  CN-DESCENDING-STAMP PIC 9(16).
               10  CN-SEQUENCE         PIC 9(03).
           05  CN-CONTACT-DATE         PIC 9(08).
           05  CN-CONTACT-TIME         PIC 9(08).
           05  CN-COLLECTOR-ID         PIC X(08).
           05  CN-CONTACT-TYPE         PIC X(01).
               88  CN-IS-CALL          VALUE 'C'.
               88  CN-IS-EMAIL         VALUE 'E'.
               88  CN-IS-VISIT         VALUE 'V'.
               88  CN-IS-WRITTEN       VALUE 'W'.
               88  CN-IS-LETTER        VALUE 'L'.
               88  CN-IS-STATEMENT     VALUE 'S'.
               88  CN-KEYED-TYPE       VALUE 'C' 'E' 'V' 'W'.
           05  CN-OUTCOME-CODE         PIC X(02).
               88  CN-PROMISE-TO-PAY   VALUE 'PP'.
               88  CN-DISPUTED         VALUE 'DS'.
               88  CN-SAYS-PAID        VALUE 'PD'.
               88  CN-CALL-BACK        VALUE 'CB'.
               88  CN-LEFT-MESSAGE     VALUE 'LM'.
               88  CN-NO-ANSWER        VALUE 'NA'.
               88  CN-REFUSED          VALUE 'RF'.
               88  CN-WRONG-NUMBER     VALUE 'WN'.
               88  CN-INFORMATION      VALUE 'IN'.
               88  CN-LETTER-SENT      VALUE 'LS'.
               88  CN-STATEMENT-SENT   VALUE 'SS'.
               88  CN-KEYED-OUTCOME    VALUE 'PP' 'DS' 'PD' 'CB'
                                             'LM' 'NA' 'RF' 'WN'
                                             'IN'.
           05  CN-SOURCE-PROGRAM       PIC X(08).
           05  CN-NOTE-TEXT            PIC X(120).
           05  FILLER REDEFINES CN-NOTE-TEXT.
               10  CN-NOTE-LINE-1      PIC X(60).
               10  CN-NOTE-LINE-2      PIC X(60).
           05  FILLER                  PIC X(18).
