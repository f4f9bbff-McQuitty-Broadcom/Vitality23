      *****************************************************************
      * ESCHEAT -- UNCLAIMED-PROPERTY CASE RECORD, KEYED ON THE AR    *
      *            ACCOUNT NUMBER. FINESC01 OPENS A CASE WHEN A CREDIT*
      *            BALANCE HAS SAT PAST ITS DORMANCY PERIOD (SEE      *
      *            DORMTBL), RECORDS THE DUE-DILIGENCE LETTER, AND    *
      *            MARKS THE CASE REPORTED WHEN THE BALANCE GOES ON   *
      *            THE ANNUAL HOLDER REPORT. FINESM01 RECORDS THE     *
      *            OWNER'S RESPONSE FROM OPERATOR CARDS.              *
      *            UP-CASE-STATUS                                     *
      *              'L' DUE-DILIGENCE LETTER SENT, AWAITING ANSWER   *
      *              'B' BELOW THE LETTER MINIMUM - NO LETTER NEEDED  *
      *              'A' NO ADDRESS ON FILE - NO LETTER POSSIBLE      *
      *              'U' LETTER RETURNED UNDELIVERABLE                *
      *              'C' OWNER CLAIMED THE BALANCE - NOT REPORTED;    *
      *                  DORMANCY RUNS AGAIN FROM UP-RESPONSE-DATE    *
      *              'X' CLOSED - ACCOUNT ACTIVE AGAIN OR NO LONGER   *
      *                  IN CREDIT                                    *
      *              'P' REPORTED AND REMITTED ON UP-REPORT-DATE'S    *
      *                  HOLDER REPORT                                *
      *            A CASE IN 'L', 'B', 'A' OR 'U' IS OPEN.            *
      *****************************************************************
       01  ESCHEAT-CASE-RECORD.
           05  UP-ACCOUNT-NUMBER       PIC 9(08).
           05  UP-STATE-CODE           PIC X(02).
           05  UP-AMOUNT               PIC 9(07)V99.
           05  UP-LAST-ACTIVITY-DATE   PIC 9(08).
           05  UP-DORMANT-DATE         PIC 9(08).
           05  UP-OPENED-DATE          PIC 9(08).
           05  UP-LETTER-DATE          PIC 9(08).
           05  UP-CASE-STATUS          PIC X(01).
               88  UP-CASE-OPEN        VALUES 'L' 'B' 'A' 'U'.
               88  UP-LETTER-SENT      VALUE 'L'.
               88  UP-BELOW-MINIMUM    VALUE 'B'.
               88  UP-NO-ADDRESS       VALUE 'A'.
               88  UP-UNDELIVERABLE    VALUE 'U'.
               88  UP-CLAIMED          VALUE 'C'.
               88  UP-CLOSED           VALUE 'X'.
               88  UP-REPORTED         VALUE 'P'.
           05  UP-RESPONSE-DATE        PIC 9(08).
           05  UP-REPORT-DATE          PIC 9(08).
           05  UP-REPORTED-AMOUNT      PIC 9(07)V99.
           05  UP-OPERATOR-ID          PIC X(08).
           05  UP-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(11).
