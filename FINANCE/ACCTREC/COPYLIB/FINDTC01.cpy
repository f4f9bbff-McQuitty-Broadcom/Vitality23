      *****************************************************************
      * FINDTC01 -- LINKAGE RECORD PASSED TO FINDTE01, THE CALENDAR   *
      *             DATE-ARITHMETIC SERVICE. THE COARSE DAY SERIAL    *
      *             (YY*372 + MM*31 + DD) IS GOOD ENOUGH TO AGE A     *
      *             BALANCE BUT CANNOT BE TURNED BACK INTO A DATE, SO *
      *             ANYTHING THAT HAS TO PRINT OR STORE A COMPUTED    *
      *             DATE (AN INVOICE DUE DATE, A NEXT BILLING DATE)   *
      *             CALLS HERE.                                       *
      *             DT-FUNCTION 'A' -- DT-BASE-DATE PLUS DT-DAY-COUNT *
      *                          (SIGNED) INTO DT-RESULT-DATE.        *
      *             DT-FUNCTION 'D' -- CALENDAR DAYS FROM DT-BASE-    *
      *                          DATE TO DT-OTHER-DATE INTO DT-DAY-   *
      *                          COUNT (NEGATIVE WHEN OTHER < BASE).  *
      *             DT-RESULT-WEEKDAY IS THE DAY OF THE WEEK OF       *
      *             DT-RESULT-DATE ('A') OR DT-BASE-DATE ('D'),       *
      *             1 = MONDAY THROUGH 7 = SUNDAY.                    *
      *             DT-RESULT-CODE: '0' OK, '8' A DATE IS NOT A       *
      *             VALID CCYYMMDD BETWEEN 1901 AND 2099, OR THE      *
      *             FUNCTION CODE IS UNKNOWN.                         *
      *****************************************************************
       01  FINDTC01-RECORD.
           05  DT-FUNCTION             PIC X(01).
               88  DT-ADD-DAYS         VALUE 'A'.
               88  DT-DAYS-BETWEEN     VALUE 'D'.
           05  DT-BASE-DATE            PIC 9(08).
           05  DT-OTHER-DATE           PIC 9(08).
           05  DT-DAY-COUNT            PIC S9(05).
           05  DT-RESULT-DATE          PIC 9(08).
           05  DT-RESULT-WEEKDAY       PIC 9(01).
           05  DT-RESULT-CODE          PIC X(01).
               88  DT-RESULT-OK        VALUE '0'.
               88  DT-BAD-DATE         VALUE '8'.
           05  FILLER                  PIC X(48).
