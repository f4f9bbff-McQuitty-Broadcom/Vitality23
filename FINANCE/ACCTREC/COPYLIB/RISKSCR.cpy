      *****************************************************************
      * RISKSCR -- BEHAVIORAL CREDIT-RISK RECORD, KEYED ON THE AR     *
      *            ACCOUNT NUMBER. FINRSK01 RE-SCORES EVERY ACCOUNT   *
      *            NIGHTLY FROM HOW IT HAS ACTUALLY PAID:             *
      *              - AVERAGE DAYS FROM INVOICE TO PAYMENT (PAIDITM  *
      *                RECEIPTS MATCHED TO THEIR OPENITM INVOICE),    *
      *              - PROMISES BROKEN (PROMREC),                     *
      *              - THE HIGHEST DUNNING LEVEL REACHED (LTRHIST),   *
      *              - RETURNED RECEIPTS (PAIDITM) AND REVERSALS      *
      *                (TRNHIST),                                     *
      *              - NIGHTLY RUNS SPENT OVER THE CRLIMIT LIMIT.     *
      *            PROMREC AND LTRHIST HOLD ONLY THE CURRENT PROMISE  *
      *            AND LETTER LEVEL, SO THE BROKEN-PROMISE COUNT, THE *
      *            HIGH LETTER LEVEL AND THE OVER-LIMIT COUNT ARE     *
      *            ACCUMULATED HERE; THE COUNTED-DATE FIELDS STOP A   *
      *            RERUN OF THE SAME NIGHT COUNTING TWICE.            *
      *            THE SCORE STARTS AT 100 AND EACH FACTOR TAKES ITS  *
      *            POINTS OFF; THE GRADE IS A (BEST) THROUGH E. THE   *
      *            PRIOR NIGHT'S SCORE, GRADE AND FACTOR POINTS ARE   *
      *            KEPT SO A DROP CAN BE EXPLAINED. FACTOR ORDER IN   *
      *            THE POINTS TABLES: 1 DAYS TO PAY, 2 BROKEN         *
      *            PROMISES, 3 LETTER LEVEL, 4 RETURNS, 5 REVERSALS,  *
      *            6 OVER LIMIT. READ ONLINE BY FINOLQ01.             *
      *****************************************************************
       01  RISK-RECORD.
           05  RK-ACCOUNT-NUMBER       PIC 9(08).
           05  RK-SCORE                PIC 9(03).
           05  RK-GRADE                PIC X(01).
           05  RK-SCORE-DATE           PIC 9(08).
           05  RK-PREV-SCORE           PIC 9(03).
           05  RK-PREV-GRADE           PIC X(01).
           05  RK-PREV-SCORE-DATE      PIC 9(08).
           05  RK-FACTORS.
               10  RK-AVG-DAYS-TO-PAY  PIC 9(03).
               10  RK-PAYMENTS-MEASURED PIC 9(05).
               10  RK-BROKEN-PROMISES  PIC 9(03).
               10  RK-HIGH-LETTER-LEVEL PIC 9(01).
               10  RK-RETURN-COUNT     PIC 9(03).
               10  RK-REVERSAL-COUNT   PIC 9(03).
               10  RK-DAYS-OVER-LIMIT  PIC 9(05).
           05  RK-POINTS.
               10  RK-PAY-POINTS       PIC 9(02).
               10  RK-PROMISE-POINTS   PIC 9(02).
               10  RK-LETTER-POINTS    PIC 9(02).
               10  RK-RETURN-POINTS    PIC 9(02).
               10  RK-REVERSAL-POINTS  PIC 9(02).
               10  RK-LIMIT-POINTS     PIC 9(02).
           05  FILLER REDEFINES RK-POINTS.
               10  RK-FACTOR-POINTS    PIC 9(02) OCCURS 6 TIMES.
           05  RK-PREV-POINTS.
               10  RK-PREV-FACTOR-POINTS PIC 9(02) OCCURS 6 TIMES.
           05  RK-BROKEN-COUNTED-DATE  PIC 9(08).
           05  RK-OVER-COUNTED-DATE    PIC 9(08).
           05  FILLER                  PIC X(25).
