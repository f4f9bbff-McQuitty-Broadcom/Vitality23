      *                 RUN-STATUS SCREEN SHOWS EACH STEP'S START     *
      *                 TIME BESIDE ITS RETURN CODE -- THE RECORD IS  *
      *                 NOW 460 BYTES.                                *
      * 2026-10-15  TS  ROOM FOR 40 STEPS (WAS 20) NOW THE STREAM     *
      *                 DEFINITION MAY HOLD 40 -- THE RECORD IS NOW   *
      *                 880 BYTES.                                    *
      *****************************************************************
       01  STREAM-STATUS-RECORD.
           05  SS-KEY.
           05  SS-DATE-COMPLETE-FLAG   PIC X(01).
               88  SS-DATE-COMPLETE    VALUE 'C'.
           05  SS-STEP-COUNT           PIC 9(02).
           05  SS-STEP-TABLE OCCURS 40 TIMES.
               10  SS-STEP-NAME        PIC X(08).
               10  SS-STEP-START       PIC 9(08).
               10  SS-STEP-RC          PIC 9(04).
