      *           (ITS RUN COUNT AND GRAND TOTAL) SO FINAPL01 CAN     *
      *           PROVE NO INTENT RECORDS WERE LOST BETWEEN THE BOOK  *
      *           AND THE APPLY.                                      *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      * 2026-09-22  TS  UI-COMPANY-CODE ADDED -- THE COMPANY (SEE     *
      *                 COMPANY) THAT OWNS THE ACCOUNT, SO FINAPL01   *
      *                 OPENS A NEW ACCOUNT UNDER IT. SPACES (A BOOK  *
      *                 THAT DOES NOT STAMP IT) READS AS '01'.        *
      *****************************************************************
       01  UPDATE-INTENT-RECORD.
           05  UI-REC-TYPE             PIC X(01).
           05  UI-REFERENCE-CODE       PIC X(06).
           05  UI-UPDATE-DATE          PIC 9(08).
           05  UI-LINE-TOTAL           PIC S9(13)V99.
           05  UI-COMPANY-CODE         PIC X(02).
           05  FILLER                  PIC X(10).
       01  UPDATE-INTENT-TOTAL-RECORD REDEFINES UPDATE-INTENT-RECORD.
           05  FILLER                  PIC X(09).
           05  UI-TRL-RECORD-COUNT     PIC 9(07).
