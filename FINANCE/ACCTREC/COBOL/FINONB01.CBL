      ******************************************************************
      * MODIFICATION HISTORY
      * 2026-09-02  TS   INITIAL VERSION.
      * 2026-10-15  TS   THE MASTER JOURNAL DATE IS NOW ACCEPTED AS
      *                  CCYYMMDD, THE FORM FINOLQ01 ALREADY WRITES, SO
      *                  READERS CAN COMPARE IT WITH THE BUSINESS DATE.
      ******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
029200     MOVE SPACES TO JL-BEFORE-IMAGE.
029300     MOVE MASTER-RECORD TO JL-AFTER-IMAGE.
029400     MOVE 'FINONB01' TO JL-SOURCE-PROGRAM.
029500     ACCEPT JL-JOURNAL-DATE FROM DATE YYYYMMDD.
029600     ACCEPT JL-JOURNAL-TIME FROM TIME.
029700     WRITE MASTER-JOURNAL-RECORD.
029800******************************************************************
