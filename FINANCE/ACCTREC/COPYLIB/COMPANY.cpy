      *****************************************************************
      * COMPANY -- LEGAL-ENTITY (COMPANY) TABLE FOR MULTI-COMPANY AR. *
      *            ONE 80-BYTE RECORD PER SUBSIDIARY WHOSE            *
      *            RECEIVABLES WE PROCESS, KEYED BY THE TWO-BYTE      *
      *            COMPANY CODE CARRIED ON MSTRFILE, THE COMBINED     *
      *            FEED DETAIL AND THE TROY4 GL EXTRACT. EACH COMPANY *
      *            NAMES ITS OWN AR CLEARING ACCOUNT (THE FINJVG01    *
      *            VOUCHER OFFSET) AND THE INTERCOMPANY DUE-FROM /    *
      *            DUE-TO ACCOUNTS ITS VOUCHERS USE WHEN ONE COMPANY  *
      *            BOOKS ACTIVITY AGAINST ANOTHER COMPANY'S CUSTOMER. *
      *            THE FILE IS OPTIONAL -- A PROGRAM THAT FINDS IT    *
      *            ABSENT RUNS AS THE SINGLE COMPANY '01' OFFSET TO   *
      *            THE ORIGINAL CORPORATE CLEARING ACCOUNT 99999999.  *
      *            A SPACE COMPANY CODE ON ANY RECORD READS AS '01'.  *
      *****************************************************************
       01  COMPANY-RECORD.
           05  CO-COMPANY-CODE         PIC X(02).
           05  CO-COMPANY-NAME         PIC X(20).
           05  CO-CLEARING-ACCOUNT     PIC 9(08).
           05  CO-DUE-FROM-ACCOUNT     PIC 9(08).
           05  CO-DUE-TO-ACCOUNT       PIC 9(08).
           05  FILLER                  PIC X(34).
