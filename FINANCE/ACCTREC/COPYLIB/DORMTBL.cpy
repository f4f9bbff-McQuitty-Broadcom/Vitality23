      *****************************************************************
      * DORMTBL -- UNCLAIMED-PROPERTY DORMANCY TABLE CARD, READ BY    *
      *            FINESC01. ONE CARD PER ROW. DM-POSTAL-PREFIX IS    *
      *            THE LEADING CHARACTERS OF THE CUSTOMER'S POSTAL    *
      *            CODE (SEE NAMADDR) THE ROW COVERS; THE LONGEST     *
      *            MATCHING PREFIX WINS. THE ROW WITH DM-POSTAL-PREFIX*
      *            '*DFLT*' IS THE HOLDER'S OWN STATE, WHICH TAKES    *
      *            EVERY ACCOUNT WITH NO ADDRESS OR NO MATCHING ROW,  *
      *            AND MUST BE PRESENT.                               *
      *            DM-STATE-CODE     STATE THE PROPERTY IS REPORTED TO*
      *            DM-DORMANCY-YEARS YEARS WITHOUT ACTIVITY BEFORE A  *
      *                              CREDIT BALANCE IS PRESUMED       *
      *                              ABANDONED                        *
      *            DM-LETTER-MINIMUM DUE-DILIGENCE LETTER ONLY AT OR  *
      *                              ABOVE THIS AMOUNT (ZERO = ALWAYS)*
      *            DM-RESPONSE-DAYS  DAYS THE OWNER IS GIVEN TO ANSWER*
      *                              THE LETTER BEFORE THE BALANCE IS *
      *                              REPORTED (ZERO = 60)             *
      *****************************************************************
       01  DORMANCY-TABLE-RECORD.
           05  DM-POSTAL-PREFIX        PIC X(08).
               88  DM-DEFAULT-ROW      VALUE '*DFLT*'.
           05  DM-STATE-CODE           PIC X(02).
           05  DM-DORMANCY-YEARS       PIC 9(02).
           05  DM-LETTER-MINIMUM       PIC 9(05)V99.
           05  DM-RESPONSE-DAYS        PIC 9(03).
           05  FILLER                  PIC X(58).
