      *****************************************************************
      * FINOLJM -- COBOL SYMBOLIC MAP FOR THE FOLJMAP SCREEN IN THE   *
      *            FINOLJS MAPSET, HAND-KEPT IN STEP WITH THE BMS     *
      *            SOURCE (SEE FINOLJS IN THE BMS LIBRARY). FIELD     *
      *            ORDER, LENGTHS AND THE TIOA PREFIX MUST MATCH THE  *
      *            DSECT THE ASSEMBLER WOULD GENERATE.                *
      *****************************************************************
       01  FOLJMAPI.
           05  FILLER              PIC X(12).
           05  ACCTL               PIC S9(04) COMP.
           05  ACCTF               PIC X(01).
           05  ACCTI               PIC X(08).
           05  JDTEL               PIC S9(04) COMP.
           05  JDTEF               PIC X(01).
           05  JDTEI               PIC X(08).
           05  JTIML               PIC S9(04) COMP.
           05  JTIMF               PIC X(01).
           05  JTIMI               PIC X(08).
           05  SRCEL               PIC S9(04) COMP.
           05  SRCEF               PIC X(01).
           05  SRCEI               PIC X(08).
           05  ACTNL               PIC S9(04) COMP.
           05  ACTNF               PIC X(01).
           05  ACTNI               PIC X(06).
           05  ONAML               PIC S9(04) COMP.
           05  ONAMF               PIC X(01).
           05  ONAMI               PIC X(10).
           05  NNAML               PIC S9(04) COMP.
           05  NNAMF               PIC X(01).
           05  NNAMI               PIC X(10).
           05  ODSCL               PIC S9(04) COMP.
           05  ODSCF               PIC X(01).
           05  ODSCI               PIC X(20).
           05  NDSCL               PIC S9(04) COMP.
           05  NDSCF               PIC X(01).
           05  NDSCI               PIC X(20).
           05  OAM1L               PIC S9(04) COMP.
           05  OAM1F               PIC X(01).
           05  OAM1I               PIC X(08).
           05  NAM1L               PIC S9(04) COMP.
           05  NAM1F               PIC X(01).
           05  NAM1I               PIC X(08).
           05  OAM2L               PIC S9(04) COMP.
           05  OAM2F               PIC X(01).
           05  OAM2I               PIC X(08).
           05  NAM2L               PIC S9(04) COMP.
           05  NAM2F               PIC X(01).
           05  NAM2I               PIC X(08).
           05  OREFL               PIC S9(04) COMP.
           05  OREFF               PIC X(01).
           05  OREFI               PIC X(06).
           05  NREFL               PIC S9(04) COMP.
           05  NREFF               PIC X(01).
           05  NREFI               PIC X(06).
           05  OSRCL               PIC S9(04) COMP.
           05  OSRCF               PIC X(01).
           05  OSRCI               PIC X(08).
           05  NSRCL               PIC S9(04) COMP.
           05  NSRCF               PIC X(01).
           05  NSRCI               PIC X(08).
           05  OLUDL               PIC S9(04) COMP.
           05  OLUDF               PIC X(01).
           05  OLUDI               PIC X(08).
           05  NLUDL               PIC S9(04) COMP.
           05  NLUDF               PIC X(01).
           05  NLUDI               PIC X(08).
           05  ORFDL               PIC S9(04) COMP.
           05  ORFDF               PIC X(01).
           05  ORFDI               PIC X(01).
           05  NRFDL               PIC S9(04) COMP.
           05  NRFDF               PIC X(01).
           05  NRFDI               PIC X(01).
           05  OSTSL               PIC S9(04) COMP.
           05  OSTSF               PIC X(01).
           05  OSTSI               PIC X(01).
           05  NSTSL               PIC S9(04) COMP.
           05  NSTSF               PIC X(01).
           05  NSTSI               PIC X(01).
           05  OCOL                PIC S9(04) COMP.
           05  OCOF                PIC X(01).
           05  OCOI                PIC X(02).
           05  NCOL                PIC S9(04) COMP.
           05  NCOF                PIC X(01).
           05  NCOI                PIC X(02).
           05  MSGL                PIC S9(04) COMP.
           05  MSGF                PIC X(01).
           05  MSGI                PIC X(60).
       01  FOLJMAPO REDEFINES FOLJMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(02).
           05  ACCTA               PIC X(01).
           05  ACCTO               PIC X(08).
           05  FILLER              PIC X(02).
           05  JDTEA               PIC X(01).
           05  JDTEO               PIC X(08).
           05  FILLER              PIC X(02).
           05  JTIMA               PIC X(01).
           05  JTIMO               PIC X(08).
           05  FILLER              PIC X(02).
           05  SRCEA               PIC X(01).
           05  SRCEO               PIC X(08).
           05  FILLER              PIC X(02).
           05  ACTNA               PIC X(01).
           05  ACTNO               PIC X(06).
           05  FILLER              PIC X(02).
           05  ONAMA               PIC X(01).
           05  ONAMO               PIC X(10).
           05  FILLER              PIC X(02).
           05  NNAMA               PIC X(01).
           05  NNAMO               PIC X(10).
           05  FILLER              PIC X(02).
           05  ODSCA               PIC X(01).
           05  ODSCO               PIC X(20).
           05  FILLER              PIC X(02).
           05  NDSCA               PIC X(01).
           05  NDSCO               PIC X(20).
           05  FILLER              PIC X(02).
           05  OAM1A               PIC X(01).
           05  OAM1O               PIC X(08).
           05  FILLER              PIC X(02).
           05  NAM1A               PIC X(01).
           05  NAM1O               PIC X(08).
           05  FILLER              PIC X(02).
           05  OAM2A               PIC X(01).
           05  OAM2O               PIC X(08).
           05  FILLER              PIC X(02).
           05  NAM2A               PIC X(01).
           05  NAM2O               PIC X(08).
           05  FILLER              PIC X(02).
           05  OREFA               PIC X(01).
           05  OREFO               PIC X(06).
           05  FILLER              PIC X(02).
           05  NREFA               PIC X(01).
           05  NREFO               PIC X(06).
           05  FILLER              PIC X(02).
           05  OSRCA               PIC X(01).
           05  OSRCO               PIC X(08).
           05  FILLER              PIC X(02).
           05  NSRCA               PIC X(01).
           05  NSRCO               PIC X(08).
           05  FILLER              PIC X(02).
           05  OLUDA               PIC X(01).
           05  OLUDO               PIC X(08).
           05  FILLER              PIC X(02).
           05  NLUDA               PIC X(01).
           05  NLUDO               PIC X(08).
           05  FILLER              PIC X(02).
           05  ORFDA               PIC X(01).
           05  ORFDO               PIC X(01).
           05  FILLER              PIC X(02).
           05  NRFDA               PIC X(01).
           05  NRFDO               PIC X(01).
           05  FILLER              PIC X(02).
           05  OSTSA               PIC X(01).
           05  OSTSO               PIC X(01).
           05  FILLER              PIC X(02).
           05  NSTSA               PIC X(01).
           05  NSTSO               PIC X(01).
           05  FILLER              PIC X(02).
           05  OCOA                PIC X(01).
           05  OCOO                PIC X(02).
           05  FILLER              PIC X(02).
           05  NCOA                PIC X(01).
           05  NCOO                PIC X(02).
           05  FILLER              PIC X(02).
           05  MSGA                PIC X(01).
           05  MSGO                PIC X(60).
