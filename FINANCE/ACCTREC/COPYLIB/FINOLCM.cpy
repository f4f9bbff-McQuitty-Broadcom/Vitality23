      *****************************************************************
      * FINOLCM -- COBOL SYMBOLIC MAP FOR THE FOLCMAP SCREEN IN THE   *
      *            FINOLCS MAPSET, HAND-KEPT IN STEP WITH THE BMS     *
      *            SOURCE (SEE FINOLCS IN THE BMS LIBRARY). FIELD     *
      *            ORDER, LENGTHS AND THE TIOA PREFIX MUST MATCH THE  *
      *            DSECT THE ASSEMBLER WOULD GENERATE.                *
      *****************************************************************
       01  FOLCMAPI.
           05  FILLER              PIC X(12).
           05  ACCTL               PIC S9(04) COMP.
           05  ACCTF               PIC X(01).
           05  ACCTI               PIC X(08).
           05  CNAML               PIC S9(04) COMP.
           05  CNAMF               PIC X(01).
           05  CNAMI               PIC X(10).
           05  CDTEL               PIC S9(04) COMP.
           05  CDTEF               PIC X(01).
           05  CDTEI               PIC X(08).
           05  CTIML               PIC S9(04) COMP.
           05  CTIMF               PIC X(01).
           05  CTIMI               PIC X(08).
           05  COLLL               PIC S9(04) COMP.
           05  COLLF               PIC X(01).
           05  COLLI               PIC X(08).
           05  CTYPL               PIC S9(04) COMP.
           05  CTYPF               PIC X(01).
           05  CTYPI               PIC X(12).
           05  COUTL               PIC S9(04) COMP.
           05  COUTF               PIC X(01).
           05  COUTI               PIC X(20).
           05  SRCEL               PIC S9(04) COMP.
           05  SRCEF               PIC X(01).
           05  SRCEI               PIC X(08).
           05  CTX1L               PIC S9(04) COMP.
           05  CTX1F               PIC X(01).
           05  CTX1I               PIC X(60).
           05  CTX2L               PIC S9(04) COMP.
           05  CTX2F               PIC X(01).
           05  CTX2I               PIC X(60).
           05  NTYPL               PIC S9(04) COMP.
           05  NTYPF               PIC X(01).
           05  NTYPI               PIC X(01).
           05  NOUTL               PIC S9(04) COMP.
           05  NOUTF               PIC X(01).
           05  NOUTI               PIC X(02).
           05  NTX1L               PIC S9(04) COMP.
           05  NTX1F               PIC X(01).
           05  NTX1I               PIC X(60).
           05  NTX2L               PIC S9(04) COMP.
           05  NTX2F               PIC X(01).
           05  NTX2I               PIC X(60).
           05  MSGL                PIC S9(04) COMP.
           05  MSGF                PIC X(01).
           05  MSGI                PIC X(60).
       01  FOLCMAPO REDEFINES FOLCMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(02).
           05  ACCTA               PIC X(01).
           05  ACCTO               PIC X(08).
           05  FILLER              PIC X(02).
           05  CNAMA               PIC X(01).
           05  CNAMO               PIC X(10).
           05  FILLER              PIC X(02).
           05  CDTEA               PIC X(01).
           05  CDTEO               PIC X(08).
           05  FILLER              PIC X(02).
           05  CTIMA               PIC X(01).
           05  CTIMO               PIC X(08).
           05  FILLER              PIC X(02).
           05  COLLA               PIC X(01).
           05  COLLO               PIC X(08).
           05  FILLER              PIC X(02).
           05  CTYPA               PIC X(01).
           05  CTYPO               PIC X(12).
           05  FILLER              PIC X(02).
           05  COUTA               PIC X(01).
           05  COUTO               PIC X(20).
           05  FILLER              PIC X(02).
           05  SRCEA               PIC X(01).
           05  SRCEO               PIC X(08).
           05  FILLER              PIC X(02).
           05  CTX1A               PIC X(01).
           05  CTX1O               PIC X(60).
           05  FILLER              PIC X(02).
           05  CTX2A               PIC X(01).
           05  CTX2O               PIC X(60).
           05  FILLER              PIC X(02).
           05  NTYPA               PIC X(01).
           05  NTYPO               PIC X(01).
           05  FILLER              PIC X(02).
           05  NOUTA               PIC X(01).
           05  NOUTO               PIC X(02).
           05  FILLER              PIC X(02).
           05  NTX1A               PIC X(01).
           05  NTX1O               PIC X(60).
           05  FILLER              PIC X(02).
           05  NTX2A               PIC X(01).
           05  NTX2O               PIC X(60).
           05  FILLER              PIC X(02).
           05  MSGA                PIC X(01).
           05  MSGO                PIC X(60).
