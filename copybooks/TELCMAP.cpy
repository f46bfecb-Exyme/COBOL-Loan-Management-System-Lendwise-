      ******************************************************
      *  SYMBOLIC MAP FOR MAPSET TELCMAP (TELLER DRAWER
      *  CLOSE-OUT SCREEN) - FIELDS AS GENERATED BY BMS.
      ******************************************************

       01 TELCMAPI.
          02 FILLER        PIC X(12).
          02 CNTAMTL       PIC S9(4) USAGE COMP.
          02 CNTAMTF       PIC X.
          02 FILLER REDEFINES CNTAMTF.
             03 CNTAMTA    PIC X.
          02 CNTAMTI       PIC X(15).
          02 CONFRML       PIC S9(4) USAGE COMP.
          02 CONFRMF       PIC X.
          02 FILLER REDEFINES CONFRMF.
             03 CONFRMA    PIC X.
          02 CONFRMI       PIC X(1).
          02 RSLTL         PIC S9(4) USAGE COMP.
          02 RSLTF         PIC X.
          02 FILLER REDEFINES RSLTF.
             03 RSLTA      PIC X.
          02 RSLTI         PIC X(70).
          02 MSGL          PIC S9(4) USAGE COMP.
          02 MSGF          PIC X.
          02 FILLER REDEFINES MSGF.
             03 MSGA       PIC X.
          02 MSGI          PIC X(60).

       01 TELCMAPO REDEFINES TELCMAPI.
          02 FILLER        PIC X(12).
          02 FILLER        PIC X(3).
          02 CNTAMTO       PIC X(15).
          02 FILLER        PIC X(3).
          02 CONFRMO       PIC X(1).
          02 FILLER        PIC X(3).
          02 RSLTO         PIC X(70).
          02 FILLER        PIC X(3).
          02 MSGO          PIC X(60).
