      ******************************************************************
      * Copybook: CICMAP5
      * Purpose:  Symbolic map for mapset CICMAP5 (see bms/CICMAP5.bms).
      *           Generated from the BMS source - do not hand-edit the
      *           field layout without re-running the map assembly.
      ******************************************************************
       01  CICMAP5I.
           02 FILLER                  PIC X(12).
           02 FILTL                   COMP PIC S9(4).
           02 FILTF                   PIC X.
           02 FILLER REDEFINES FILTF.
              03 FILTA                PIC X.
           02 FILTI                   PIC X(6).
           02 PEDIL                   COMP PIC S9(4).
           02 PEDIF                   PIC X.
           02 FILLER REDEFINES PEDIF.
              03 PEDIA                PIC X.
           02 PEDII                   PIC X(60).
           02 ATUAL                   COMP PIC S9(4).
           02 ATUAF                   PIC X.
           02 FILLER REDEFINES ATUAF.
              03 ATUAA                PIC X.
           02 ATUAI                   PIC X(60).
           02 NOVOL                   COMP PIC S9(4).
           02 NOVOF                   PIC X.
           02 FILLER REDEFINES NOVOF.
              03 NOVOA                PIC X.
           02 NOVOI                   PIC X(60).
           02 DECIL                   COMP PIC S9(4).
           02 DECIF                   PIC X.
           02 FILLER REDEFINES DECIF.
              03 DECIA                PIC X.
           02 DECII                   PIC X(1).
           02 MOTIL                   COMP PIC S9(4).
           02 MOTIF                   PIC X.
           02 FILLER REDEFINES MOTIF.
              03 MOTIA                PIC X.
           02 MOTII                   PIC X(30).
           02 MSGLL                   COMP PIC S9(4).
           02 MSGLF                   PIC X.
           02 FILLER REDEFINES MSGLF.
              03 MSGLA                PIC X.
           02 MSGLI                   PIC X(79).
       01  CICMAP5O REDEFINES CICMAP5I.
           02 FILLER                  PIC X(12).
           02 FILTC                   PIC X.
           02 FILTO                   PIC X(6).
           02 PEDIC                   PIC X.
           02 PEDIO                   PIC X(60).
           02 ATUAC                   PIC X.
           02 ATUAO                   PIC X(60).
           02 NOVOC                   PIC X.
           02 NOVOO                   PIC X(60).
           02 DECIC                   PIC X.
           02 DECIO                   PIC X(1).
           02 MOTIC                   PIC X.
           02 MOTIO                   PIC X(30).
           02 MSGLC                   PIC X.
           02 MSGLO                   PIC X(79).
