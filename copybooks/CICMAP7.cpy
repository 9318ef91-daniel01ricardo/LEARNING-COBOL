      ******************************************************************
      * Copybook: CICMAP7
      * Purpose:  Symbolic map for mapset CICMAP7 (see bms/CICMAP7.bms).
      *           Generated from the BMS source - do not hand-edit the
      *           field layout without re-running the map assembly.
      ******************************************************************
       01  CICMAP7I.
           02 FILLER                  PIC X(12).
           02 CLIEL                   COMP PIC S9(4).
           02 CLIEF                   PIC X.
           02 FILLER REDEFINES CLIEF.
              03 CLIEA                PIC X.
           02 CLIEI                   PIC X(6).
           02 ACAOL                   COMP PIC S9(4).
           02 ACAOF                   PIC X.
           02 FILLER REDEFINES ACAOF.
              03 ACAOA                PIC X.
           02 ACAOI                   PIC X(1).
           02 DTEFL                   COMP PIC S9(4).
           02 DTEFF                   PIC X.
           02 FILLER REDEFINES DTEFF.
              03 DTEFA                PIC X.
           02 DTEFI                   PIC X(8).
           02 STATL                   COMP PIC S9(4).
           02 STATF                   PIC X.
           02 FILLER REDEFINES STATF.
              03 STATA                PIC X.
           02 STATI                   PIC X(1).
           02 LINHL                   COMP PIC S9(4).
           02 LINHF                   PIC X.
           02 FILLER REDEFINES LINHF.
              03 LINHA                PIC X.
           02 LINHI                   PIC X(2).
           02 CODGL                   COMP PIC S9(4).
           02 CODGF                   PIC X.
           02 FILLER REDEFINES CODGF.
              03 CODGA                PIC X.
           02 CODGI                   PIC X(1).
           02 CMPOL                   COMP PIC S9(4).
           02 CMPOF                   PIC X.
           02 FILLER REDEFINES CMPOF.
              03 CMPOA                PIC X.
           02 CMPOI                   PIC X(2).
           02 DADOL                   COMP PIC S9(4).
           02 DADOF                   PIC X.
           02 FILLER REDEFINES DADOF.
              03 DADOA                PIC X.
           02 DADOI                   PIC X(2).
           02 MASTL                   COMP PIC S9(4).
           02 MASTF                   PIC X.
           02 FILLER REDEFINES MASTF.
              03 MASTA                PIC X.
           02 MASTI                   PIC X(79).
           02 PARML                   COMP PIC S9(4).
           02 PARMF                   PIC X.
           02 FILLER REDEFINES PARMF.
              03 PARMA                PIC X.
           02 PARMI                   PIC X(79).
           02 RESUL                   COMP PIC S9(4).
           02 RESUF                   PIC X.
           02 FILLER REDEFINES RESUF.
              03 RESUA                PIC X.
           02 RESUI                   PIC X(79).
           02 MSGLL                   COMP PIC S9(4).
           02 MSGLF                   PIC X.
           02 FILLER REDEFINES MSGLF.
              03 MSGLA                PIC X.
           02 MSGLI                   PIC X(79).
       01  CICMAP7O REDEFINES CICMAP7I.
           02 FILLER                  PIC X(12).
           02 CLIEC                   PIC X.
           02 CLIEO                   PIC X(6).
           02 ACAOC                   PIC X.
           02 ACAOO                   PIC X(1).
           02 DTEFC                   PIC X.
           02 DTEFO                   PIC X(8).
           02 STATC                   PIC X.
           02 STATO                   PIC X(1).
           02 LINHC                   PIC X.
           02 LINHO                   PIC X(2).
           02 CODGC                   PIC X.
           02 CODGO                   PIC X(1).
           02 CMPOC                   PIC X.
           02 CMPOO                   PIC X(2).
           02 DADOC                   PIC X.
           02 DADOO                   PIC X(2).
           02 MASTC                   PIC X.
           02 MASTO                   PIC X(79).
           02 PARMC                   PIC X.
           02 PARMO                   PIC X(79).
           02 RESUC                   PIC X.
           02 RESUO                   PIC X(79).
           02 MSGLC                   PIC X.
           02 MSGLO                   PIC X(79).
