      ******************************************************************
      * Copybook: CICMAP6
      * Purpose:  Symbolic map for mapset CICMAP6 (see bms/CICMAP6.bms).
      *           Generated from the BMS source - do not hand-edit the
      *           field layout without re-running the map assembly.
      ******************************************************************
       01  CICMAP6I.
           02 FILLER                  PIC X(12).
           02 CLIEL                   COMP PIC S9(4).
           02 CLIEF                   PIC X.
           02 FILLER REDEFINES CLIEF.
              03 CLIEA                PIC X.
           02 CLIEI                   PIC X(6).
           02 EMPRL                   COMP PIC S9(4).
           02 EMPRF                   PIC X.
           02 FILLER REDEFINES EMPRF.
              03 EMPRA                PIC X.
           02 EMPRI                   PIC X(8).
           02 DTQTL                   COMP PIC S9(4).
           02 DTQTF                   PIC X.
           02 FILLER REDEFINES DTQTF.
              03 DTQTA                PIC X.
           02 DTQTI                   PIC X(8).
           02 CABEL                   COMP PIC S9(4).
           02 CABEF                   PIC X.
           02 FILLER REDEFINES CABEF.
              03 CABEA                PIC X.
           02 CABEI                   PIC X(70).
           02 DET01L                  COMP PIC S9(4).
           02 DET01F                  PIC X.
           02 FILLER REDEFINES DET01F.
              03 DET01A               PIC X.
           02 DET01I                  PIC X(70).
           02 DET02L                  COMP PIC S9(4).
           02 DET02F                  PIC X.
           02 FILLER REDEFINES DET02F.
              03 DET02A               PIC X.
           02 DET02I                  PIC X(70).
           02 DET03L                  COMP PIC S9(4).
           02 DET03F                  PIC X.
           02 FILLER REDEFINES DET03F.
              03 DET03A               PIC X.
           02 DET03I                  PIC X(70).
           02 DET04L                  COMP PIC S9(4).
           02 DET04F                  PIC X.
           02 FILLER REDEFINES DET04F.
              03 DET04A               PIC X.
           02 DET04I                  PIC X(70).
           02 DET05L                  COMP PIC S9(4).
           02 DET05F                  PIC X.
           02 FILLER REDEFINES DET05F.
              03 DET05A               PIC X.
           02 DET05I                  PIC X(70).
           02 DET06L                  COMP PIC S9(4).
           02 DET06F                  PIC X.
           02 FILLER REDEFINES DET06F.
              03 DET06A               PIC X.
           02 DET06I                  PIC X(70).
           02 DET07L                  COMP PIC S9(4).
           02 DET07F                  PIC X.
           02 FILLER REDEFINES DET07F.
              03 DET07A               PIC X.
           02 DET07I                  PIC X(70).
           02 DET08L                  COMP PIC S9(4).
           02 DET08F                  PIC X.
           02 FILLER REDEFINES DET08F.
              03 DET08A               PIC X.
           02 DET08I                  PIC X(70).
           02 DET09L                  COMP PIC S9(4).
           02 DET09F                  PIC X.
           02 FILLER REDEFINES DET09F.
              03 DET09A               PIC X.
           02 DET09I                  PIC X(70).
           02 DET10L                  COMP PIC S9(4).
           02 DET10F                  PIC X.
           02 FILLER REDEFINES DET10F.
              03 DET10A               PIC X.
           02 DET10I                  PIC X(70).
           02 COT1L                   COMP PIC S9(4).
           02 COT1F                   PIC X.
           02 FILLER REDEFINES COT1F.
              03 COT1A                PIC X.
           02 COT1I                   PIC X(79).
           02 COT2L                   COMP PIC S9(4).
           02 COT2F                   PIC X.
           02 FILLER REDEFINES COT2F.
              03 COT2A                PIC X.
           02 COT2I                   PIC X(79).
           02 MSGLL                   COMP PIC S9(4).
           02 MSGLF                   PIC X.
           02 FILLER REDEFINES MSGLF.
              03 MSGLA                PIC X.
           02 MSGLI                   PIC X(79).
       01  CICMAP6O REDEFINES CICMAP6I.
           02 FILLER                  PIC X(12).
           02 CLIEC                   PIC X.
           02 CLIEO                   PIC X(6).
           02 EMPRC                   PIC X.
           02 EMPRO                   PIC X(8).
           02 DTQTC                   PIC X.
           02 DTQTO                   PIC X(8).
           02 CABEC                   PIC X.
           02 CABEO                   PIC X(70).
           02 DET01C                  PIC X.
           02 DET01O                  PIC X(70).
           02 DET02C                  PIC X.
           02 DET02O                  PIC X(70).
           02 DET03C                  PIC X.
           02 DET03O                  PIC X(70).
           02 DET04C                  PIC X.
           02 DET04O                  PIC X(70).
           02 DET05C                  PIC X.
           02 DET05O                  PIC X(70).
           02 DET06C                  PIC X.
           02 DET06O                  PIC X(70).
           02 DET07C                  PIC X.
           02 DET07O                  PIC X(70).
           02 DET08C                  PIC X.
           02 DET08O                  PIC X(70).
           02 DET09C                  PIC X.
           02 DET09O                  PIC X(70).
           02 DET10C                  PIC X.
           02 DET10O                  PIC X(70).
           02 COT1C                   PIC X.
           02 COT1O                   PIC X(79).
           02 COT2C                   PIC X.
           02 COT2O                   PIC X(79).
           02 MSGLC                   PIC X.
           02 MSGLO                   PIC X(79).
