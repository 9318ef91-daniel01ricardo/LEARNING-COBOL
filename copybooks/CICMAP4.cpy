           02 FILLER REDEFINES FILTF.
              03 FILTA                PIC X.
           02 FILTI                   PIC X(6).
           02 REVL                    COMP PIC S9(4).
           02 REVF                    PIC X.
           02 FILLER REDEFINES REVF.
              03 REVA                 PIC X.
           02 REVI                    PIC X(49).
           02 DET01L                  COMP PIC S9(4).
           02 DET01F                  PIC X.
           02 FILLER REDEFINES DET01F.
           02 FILLER                  PIC X(12).
           02 FILTC                   PIC X.
           02 FILTO                   PIC X(6).
           02 REVC                    PIC X.
           02 REVO                    PIC X(49).
           02 DET01C                  PIC X.
           02 DET01O                  PIC X(70).
           02 DET02C                  PIC X.
