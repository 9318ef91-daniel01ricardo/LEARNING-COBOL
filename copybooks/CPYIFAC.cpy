      *           and a trailer closes it with the detail count and a
      *           hash total of the AC-ID-CLIENTE keys. ACPTVRFY
      *           re-derives count and hash from the content and
      *           fails the hand-off on any mismatch. A slice of a
      *           partitioned edit frames its own file the same way
      *           and also carries its partition number on header and
      *           trailer, plus its control totals on the trailer, so
      *           PARTMRG can rebuild the day's single frame and the
      *           combined CHKFILE totals from the slices alone; the
      *           fields stay blank on the file handed off.
      ******************************************************************
       01  AC-REGISTRO.
           03 AC-TIPO                  PIC X.
           03 AC-CABECALHO REDEFINES AC-DETALHE.
              05 AC-CAB-DATA           PIC 9(08).
              05 AC-CAB-PROGRAMA       PIC X(08).
              05 AC-CAB-PARTICAO       PIC XX.
              05 FILLER                PIC X(45).
           03 AC-TRAILER REDEFINES AC-DETALHE.
              05 AC-TRL-CONTAGEM       PIC 9(07).
              05 AC-TRL-HASH           PIC 9(13).
              05 AC-TRL-PARTICAO       PIC XX.
              05 AC-TRL-LIDOS          PIC 9(07).
              05 AC-TRL-REJEITADOS     PIC 9(07).
              05 AC-TRL-AVISOS         PIC 9(07).
              05 AC-TRL-ESCALADOS      PIC 9(07).
              05 FILLER                PIC X(13).
