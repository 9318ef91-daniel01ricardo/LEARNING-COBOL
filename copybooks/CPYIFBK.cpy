      ******************************************************************
      * Copybook: CPYIFBK
      * Purpose:  Sequential backup image of the DEMOFILE master,
      *           unloaded nightly by DEMOBKUP and reloaded by
      *           DEMORCVR. Framed the same way as the ACPTFILE: a
      *           header carrying the backup date/time and the
      *           producing program, one detail record per master
      *           record in key order (the DM-REGISTRO bytes as they
      *           stood), and a trailer repeating the date/time with
      *           the detail count and a hash total of the
      *           DM-ID-CLIENTE keys. The header/trailer date and
      *           time are the backup's sync point - the journal
      *           marker DEMOBKUP writes carries the same values.
      ******************************************************************
       01  BK-REGISTRO.
           03 BK-TIPO                  PIC X.
              88 BK-TIPO-CABECALHO     VALUE 'H'.
              88 BK-TIPO-DETALHE       VALUE 'D'.
              88 BK-TIPO-TRAILER       VALUE 'T'.
           03 BK-DETALHE.
              05 BK-IMAGEM.
                 07 BK-ID-CLIENTE      PIC 9(06).
                 07 FILLER             PIC X(17).
              05 FILLER                PIC X(13).
           03 BK-CABECALHO REDEFINES BK-DETALHE.
              05 BK-CAB-DATA           PIC 9(08).
              05 BK-CAB-HORA           PIC 9(08).
              05 BK-CAB-PROGRAMA       PIC X(08).
              05 FILLER                PIC X(12).
           03 BK-TRAILER REDEFINES BK-DETALHE.
              05 BK-TRL-DATA           PIC 9(08).
              05 BK-TRL-HORA           PIC 9(08).
              05 BK-TRL-CONTAGEM       PIC 9(07).
              05 BK-TRL-HASH           PIC 9(13).
