      ******************************************************************
      * Copybook: CPYIFCR
      * Purpose:  Outbound CRM feed of the DEMOFILE master, written
      *           nightly by CRMFEED. Framed the same way as the
      *           ACPTFILE: a header with the run date/time, the
      *           producing program and the mode, one detail record
      *           per client, and a trailer with the detail count and
      *           a hash total of the CR-ID-CLIENTE keys. In the daily
      *           mode ('D') there is one net detail per client the
      *           day's journal touched - the client's final image of
      *           the day and what happened to it overall: new,
      *           changed, closed (cancelled during the day) or
      *           removed (the image is then the last one the master
      *           held). A client inserted and deleted the same day,
      *           or changed and changed back, is not on the feed. In
      *           the baseline mode ('C') every master record goes out
      *           as new, or as closed when already cancelled, so the
      *           CRM side can rebuild its copy from scratch after an
      *           outage. The date/time and program on a detail are
      *           those of the client's last change of the day (the
      *           run's own on a baseline), with the number of journal
      *           records it nets.
      ******************************************************************
       01  CR-REGISTRO.
           03 CR-TIPO                  PIC X.
              88 CR-TIPO-CABECALHO     VALUE 'H'.
              88 CR-TIPO-DETALHE       VALUE 'D'.
              88 CR-TIPO-TRAILER       VALUE 'T'.
           03 CR-DETALHE.
              05 CR-MOVIMENTO          PIC X.
                 88 CR-NOVO            VALUE 'N'.
                 88 CR-ALTERADO        VALUE 'A'.
                 88 CR-ENCERRADO       VALUE 'F'.
                 88 CR-REMOVIDO        VALUE 'R'.
              05 CR-IMAGEM.
                 07 CR-ID-CLIENTE      PIC 9(06).
                 07 FILLER             PIC X(17).
              05 CR-DATA               PIC 9(08).
              05 CR-HORA               PIC 9(08).
              05 CR-PROGRAMA           PIC X(08).
              05 CR-QTD-ALTERACOES     PIC 9(04).
           03 CR-CABECALHO REDEFINES CR-DETALHE.
              05 CR-CAB-DATA           PIC 9(08).
              05 CR-CAB-HORA           PIC 9(08).
              05 CR-CAB-PROGRAMA       PIC X(08).
              05 CR-CAB-MODO           PIC X.
                 88 CR-MODO-DIARIO     VALUE 'D'.
                 88 CR-MODO-CARGA      VALUE 'C'.
              05 FILLER                PIC X(27).
           03 CR-TRAILER REDEFINES CR-DETALHE.
              05 CR-TRL-CONTAGEM       PIC 9(07).
              05 CR-TRL-HASH           PIC 9(13).
              05 CR-TRL-MODO           PIC X.
              05 FILLER                PIC X(31).
