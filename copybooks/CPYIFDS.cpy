      ******************************************************************
      * Copybook: CPYIFDS
      * Purpose:  Extraction-log record of the permanent DOSSLOG file -
      *           one per client dossier DOSSIE produces for a data-
      *           access request: the client, who asked (the name as
      *           given, in what capacity - the client or a legal
      *           representative - and the desk's protocol number)
      *           and when the request came in, the moment of the
      *           extraction, the size of the document handed over
      *           and the client's state on the master at the time.
      *           Every extraction is logged, a repeat of the same
      *           protocol included, so the log answers "what was
      *           given to whom, and when".
      ******************************************************************
       01  DS-REGISTRO.
           03 DS-ID-CLIENTE            PIC 9(06).
           03 DS-PROTOCOLO             PIC X(12).
           03 DS-SOLICITANTE           PIC X(30).
           03 DS-QUALIDADE             PIC X.
              88 DS-TITULAR            VALUE 'T'.
              88 DS-REPRESENTANTE      VALUE 'R'.
           03 DS-DATA-PEDIDO           PIC 9(08).
           03 DS-DATA-EXTRACAO         PIC 9(08).
           03 DS-HORA-EXTRACAO         PIC 9(08).
           03 DS-PAGINAS               PIC 9(04).
           03 DS-LINHAS                PIC 9(06).
           03 DS-SITUACAO-CLIENTE      PIC X.
              88 DS-NO-CADASTRO        VALUE 'A' 'S' 'C' SPACE.
              88 DS-EXPURGADO          VALUE 'X'.
              88 DS-NAO-ENCONTRADO     VALUE 'N'.
