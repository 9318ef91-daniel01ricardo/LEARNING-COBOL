      ******************************************************************
      * Copybook: CPYIFPA
      * Purpose:  Pending-approval record for the dual-control online
      *           maintenance - one per sensitive change the desk
      *           keyed on CICPGM3 (a delete, or a change to
      *           DM-STATUS or DM-LINHA, the fields the edit's
      *           thresholds hang on), keyed on the APRVFILE KSDS by
      *           client id plus the date and time it was asked for.
      *           Carries the master as the desk saw it and the
      *           image it wants applied, who asked and from which
      *           terminal, and - once a supervisor on CICPGM5 acts
      *           on it - who decided, when, and the reason for a
      *           refusal. Decided records stay on file as the
      *           four-eyes trail; APRVPEND lists the ones still
      *           pending when the batch window opens.
      ******************************************************************
       01  PA-REGISTRO.
           03 PA-CHAVE.
              05 PA-ID-CLIENTE         PIC 9(06).
              05 PA-DATA-PEDIDO        PIC 9(08).
              05 PA-HORA-PEDIDO        PIC 9(08).
           03 PA-SITUACAO              PIC X.
              88 PA-PENDENTE           VALUE 'P'.
              88 PA-APROVADO           VALUE 'A'.
              88 PA-RECUSADO           VALUE 'R'.
           03 PA-ACAO                  PIC X.
              88 PA-ALTERACAO          VALUE 'A'.
              88 PA-EXCLUSAO           VALUE 'E'.
           03 PA-IMAGEM-ANTES          PIC X(23).
           03 PA-IMAGEM-DEPOIS         PIC X(23).
           03 PA-USUARIO-PEDIDO        PIC X(08).
           03 PA-TERMINAL-PEDIDO       PIC X(04).
           03 PA-USUARIO-DECISAO       PIC X(08).
           03 PA-TERMINAL-DECISAO      PIC X(04).
           03 PA-DATA-DECISAO          PIC 9(08).
           03 PA-HORA-DECISAO          PIC 9(08).
           03 PA-MOTIVO-RECUSA         PIC X(30).
