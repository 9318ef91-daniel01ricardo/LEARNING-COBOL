      *          in alongside the batch JRNFILE generations for the
      *          DEMORCVR replay. Authorization is transaction-level
      *          CICS security - only the maintenance desk's
      *          operators are signed on to the transaction. The
      *          journal record names the signed-on user id and the
      *          terminal that made the change. Deletes and changes
      *          to DM-STATUS or DM-LINHA - the fields the edit's
      *          thresholds hang on - do not apply here: they go to
      *          the APRVFILE pending-approval KSDS (CPYIFPA) with
      *          the master as the desk saw it, and apply only when
      *          a different operator approves them on CICPGM5. One
      *          pending request per client at a time. Adds and the
      *          other changes stay immediate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-DM-DADO           PIC 99.
           03 WS-DM-SITUACAO       PIC X.
           03 WS-DM-DATA-CANCEL    PIC 9(08).
       01 WS-DM-ANTES.
      *    The master as read, kept apart so a change can be tested
      *    for the fields that need a second pair of eyes.
           03 WS-DA-ID-CLIENTE     PIC 9(06).
           03 WS-DA-STATUS         PIC 9.
           03 WS-DA-LINHA          PIC 99.
           03 FILLER               PIC X(14).
       01 WS-PA-LENGTH        PIC S9(4) COMP VALUE 140.
       01 WS-APROVACAO.
           03 WS-CHAVE-BROWSE.
              05 WS-CB-ID-CLIENTE     PIC 9(06).
              05 WS-CB-DATA           PIC 9(08).
              05 WS-CB-HORA           PIC 9(08).
           03 WS-FIM-BROWSE-SW     PIC X     VALUE 'N'.
              88 FIM-DO-BROWSE     VALUE 'S'.
           03 WS-PENDENTE-SW       PIC X     VALUE 'N'.
              88 HA-PEDIDO-PENDENTE VALUE 'S'.
       01 WS-MANUTENCAO.
           03 WS-ACAO              PIC X.
              88 WS-INCLUSAO       VALUE 'I'.
      *    convention as DEMOMNT's - spaces mean "no record".
           03 WS-IMAGEM-ANTES      PIC X(23) VALUE SPACES.
           03 WS-IMAGEM-DEPOIS     PIC X(23) VALUE SPACES.
           03 WS-JN-LENGTH         PIC S9(4) COMP VALUE 89.
           03 WS-USUARIO           PIC X(08) VALUE SPACES.
           03 WS-ABSTIME           PIC S9(15) COMP-3.
           03 WS-DATA-FORMATADA    PIC X(08).
           03 WS-HORA-FORMATADA    PIC X(06).
           COPY CPYIFJN.
           COPY CPYIFPA.
           COPY CPYIFST.
           COPY CICMAP3.
           COPY DFHAID.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-DM-REGISTRO TO WS-IMAGEM-ANTES
                   MOVE WS-DM-REGISTRO TO WS-DM-ANTES
                   PERFORM P350-MONTA-REGISTRO
                   IF WS-DM-STATUS NOT = WS-DA-STATUS
                    OR WS-DM-LINHA NOT = WS-DA-LINHA
      *                Threshold-relevant field - release the update
      *                lock and hold the change for the supervisor.
                       EXEC CICS UNLOCK FILE('DEMOFILE')
                           NOHANDLE
                       END-EXEC
                       MOVE WS-DM-REGISTRO TO WS-IMAGEM-DEPOIS
                       PERFORM P450-GRAVA-PENDENTE
                   ELSE
                       PERFORM P415-REGRAVA
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'CLIENTE NAO EXISTE NO DEMOFILE' TO MSGLO
           END-EVALUATE
           .

       P415-REGRAVA.
           EXEC CICS REWRITE FILE('DEMOFILE')
               FROM(WS-DM-REGISTRO)
               LENGTH(WS-DM-LENGTH)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-DM-REGISTRO TO WS-IMAGEM-DEPOIS
               PERFORM P600-GRAVA-JORNAL
               MOVE 'CLIENTE ALTERADO NO DEMOFILE' TO MSGLO
           ELSE
               PERFORM P900-TRATA-ERRO-CICS
           END-IF
           .

       P420-EXCLUI.
      *    A delete never applies here - it waits on APRVFILE for
      *    a supervisor, so the read takes no update lock.
           EXEC CICS READ FILE('DEMOFILE')
               INTO(WS-DM-REGISTRO)
               LENGTH(WS-DM-LENGTH)
               RIDFLD(WS-ID-CLIENTE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-DM-REGISTRO TO WS-IMAGEM-ANTES
                   MOVE SPACES TO WS-IMAGEM-DEPOIS
                   PERFORM P450-GRAVA-PENDENTE
               WHEN DFHRESP(NOTFND)
                   MOVE 'CLIENTE NAO EXISTE NO DEMOFILE' TO MSGLO
               WHEN OTHER
           END-EVALUATE
           .

       P450-GRAVA-PENDENTE.
      *    Dual control - the before image is the master as the desk
      *    saw it; CICPGM5 refuses to apply it over a master that
      *    moved in the meantime.
           PERFORM P460-VERIFICA-PENDENTE
           IF HA-PEDIDO-PENDENTE
               MOVE 'JA HA PEDIDO PENDENTE PARA O CLIENTE'
                  TO MSGLO
           ELSE
               PERFORM P610-OBTEM-DATA-HORA
               INITIALIZE PA-REGISTRO
               MOVE WS-ID-CLIENTE     TO PA-ID-CLIENTE
               MOVE WS-DATA-FORMATADA TO PA-DATA-PEDIDO
               MOVE ZERO              TO PA-HORA-PEDIDO
               MOVE WS-HORA-FORMATADA TO PA-HORA-PEDIDO (1:6)
               SET PA-PENDENTE        TO TRUE
               MOVE WS-ACAO           TO PA-ACAO
               MOVE WS-IMAGEM-ANTES   TO PA-IMAGEM-ANTES
               MOVE WS-IMAGEM-DEPOIS  TO PA-IMAGEM-DEPOIS
               EXEC CICS ASSIGN USERID(WS-USUARIO)
                   NOHANDLE
               END-EXEC
               MOVE WS-USUARIO        TO PA-USUARIO-PEDIDO
               MOVE EIBTRMID          TO PA-TERMINAL-PEDIDO
               MOVE SPACES            TO PA-USUARIO-DECISAO
               MOVE SPACES            TO PA-TERMINAL-DECISAO
               MOVE SPACES            TO PA-MOTIVO-RECUSA
               EXEC CICS WRITE FILE('APRVFILE')
                   FROM(PA-REGISTRO)
                   LENGTH(WS-PA-LENGTH)
                   RIDFLD(PA-CHAVE)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF WS-EXCLUSAO
                           MOVE 'EXCLUSAO AGUARDANDO O SUPERVISOR'
                              TO MSGLO
                       ELSE
                           MOVE 'ALTERACAO AGUARDANDO O SUPERVISOR'
                              TO MSGLO
                       END-IF
                   WHEN DFHRESP(DUPREC)
                       MOVE 'JA HA PEDIDO PENDENTE PARA O CLIENTE'
                          TO MSGLO
                   WHEN OTHER
                       PERFORM P900-TRATA-ERRO-CICS
               END-EVALUATE
           END-IF
           .

       P460-VERIFICA-PENDENTE.
      *    The client's requests sit together in key order - browse
      *    the slice looking for one still undecided.
           MOVE 'N' TO WS-PENDENTE-SW
           MOVE 'N' TO WS-FIM-BROWSE-SW
           MOVE WS-ID-CLIENTE TO WS-CB-ID-CLIENTE
           MOVE ZERO TO WS-CB-DATA
           MOVE ZERO TO WS-CB-HORA
           EXEC CICS STARTBR FILE('APRVFILE')
               RIDFLD(WS-CHAVE-BROWSE)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM P470-LE-PEDIDO
                   UNTIL FIM-DO-BROWSE
               EXEC CICS ENDBR FILE('APRVFILE')
                   NOHANDLE
               END-EXEC
           END-IF
           .

       P470-LE-PEDIDO.
           EXEC CICS READNEXT FILE('APRVFILE')
               INTO(PA-REGISTRO)
               LENGTH(WS-PA-LENGTH)
               RIDFLD(WS-CHAVE-BROWSE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET FIM-DO-BROWSE TO TRUE
           ELSE
               IF PA-ID-CLIENTE NOT = WS-ID-CLIENTE
                   SET FIM-DO-BROWSE TO TRUE
               ELSE
                   IF PA-PENDENTE
                       SET HA-PEDIDO-PENDENTE TO TRUE
                       SET FIM-DO-BROWSE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P600-GRAVA-JORNAL.
      *    Same CPYIFJN trail as the batch maintenance writes - the
      *    JRNL extrapartition queue's data set joins the JRNFILE
      *    generations on the DEMORCVR replay, so an online
      *    correction is as recoverable as a batch one.
           PERFORM P610-OBTEM-DATA-HORA
           MOVE 'CICPGM3 '        TO JN-PROGRAMA
           MOVE WS-ACAO           TO JN-ACAO
           MOVE WS-ID-CLIENTE     TO JN-ID-CLIENTE
           MOVE WS-HORA-FORMATADA TO JN-HORA (1:6)
           MOVE WS-IMAGEM-ANTES   TO JN-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO JN-DEPOIS
      *    Who keyed it and where - the signed-on user id and the
      *    terminal ride the journal record for the operator report.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
               NOHANDLE
           END-EXEC
           MOVE WS-USUARIO        TO JN-USUARIO
           MOVE EIBTRMID          TO JN-TERMINAL
           EXEC CICS WRITEQ TD QUEUE('JRNL')
               FROM(JN-REGISTRO)
               LENGTH(WS-JN-LENGTH)
           END-IF
           .

       P610-OBTEM-DATA-HORA.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATA-FORMATADA)
               TIME(WS-HORA-FORMATADA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           .

       P700-ENVIA-RESULTADO.
           MOVE 'CICPGM3 - MANUTENCAO' TO TITULOO
           MOVE 'ACAO (I/A/E): ' TO ACAOLO
