      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pseudo-conversational supervisor approval transaction
      *          built on mapset CICMAP5 - the second pair of eyes
      *          on CICPGM3's sensitive maintenance. A delete, or a
      *          change to DM-STATUS or DM-LINHA, keyed on CICPGM3
      *          waits on the APRVFILE KSDS (CPYIFPA) instead of
      *          touching DEMOFILE. Here the supervisor keys a client
      *          id (or leaves it blank for the oldest pending
      *          request, PF8 stepping to the next), sees who asked,
      *          when, the master as they saw it and the image they
      *          want, and decides: A applies the change to DEMOFILE
      *          and writes the same CPYIFJN journal record CICPGM3
      *          writes for an immediate change, to the same JRNL TD
      *          queue, naming the operator who keyed it; R closes
      *          the request with a reason and leaves the master
      *          alone. The signed-on user who asked can never
      *          decide their own request, and a request whose
      *          master moved since it was keyed cannot be approved
      *          - refuse it and have the desk key it again against
      *          the current record. Decided requests stay on
      *          APRVFILE with the deciding user, terminal and time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICPGM5.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-RESP             PIC S9(8) COMP.
       01 WS-RESP2            PIC S9(8) COMP.
       01 WS-RESP-DISP        PIC -(8)9.
       01 WS-RESP2-DISP       PIC -(8)9.
       01 WS-MSG-ERRO         PIC X(60) VALUE SPACES.
       01 WS-DM-LENGTH        PIC S9(4) COMP VALUE 23.
       01 WS-DM-REGISTRO.
           03 WS-DM-ID-CLIENTE     PIC 9(06).
           03 WS-DM-STATUS         PIC 9.
           03 WS-DM-LINHA          PIC 99.
           03 WS-DM-CODIGO         PIC 9.
           03 WS-DM-CAMPO          PIC 99.
           03 WS-DM-DADO           PIC 99.
           03 WS-DM-SITUACAO       PIC X.
           03 WS-DM-DATA-CANCEL    PIC 9(08).
       01 WS-PA-LENGTH        PIC S9(4) COMP VALUE 140.
       01 WS-ENTRADA.
      *    What the supervisor keyed, saved before the output map is
      *    cleared - the symbolic map's input and output views share
      *    the same storage.
           03 WS-FILTRO            PIC X(06) VALUE SPACES.
           03 WS-FILTRO-ID REDEFINES WS-FILTRO
                                   PIC 9(06).
           03 WS-DECISAO           PIC X     VALUE SPACE.
              88 WS-APROVA         VALUE 'A'.
              88 WS-RECUSA         VALUE 'R'.
           03 WS-MOTIVO            PIC X(30) VALUE SPACES.
       01 WS-BROWSE.
           03 WS-CHAVE-BROWSE.
              05 WS-CB-ID-CLIENTE     PIC 9(06).
              05 WS-CB-DATA           PIC 9(08).
              05 WS-CB-HORA           PIC 9(08).
      *    Only requests keyed above this one qualify - low-values
      *    for a fresh consult, the request on screen for PF8.
           03 WS-CHAVE-APOS        PIC X(22) VALUE LOW-VALUES.
           03 WS-ID-FILTRO         PIC 9(06) VALUE ZERO.
           03 WS-FIM-BROWSE-SW     PIC X     VALUE 'N'.
              88 FIM-DO-BROWSE     VALUE 'S'.
           03 WS-ACHADO-SW         PIC X     VALUE 'N'.
              88 PEDIDO-ACHADO     VALUE 'S'.
       01 WS-LIN-PEDIDO.
           03 FILLER               PIC X(05) VALUE 'ACAO '.
           03 WL-ACAO              PIC X.
           03 FILLER               PIC X(05) VALUE ' POR '.
           03 WL-USUARIO           PIC X(08).
           03 FILLER               PIC X(06) VALUE ' TERM '.
           03 WL-TERMINAL          PIC X(04).
           03 FILLER               PIC X(04) VALUE ' EM '.
           03 WL-DATA              PIC 9(08).
           03 FILLER               PIC X     VALUE SPACE.
           03 WL-HORA              PIC 9(08).
           03 FILLER               PIC X(10) VALUE SPACES.
       01 WS-LIN-IMAGEM.
           03 FILLER               PIC X(07) VALUE 'STATUS '.
           03 WI-STATUS            PIC X.
           03 FILLER               PIC X(07) VALUE ' LINHA '.
           03 WI-LINHA             PIC XX.
           03 FILLER               PIC X(08) VALUE ' CODIGO '.
           03 WI-CODIGO            PIC X.
           03 FILLER               PIC X(07) VALUE ' CAMPO '.
           03 WI-CAMPO             PIC XX.
           03 FILLER               PIC X(06) VALUE ' DADO '.
           03 WI-DADO              PIC XX.
           03 FILLER               PIC X(10) VALUE ' SITUACAO '.
           03 WI-SITUACAO          PIC X.
           03 FILLER               PIC X(06) VALUE SPACES.
       01 WS-JORNAL.
           03 WS-JN-LENGTH         PIC S9(4) COMP VALUE 89.
           03 WS-USUARIO           PIC X(08) VALUE SPACES.
           03 WS-ABSTIME           PIC S9(15) COMP-3.
           03 WS-DATA-FORMATADA    PIC X(08).
           03 WS-HORA-FORMATADA    PIC X(06).
           COPY CPYIFJN.
           COPY CPYIFPA.
           COPY CICMAP5.
           COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *    Key of the request on screen - the decision applies to
      *    this one only, never to whatever the id field now says.
           03 CA-CHAVE             PIC X(22).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    EIBCALEN is zero on a fresh transaction start (no commarea
      *    passed in) and non-zero on the re-entry after the screen
      *    send below returns control to the terminal.
           IF EIBCALEN = 0
               PERFORM P100-PRIMEIRA-VEZ
           ELSE
               PERFORM P200-PROCESSA-RETORNO
           END-IF
           .

       P100-PRIMEIRA-VEZ.
           MOVE LOW-VALUE TO CICMAP5O
           MOVE 'DIGITE O ID DO CLIENTE OU ENTER PARA O MAIS ANTIGO'
              TO MSGLO
           MOVE -1 TO FILTL
           EXEC CICS SEND MAP('CICM5')
               MAPSET('CICMAP5')
               FROM(CICMAP5O)
               ERASE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM P900-TRATA-ERRO-CICS
               END-IF
           END-IF
           .

       P200-PROCESSA-RETORNO.
           EXEC CICS RECEIVE MAP('CICM5')
               MAPSET('CICMAP5')
               INTO(CICMAP5I)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUE TO CICMAP5I
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           MOVE FILTI TO WS-FILTRO
           MOVE DECII TO WS-DECISAO
           MOVE MOTII TO WS-MOTIVO
           INSPECT WS-ENTRADA REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUE TO CICMAP5O
           MOVE -1 TO FILTL
           EVALUATE EIBAID
               WHEN DFHENTER
                   IF WS-DECISAO = SPACE
                       PERFORM P300-CONSULTA
                   ELSE
                       PERFORM P500-DECIDE THRU P500-EXIT
                   END-IF
               WHEN DFHPF8
                   PERFORM P350-PROXIMO
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - USE ENTER OU PF8' TO MSGLO
           END-EVALUATE
           PERFORM P700-ENVIA-TELA
           .

       P300-CONSULTA.
      *    A blank id brings up the oldest request still pending in
      *    the whole file; an id, the oldest one for that client.
           MOVE LOW-VALUES TO WS-CHAVE-APOS
           MOVE ZERO TO WS-CB-DATA
           MOVE ZERO TO WS-CB-HORA
           IF WS-FILTRO = SPACES
               MOVE ZERO TO WS-ID-FILTRO
               MOVE ZERO TO WS-CB-ID-CLIENTE
           ELSE
               IF WS-FILTRO IS NOT NUMERIC
                   MOVE 'ID DO CLIENTE DEVE SER NUMERICO DE 6 DIGITOS'
                      TO MSGLO
                   MOVE SPACES TO CA-CHAVE
                   GO TO P300-EXIT
               END-IF
               MOVE WS-FILTRO-ID TO WS-ID-FILTRO
               MOVE WS-FILTRO-ID TO WS-CB-ID-CLIENTE
           END-IF
           PERFORM P400-PROCURA-PENDENTE
           IF PEDIDO-ACHADO
               PERFORM P450-MOSTRA-PEDIDO
               MOVE 'DECIDA A=APROVAR OU R=RECUSAR COM MOTIVO E ENTER'
                  TO MSGLO
           ELSE
               MOVE SPACES TO CA-CHAVE
               IF WS-ID-FILTRO = ZERO
                   MOVE 'NENHUM PEDIDO PENDENTE DE APROVACAO' TO MSGLO
               ELSE
                   MOVE WS-FILTRO TO FILTO
                   MOVE 'NENHUM PEDIDO PENDENTE PARA O CLIENTE'
                      TO MSGLO
               END-IF
           END-IF
           .
       P300-EXIT.
           EXIT.

       P350-PROXIMO.
      *    PF8 walks the whole file in key order from the request
      *    on screen - client by client, oldest first within one.
           MOVE ZERO TO WS-ID-FILTRO
           IF CA-CHAVE IS NUMERIC
               MOVE CA-CHAVE TO WS-CHAVE-APOS
               MOVE CA-CHAVE TO WS-CHAVE-BROWSE
           ELSE
               MOVE LOW-VALUES TO WS-CHAVE-APOS
               MOVE ZERO TO WS-CB-ID-CLIENTE
               MOVE ZERO TO WS-CB-DATA
               MOVE ZERO TO WS-CB-HORA
           END-IF
           PERFORM P400-PROCURA-PENDENTE
           IF PEDIDO-ACHADO
               PERFORM P450-MOSTRA-PEDIDO
               MOVE 'DECIDA A=APROVAR OU R=RECUSAR COM MOTIVO E ENTER'
                  TO MSGLO
           ELSE
               MOVE SPACES TO CA-CHAVE
               MOVE 'NAO HA MAIS PEDIDOS PENDENTES' TO MSGLO
           END-IF
           .

       P400-PROCURA-PENDENTE.
           MOVE 'N' TO WS-ACHADO-SW
           MOVE 'N' TO WS-FIM-BROWSE-SW
           EXEC CICS STARTBR FILE('APRVFILE')
               RIDFLD(WS-CHAVE-BROWSE)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM P410-LE-PEDIDO
                   UNTIL FIM-DO-BROWSE
               EXEC CICS ENDBR FILE('APRVFILE')
                   NOHANDLE
               END-EXEC
           END-IF
           .

       P410-LE-PEDIDO.
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
               IF WS-ID-FILTRO NOT = ZERO
                AND PA-ID-CLIENTE NOT = WS-ID-FILTRO
                   SET FIM-DO-BROWSE TO TRUE
               ELSE
                   IF PA-PENDENTE AND PA-CHAVE GREATER WS-CHAVE-APOS
                       SET PEDIDO-ACHADO TO TRUE
                       SET FIM-DO-BROWSE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       P450-MOSTRA-PEDIDO.
           MOVE PA-CHAVE           TO CA-CHAVE
           MOVE PA-ID-CLIENTE      TO FILTO
           MOVE PA-ACAO            TO WL-ACAO
           MOVE PA-USUARIO-PEDIDO  TO WL-USUARIO
           MOVE PA-TERMINAL-PEDIDO TO WL-TERMINAL
           MOVE PA-DATA-PEDIDO     TO WL-DATA
           MOVE PA-HORA-PEDIDO     TO WL-HORA
           MOVE WS-LIN-PEDIDO      TO PEDIO
           MOVE PA-IMAGEM-ANTES    TO WS-DM-REGISTRO
           PERFORM P460-FORMATA-IMAGEM
           MOVE WS-LIN-IMAGEM      TO ATUAO
           IF PA-EXCLUSAO
               MOVE '*** EXCLUSAO DO CLIENTE ***' TO NOVOO
           ELSE
               MOVE PA-IMAGEM-DEPOIS TO WS-DM-REGISTRO
               PERFORM P460-FORMATA-IMAGEM
               MOVE WS-LIN-IMAGEM  TO NOVOO
           END-IF
           MOVE ZERO TO FILTL
           MOVE -1 TO DECIL
           .

       P460-FORMATA-IMAGEM.
           MOVE WS-DM-STATUS       TO WI-STATUS
           MOVE WS-DM-LINHA        TO WI-LINHA
           MOVE WS-DM-CODIGO       TO WI-CODIGO
           MOVE WS-DM-CAMPO        TO WI-CAMPO
           MOVE WS-DM-DADO         TO WI-DADO
           MOVE WS-DM-SITUACAO     TO WI-SITUACAO
           .

       P500-DECIDE.
      *    The decision is for the request on screen - the id field
      *    must still name its client, or the supervisor is deciding
      *    something they have not looked at.
           IF CA-CHAVE IS NOT NUMERIC
            OR WS-FILTRO NOT = CA-CHAVE (1:6)
               MOVE 'CONSULTE O PEDIDO ANTES DE DECIDIR' TO MSGLO
               GO TO P500-EXIT
           END-IF
           EXEC CICS READ FILE('APRVFILE')
               INTO(PA-REGISTRO)
               LENGTH(WS-PA-LENGTH)
               RIDFLD(CA-CHAVE)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO CA-CHAVE
                   MOVE 'PEDIDO NAO ENCONTRADO NO APRVFILE' TO MSGLO
                   GO TO P500-EXIT
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           PERFORM P450-MOSTRA-PEDIDO

           IF NOT PA-PENDENTE
               PERFORM P590-LIBERA-PEDIDO
               MOVE 'PEDIDO JA DECIDIDO POR OUTRO SUPERVISOR' TO MSGLO
               GO TO P500-EXIT
           END-IF

           IF NOT WS-APROVA AND NOT WS-RECUSA
               PERFORM P590-LIBERA-PEDIDO
               MOVE 'DECISAO INVALIDA - USE A OU R' TO MSGLO
               GO TO P500-EXIT
           END-IF

           IF WS-RECUSA AND WS-MOTIVO = SPACES
               PERFORM P590-LIBERA-PEDIDO
               MOVE 'INFORME O MOTIVO DA RECUSA' TO MSGLO
               MOVE ZERO TO DECIL
               MOVE -1 TO MOTIL
               GO TO P500-EXIT
           END-IF

      *    Four eyes - whoever keyed the request cannot be the one
      *    who lets it through.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
               NOHANDLE
           END-EXEC
           IF WS-USUARIO = PA-USUARIO-PEDIDO
               PERFORM P590-LIBERA-PEDIDO
               MOVE 'QUEM PEDIU NAO PODE DECIDIR O PROPRIO PEDIDO'
                  TO MSGLO
               GO TO P500-EXIT
           END-IF

           PERFORM P610-OBTEM-DATA-HORA
           IF WS-RECUSA
               SET PA-RECUSADO TO TRUE
               MOVE WS-MOTIVO TO PA-MOTIVO-RECUSA
               PERFORM P580-REGRAVA-PEDIDO
               MOVE 'PEDIDO RECUSADO - DEMOFILE NAO ALTERADO' TO MSGLO
           ELSE
               PERFORM P550-APLICA THRU P550-EXIT
           END-IF
           .
       P500-EXIT.
           EXIT.

       P550-APLICA.
      *    The master must still be what the desk saw when it keyed
      *    the request - anything else was changed under it, and
      *    applying the old image would undo that change unseen.
           EXEC CICS READ FILE('DEMOFILE')
               INTO(WS-DM-REGISTRO)
               LENGTH(WS-DM-LENGTH)
               RIDFLD(PA-ID-CLIENTE)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF WS-DM-REGISTRO NOT = PA-IMAGEM-ANTES
                       EXEC CICS UNLOCK FILE('DEMOFILE')
                           NOHANDLE
                       END-EXEC
                       PERFORM P590-LIBERA-PEDIDO
                       MOVE 'DEMOFILE MUDOU DESDE O PEDIDO - RECUSE-O'
                          TO MSGLO
                       GO TO P550-EXIT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM P590-LIBERA-PEDIDO
                   MOVE 'CLIENTE NAO EXISTE MAIS NO DEMOFILE - RECUSE-O'
                      TO MSGLO
                   GO TO P550-EXIT
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE

           IF PA-EXCLUSAO
               EXEC CICS DELETE FILE('DEMOFILE')
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           ELSE
               MOVE PA-IMAGEM-DEPOIS TO WS-DM-REGISTRO
               EXEC CICS REWRITE FILE('DEMOFILE')
                   FROM(WS-DM-REGISTRO)
                   LENGTH(WS-DM-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           END-IF
           PERFORM P600-GRAVA-JORNAL
           SET PA-APROVADO TO TRUE
           MOVE SPACES TO PA-MOTIVO-RECUSA
           PERFORM P580-REGRAVA-PEDIDO
           IF PA-EXCLUSAO
               MOVE 'PEDIDO APROVADO - CLIENTE EXCLUIDO DO DEMOFILE'
                  TO MSGLO
           ELSE
               MOVE 'PEDIDO APROVADO - CLIENTE ALTERADO NO DEMOFILE'
                  TO MSGLO
           END-IF
           .
       P550-EXIT.
           EXIT.

       P580-REGRAVA-PEDIDO.
           MOVE WS-USUARIO        TO PA-USUARIO-DECISAO
           MOVE EIBTRMID          TO PA-TERMINAL-DECISAO
           MOVE WS-DATA-FORMATADA TO PA-DATA-DECISAO
           MOVE ZERO              TO PA-HORA-DECISAO
           MOVE WS-HORA-FORMATADA TO PA-HORA-DECISAO (1:6)
           EXEC CICS REWRITE FILE('APRVFILE')
               FROM(PA-REGISTRO)
               LENGTH(WS-PA-LENGTH)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           END-IF
      *    Decided - clear the screen for the next one.
           MOVE SPACES TO CA-CHAVE
           MOVE SPACES TO PEDIO
           MOVE SPACES TO ATUAO
           MOVE SPACES TO NOVOO
           MOVE -1 TO FILTL
           .

       P590-LIBERA-PEDIDO.
           EXEC CICS UNLOCK FILE('APRVFILE')
               NOHANDLE
           END-EXEC
           .

       P600-GRAVA-JORNAL.
      *    Exactly the record CICPGM3 writes for an immediate change
      *    - same queue, same images - with the operator who keyed
      *    the change; who approved it stays on the APRVFILE record.
           MOVE 'CICPGM5 '         TO JN-PROGRAMA
           MOVE PA-ACAO            TO JN-ACAO
           MOVE PA-ID-CLIENTE      TO JN-ID-CLIENTE
           MOVE WS-DATA-FORMATADA  TO JN-DATA
           MOVE ZERO               TO JN-HORA
           MOVE WS-HORA-FORMATADA  TO JN-HORA (1:6)
           MOVE PA-IMAGEM-ANTES    TO JN-ANTES
           MOVE PA-IMAGEM-DEPOIS   TO JN-DEPOIS
           MOVE PA-USUARIO-PEDIDO  TO JN-USUARIO
           MOVE PA-TERMINAL-PEDIDO TO JN-TERMINAL
           EXEC CICS WRITEQ TD QUEUE('JRNL')
               FROM(JN-REGISTRO)
               LENGTH(WS-JN-LENGTH)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
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

       P700-ENVIA-TELA.
           EXEC CICS SEND MAP('CICM5')
               MAPSET('CICMAP5')
               FROM(CICMAP5O)
               ERASE
               CURSOR
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM P900-TRATA-ERRO-CICS
               END-IF
           END-IF
           .

       P900-TRATA-ERRO-CICS.
      *    No EXEC CICS HANDLE CONDITION in this program - every call
      *    checks RESP itself, so a terminal I/O failure ends up here
      *    with a message instead of falling through to a default
      *    CICS abend.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE WS-RESP  TO WS-RESP-DISP
           MOVE WS-RESP2 TO WS-RESP2-DISP
           STRING 'CICPGM5 - ERRO CICS RESP=' DELIMITED BY SIZE
                  WS-RESP-DISP DELIMITED BY SIZE
                  ' RESP2=' DELIMITED BY SIZE
                  WS-RESP2-DISP DELIMITED BY SIZE
                  INTO WS-MSG-ERRO
           EXEC CICS SEND TEXT
               FROM(WS-MSG-ERRO)
               LENGTH(LENGTH OF WS-MSG-ERRO)
               ERASE
               NOHANDLE
           END-EXEC
           EXEC CICS RETURN
               NOHANDLE
           END-EXEC
           .
       END PROGRAM CICPGM5.
