      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciliation of the benefits system's daily
      *          acknowledgment file (CPYIFAK) against the ACPTFILE
      *          we sent it. ACPTVRFY proves the remittance arrived
      *          whole; this run proves what the ledger did with it.
      *          Every ack or nack is matched back by AC-ID-CLIENTE
      *          to the details of the remittance named on the ack
      *          (the ACPTFILE header run date) and the ACKLIST
      *          report shows:
      *            - each nack with the benefits system's reason, and
      *              the refusals totalled by reason;
      *            - every detail we sent that was never answered;
      *            - answers for clients the remittance never
      *              carried, answers naming another remittance, and
      *              a second answer for the same client.
      *          Each nack also opens an item on the permanent
      *          SUSPFILE - the detail's transaction image, origin
      *          'BN', the benefits reason as the last reason - so
      *          the desk works the refusal through SUSPWORK like
      *          any escalation instead of hearing of it from the
      *          client weeks later. A rerun the same day does not
      *          open a second item for a refusal already opened.
      *          RETURN-CODE 4 when anything was left unanswered or
      *          did not match; nacks alone end zero, they are work
      *          for the desk, not a failed hand-off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACPTFILE ASSIGN TO "ACPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACPTFILE-STATUS.
           SELECT ACKFILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKFILE-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT ACKLIST ASSIGN TO "ACKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACPTFILE.
           COPY CPYIFAC.
       FD  ACKFILE.
           COPY CPYIFAK.
       FD  SUSPFILE.
           COPY CPYIFSP.
       FD  ACKLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-ACPTFILE-STATUS       PIC XX.
              88 ACPTFILE-OK           VALUE '00'.
           03 WS-ACKFILE-STATUS        PIC XX.
              88 ACKFILE-OK            VALUE '00'.
           03 WS-SUSPFILE-STATUS       PIC XX.
              88 SUSPFILE-OK           VALUE '00'.
           03 WS-ACKLIST-STATUS        PIC XX.
              88 ACKLIST-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-ACHADO-SW             PIC X       VALUE 'N'.
              88 CHAVE-ACHADA          VALUE 'S'.
           03 WS-PENDENTE-SW           PIC X       VALUE 'N'.
              88 HAVIA-PENDENTE        VALUE 'S'.
       01 WS-DATA-HOJE             PIC 9(08)   VALUE ZERO.
       01 WS-DATA-REMESSA          PIC 9(08)   VALUE ZERO.
       01 WS-PROCURA.
           03 WS-ID-PROCURADO          PIC 9(06)   VALUE ZERO.
           03 WS-IDX-TAB               PIC 9(04)   VALUE ZERO.
           03 WS-IDX-ULTIMO            PIC 9(04)   VALUE ZERO.
           03 WS-IDX-RAZAO             PIC 9(03)   VALUE ZERO.
       01 WS-TAB-ENVIADOS.
      *    Same sizing and loud-abort convention as KEYAUDIT's
      *    accepted table - one entry per ACPTFILE detail, with the
      *    answer it got.
           03 WS-QTD-ENVIADOS          PIC 9(04)   VALUE ZERO.
           03 WS-TAB-ENVIADO OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-QTD-ENVIADOS.
              05 WS-TB-ID-CLIENTE      PIC 9(06).
              05 WS-TB-ACAO            PIC X.
              05 WS-TB-STATUS          PIC 9.
              05 WS-TB-LINHA           PIC 99.
              05 WS-TB-CODIGO          PIC 9.
              05 WS-TB-CAMPO           PIC 99.
              05 WS-TB-DADO            PIC 99.
              05 WS-TB-RESPOSTA        PIC X.
                 88 TB-PENDENTE        VALUE 'P'.
                 88 TB-CONFIRMADO      VALUE 'A'.
                 88 TB-RECUSADO        VALUE 'R'.
       01 WS-TAB-SUSPENSOS.
      *    Refusals this run already opened on an earlier try today.
           03 WS-QTD-SUSPENSOS         PIC 9(04)   VALUE ZERO.
           03 WS-TAB-SP-ID OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-QTD-SUSPENSOS
                                       PIC 9(06).
       01 WS-TAB-RAZOES.
      *    Refusals by the benefits reason code, 00 to 99, each with
      *    the last description the benefits system gave for it.
           03 WS-RAZAO-ITEM OCCURS 100 TIMES.
              05 WS-RZ-QTD             PIC 9(07).
              05 WS-RZ-DESCRICAO       PIC X(30).
       01 WS-CONTADORES.
           03 WS-CNT-ENVIADOS          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RESPOSTAS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ACKS              PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NACKS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-RESPOSTA      PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-ENVIO         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-OUTRA-REMESSA     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-DUPLICADAS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SUSPENSOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-JA-SUSPENSOS      PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'ACKRECON - RESPOSTAS DO BENEFICIOS X ACPTFILE ENVIADO'.
           03 WS-LIN-REMESSA.
              05 FILLER                PIC X(19)   VALUE
                 'REMESSA (ACPTFILE) '.
              05 RR-DATA               PIC 9(08).
              05 FILLER                PIC X(53)   VALUE SPACES.
           03 WS-LIN-SECAO             PIC X(80)   VALUE SPACES.
           03 WS-LIN-DETALHE.
              05 FILLER                PIC X(08)   VALUE 'CLIENTE '.
              05 RD-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(06)   VALUE ' ACAO '.
              05 RD-ACAO               PIC X.
              05 FILLER                PIC X(03)   VALUE ' - '.
              05 RD-MOTIVO             PIC X(45).
              05 FILLER                PIC X(11)   VALUE SPACES.
           03 WS-MOTIVO-RECUSA.
              05 FILLER                PIC X(07)   VALUE 'RECUSA '.
              05 RM-RAZAO              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RM-DESCRICAO          PIC X(30).
              05 FILLER                PIC X(05)   VALUE SPACES.
           03 WS-LIN-RAZAO.
              05 FILLER                PIC X(08)   VALUE '  RAZAO '.
              05 RZ-RAZAO              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RZ-DESCRICAO          PIC X(30).
              05 FILLER                PIC X       VALUE SPACE.
              05 RZ-QTD                PIC 9(07).
              05 FILLER                PIC X(31)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-CONFERE-RESPOSTA UNTIL FIM-DO-ARQUIVO
            PERFORM P600-LISTA-SEM-RESPOSTA
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "ACKRECON ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-TAB-RAZOES
            OPEN OUTPUT ACKLIST
            IF NOT ACKLIST-OK
                DISPLAY 'ERRO ABERTURA ACKLIST: ' WS-ACKLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P200-CARREGA-ACPTFILE
            PERFORM P250-CARREGA-SUSPENSOS
            OPEN EXTEND SUSPFILE
            IF NOT SUSPFILE-OK
                OPEN OUTPUT SUSPFILE
            END-IF
            IF NOT SUSPFILE-OK
                DISPLAY 'ERRO ABERTURA SUSPFILE: '
                   WS-SUSPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-DATA-REMESSA TO RR-DATA
            MOVE WS-LIN-REMESSA TO RL-LINHA
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RESPOSTAS COM OCORRENCIA:' TO WS-LIN-SECAO
            MOVE WS-LIN-SECAO TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT ACKFILE
            IF NOT ACKFILE-OK
                DISPLAY 'ERRO ABERTURA ACKFILE: ' WS-ACKFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P110-LE-ACKFILE
            .

       P110-LE-ACKFILE.
            READ ACKFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT ACKFILE-OK
                        DISPLAY 'ERRO LEITURA ACKFILE: '
                           WS-ACKFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P200-CARREGA-ACPTFILE.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT ACPTFILE
            IF NOT ACPTFILE-OK
                DISPLAY 'ERRO ABERTURA ACPTFILE: '
                   WS-ACPTFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P210-LE-ACPTFILE UNTIL FIM-DO-ARQUIVO
            CLOSE ACPTFILE
            .

       P210-LE-ACPTFILE.
            READ ACPTFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN AC-TIPO-CABECALHO
                            MOVE AC-CAB-DATA TO WS-DATA-REMESSA
                        WHEN AC-TIPO-DETALHE
                            PERFORM P220-GUARDA-ENVIADO
                    END-EVALUATE
            END-READ
            .

       P220-GUARDA-ENVIADO.
            ADD 1 TO WS-CNT-ENVIADOS
            IF WS-QTD-ENVIADOS NOT LESS 5000
                DISPLAY 'TABELA DE ENVIADOS ESGOTADA.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-ENVIADOS
            MOVE AC-ID-CLIENTE TO WS-TB-ID-CLIENTE (WS-QTD-ENVIADOS)
            MOVE AC-ACAO       TO WS-TB-ACAO (WS-QTD-ENVIADOS)
            MOVE AC-STATUS     TO WS-TB-STATUS (WS-QTD-ENVIADOS)
            MOVE AC-LINHA      TO WS-TB-LINHA (WS-QTD-ENVIADOS)
            MOVE AC-CODIGO     TO WS-TB-CODIGO (WS-QTD-ENVIADOS)
            MOVE AC-CAMPO      TO WS-TB-CAMPO (WS-QTD-ENVIADOS)
            MOVE AC-DADO       TO WS-TB-DADO (WS-QTD-ENVIADOS)
            SET TB-PENDENTE (WS-QTD-ENVIADOS) TO TRUE
            .

       P250-CARREGA-SUSPENSOS.
      *    SUSPFILE is optional here - absent means nothing is in
      *    suspense yet and it is created on the first refusal.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT SUSPFILE
            IF SUSPFILE-OK
                PERFORM P260-LE-SUSPFILE UNTIL FIM-DO-ARQUIVO
                CLOSE SUSPFILE
            END-IF
            .

       P260-LE-SUSPFILE.
            READ SUSPFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF SP-ORIGEM = 'BN'
                       AND SP-DATA-ESCALADA = WS-DATA-HOJE
                        PERFORM P270-GUARDA-SUSPENSO
                    END-IF
            END-READ
            .

       P270-GUARDA-SUSPENSO.
            IF WS-QTD-SUSPENSOS NOT LESS 5000
                DISPLAY 'TABELA DE SUSPENSOS ESGOTADA.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-SUSPENSOS
            MOVE SP-ID-CLIENTE TO WS-TAB-SP-ID (WS-QTD-SUSPENSOS)
            .

       P500-CONFERE-RESPOSTA.
            ADD 1 TO WS-CNT-RESPOSTAS
            MOVE AK-ID-CLIENTE TO WS-ID-PROCURADO
            IF AK-DATA-REMESSA NOT = WS-DATA-REMESSA
                ADD 1 TO WS-CNT-OUTRA-REMESSA
                MOVE SPACE TO RD-ACAO
                MOVE 'RESPOSTA DE OUTRA REMESSA' TO RD-MOTIVO
                PERFORM P800-REPORTA
            ELSE
                PERFORM P700-MARCA-RESPOSTA
                EVALUATE TRUE
                    WHEN NOT CHAVE-ACHADA
                        ADD 1 TO WS-CNT-SEM-ENVIO
                        MOVE SPACE TO RD-ACAO
                        MOVE 'RESPOSTA PARA CLIENTE NAO ENVIADO'
                          TO RD-MOTIVO
                        PERFORM P800-REPORTA
                    WHEN NOT HAVIA-PENDENTE
                        ADD 1 TO WS-CNT-DUPLICADAS
                        MOVE WS-TB-ACAO (WS-IDX-ULTIMO) TO RD-ACAO
                        MOVE 'SEGUNDA RESPOSTA PARA O CLIENTE'
                          TO RD-MOTIVO
                        PERFORM P800-REPORTA
                    WHEN AK-NACK
                        PERFORM P550-TRATA-RECUSA
                    WHEN OTHER
                        ADD 1 TO WS-CNT-ACKS
                END-EVALUATE
            END-IF
            PERFORM P110-LE-ACKFILE
            .

       P550-TRATA-RECUSA.
            ADD 1 TO WS-CNT-NACKS
      *    A reason the benefits system sent garbled is kept under
      *    99, so the refusal still counts and still reaches the desk.
            IF AK-RAZAO IS NOT NUMERIC
                MOVE 99 TO AK-RAZAO
            END-IF
            COMPUTE WS-IDX-RAZAO = AK-RAZAO + 1
            ADD 1 TO WS-RZ-QTD (WS-IDX-RAZAO)
            MOVE AK-DESCRICAO TO WS-RZ-DESCRICAO (WS-IDX-RAZAO)
            MOVE AK-RAZAO     TO RM-RAZAO
            MOVE AK-DESCRICAO TO RM-DESCRICAO
            MOVE WS-TB-ACAO (WS-IDX-ULTIMO) TO RD-ACAO
            MOVE WS-MOTIVO-RECUSA TO RD-MOTIVO
            PERFORM P800-REPORTA
            PERFORM P750-PROCURA-SUSPENSO
            IF CHAVE-ACHADA
                ADD 1 TO WS-CNT-JA-SUSPENSOS
            ELSE
                PERFORM P560-ABRE-SUSPENSO
            END-IF
            .

       P560-ABRE-SUSPENSO.
      *    The client's last detail of the remittance is the state
      *    the ledger refused - that image goes to the desk, shaped
      *    like COBOLIF's escalations so SUSPWORK can resubmit it.
            ADD 1 TO WS-CNT-SUSPENSOS
            MOVE AK-ID-CLIENTE                TO SP-ID-CLIENTE
            MOVE WS-TB-ACAO (WS-IDX-ULTIMO)   TO SP-ACAO
            MOVE WS-TB-STATUS (WS-IDX-ULTIMO) TO SP-STATUS
            MOVE WS-TB-LINHA (WS-IDX-ULTIMO)  TO SP-LINHA
            MOVE WS-TB-CODIGO (WS-IDX-ULTIMO) TO SP-CODIGO
            MOVE WS-TB-CAMPO (WS-IDX-ULTIMO)  TO SP-CAMPO
            MOVE WS-TB-DADO (WS-IDX-ULTIMO)   TO SP-DADO
            MOVE 'BN'                         TO SP-ORIGEM
            MOVE ZERO                         TO SP-RECICLOS
            MOVE WS-DATA-HOJE                 TO SP-DATA-ESCALADA
            MOVE AK-RAZAO                     TO SP-RAZAO
            SET SP-ABERTO                     TO TRUE
            MOVE ZERO                         TO SP-DATA-TRABALHO
            MOVE SPACES                       TO SP-MOTIVO-ENCERRA
            WRITE SP-REGISTRO
            .

       P600-LISTA-SEM-RESPOSTA.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ENVIADOS SEM RESPOSTA:' TO WS-LIN-SECAO
            MOVE WS-LIN-SECAO TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P610-VERIFICA-ENVIADO
                VARYING WS-IDX-TAB FROM 1 BY 1
                UNTIL WS-IDX-TAB GREATER WS-QTD-ENVIADOS
            .

       P610-VERIFICA-ENVIADO.
            IF TB-PENDENTE (WS-IDX-TAB)
                ADD 1 TO WS-CNT-SEM-RESPOSTA
                MOVE WS-TB-ID-CLIENTE (WS-IDX-TAB) TO WS-ID-PROCURADO
                MOVE WS-TB-ACAO (WS-IDX-TAB) TO RD-ACAO
                MOVE 'NUNCA CONFIRMADO PELO BENEFICIOS' TO RD-MOTIVO
                PERFORM P800-REPORTA
            END-IF
            .

       P700-MARCA-RESPOSTA.
      *    One answer covers every detail the remittance carried
      *    for the client - an inclusion and a change the same day
      *    are booked or refused together.
            MOVE 'N' TO WS-ACHADO-SW
            MOVE 'N' TO WS-PENDENTE-SW
            PERFORM P710-MARCA-ENVIADO
                VARYING WS-IDX-TAB FROM 1 BY 1
                UNTIL WS-IDX-TAB GREATER WS-QTD-ENVIADOS
            .

       P710-MARCA-ENVIADO.
            IF WS-TB-ID-CLIENTE (WS-IDX-TAB) = WS-ID-PROCURADO
                SET CHAVE-ACHADA TO TRUE
                MOVE WS-IDX-TAB TO WS-IDX-ULTIMO
                IF TB-PENDENTE (WS-IDX-TAB)
                    SET HAVIA-PENDENTE TO TRUE
                    IF AK-NACK
                        SET TB-RECUSADO (WS-IDX-TAB) TO TRUE
                    ELSE
                        SET TB-CONFIRMADO (WS-IDX-TAB) TO TRUE
                    END-IF
                END-IF
            END-IF
            .

       P750-PROCURA-SUSPENSO.
            MOVE 'N' TO WS-ACHADO-SW
            PERFORM P755-COMPARA-SUSPENSO
                VARYING WS-IDX-TAB FROM 1 BY 1
                UNTIL WS-IDX-TAB GREATER WS-QTD-SUSPENSOS
                   OR CHAVE-ACHADA
            .

       P755-COMPARA-SUSPENSO.
            IF WS-TAB-SP-ID (WS-IDX-TAB) = WS-ID-PROCURADO
                SET CHAVE-ACHADA TO TRUE
            END-IF
            .

       P800-REPORTA.
            MOVE WS-ID-PROCURADO TO RD-ID-CLIENTE
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P850-LISTA-RAZAO.
            IF WS-RZ-QTD (WS-IDX-RAZAO) GREATER ZERO
                COMPUTE RZ-RAZAO = WS-IDX-RAZAO - 1
                MOVE WS-RZ-DESCRICAO (WS-IDX-RAZAO) TO RZ-DESCRICAO
                MOVE WS-RZ-QTD (WS-IDX-RAZAO) TO RZ-QTD
                MOVE WS-LIN-RAZAO TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RECUSAS POR RAZAO:' TO WS-LIN-SECAO
            MOVE WS-LIN-SECAO TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P850-LISTA-RAZAO
                VARYING WS-IDX-RAZAO FROM 1 BY 1
                UNTIL WS-IDX-RAZAO GREATER 100
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DETALHES ENVIADOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-ENVIADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RESPOSTAS RECEBIDAS ......: ' TO RT-ROTULO
            MOVE WS-CNT-RESPOSTAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CONFIRMADOS (ACK) ........: ' TO RT-ROTULO
            MOVE WS-CNT-ACKS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RECUSADOS (NACK) .........: ' TO RT-ROTULO
            MOVE WS-CNT-NACKS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ENVIADOS SEM RESPOSTA ....: ' TO RT-ROTULO
            MOVE WS-CNT-SEM-RESPOSTA TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RESPOSTAS SEM ENVIO ......: ' TO RT-ROTULO
            MOVE WS-CNT-SEM-ENVIO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DE OUTRA REMESSA .........: ' TO RT-ROTULO
            MOVE WS-CNT-OUTRA-REMESSA TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RESPOSTAS DUPLICADAS .....: ' TO RT-ROTULO
            MOVE WS-CNT-DUPLICADAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'SUSPENSOS ABERTOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-SUSPENSOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'JA EM SUSPENSO HOJE ......: ' TO RT-ROTULO
            MOVE WS-CNT-JA-SUSPENSOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            CLOSE ACKFILE
            CLOSE SUSPFILE
            CLOSE ACKLIST
            DISPLAY '========================================'
            DISPLAY 'ACKRECON - RESPOSTAS DO BENEFICIOS'
            DISPLAY 'REMESSA ..................: ' WS-DATA-REMESSA
            DISPLAY 'CONFIRMADOS (ACK) ........: ' WS-CNT-ACKS
            DISPLAY 'RECUSADOS (NACK) .........: ' WS-CNT-NACKS
            DISPLAY 'ENVIADOS SEM RESPOSTA ....: ' WS-CNT-SEM-RESPOSTA
            DISPLAY 'RESPOSTAS SEM ENVIO ......: ' WS-CNT-SEM-ENVIO
            DISPLAY '========================================'
            IF WS-CNT-SEM-RESPOSTA GREATER ZERO
               OR WS-CNT-SEM-ENVIO GREATER ZERO
               OR WS-CNT-OUTRA-REMESSA GREATER ZERO
               OR WS-CNT-DUPLICADAS GREATER ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM ACKRECON.
