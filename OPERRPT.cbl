      ******************************************************************
      * Author:
      * Date:
      * Purpose: Activity report per operator, for internal audit.
      *          The daily run reads the day's CPYIFJN journal
      *          generations (concatenated on the JRNFILE DD), the
      *          merged TRANFILE and the AUDFILE decisions, and for
      *          each signed-on user id counts the master changes it
      *          made, the online captures it queued on CICPGM1 and
      *          how many of those captures the edit then rejected.
      *          Journal records with no operator are the batch
      *          writers' and total under (LOTE). Each daily run
      *          appends its per-operator totals to the permanent
      *          OPERHIST history; PARM='MENSALaaaamm' reports a
      *          month from that history instead (PARM='MENSAL'
      *          alone reports the month before the run date). A
      *          second daily run on the same date reports but does
      *          not append again, and ends RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT TRANFILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.
           SELECT AUDFILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDFILE-STATUS.
           SELECT OPERHIST ASSIGN TO "OPERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERHIST-STATUS.
           SELECT OPERLIST ASSIGN TO "OPERLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  TRANFILE.
       01  TR-REGISTRO.
           03 TR-ID-CLIENTE            PIC 9(06).
           03 TR-ACAO                  PIC X.
           03 TR-STATUS                PIC 9.
           03 TR-LINHA                 PIC 99.
           03 TR-CODIGO                PIC 9.
           03 TR-CAMPO                 PIC 99.
           03 TR-DADO                  PIC 99.
           03 TR-ORIGEM                PIC XX.
           03 TR-DATA-EFETIVA          PIC 9(08).
           03 TR-USUARIO               PIC X(08).
           03 TR-TERMINAL              PIC X(04).
       FD  AUDFILE.
           COPY CPYIFAU.
       FD  OPERHIST.
       01  OH-REGISTRO.
           03 OH-DATA                  PIC 9(08).
           03 OH-USUARIO               PIC X(08).
           03 OH-TERMINAL              PIC X(04).
           03 OH-ALTERACOES            PIC 9(07).
           03 OH-CAPTURAS              PIC 9(07).
           03 OH-REJEITADAS            PIC 9(07).
       FD  OPERLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-TRANFILE-STATUS       PIC XX.
              88 TRANFILE-OK           VALUE '00'.
           03 WS-AUDFILE-STATUS        PIC XX.
              88 AUDFILE-OK            VALUE '00'.
           03 WS-OPERHIST-STATUS       PIC XX.
              88 OPERHIST-OK           VALUE '00'.
           03 WS-OPERLIST-STATUS       PIC XX.
              88 OPERLIST-OK           VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-REGISTRADO-SW         PIC X       VALUE 'N'.
              88 DIA-JA-REGISTRADO     VALUE 'S'.
       01 WS-PARM.
      *    No PARM (or anything else) is the daily run.
           03 WS-PARM-ARG              PIC X(12)   VALUE SPACES.
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-MODO          PIC X(06).
                 88 MODO-MENSAL        VALUE 'MENSAL'.
              05 WS-PARM-MES           PIC X(06).
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 FILLER REDEFINES WS-TS-DATA.
              05 WS-TS-ANO             PIC 9(04).
              05 WS-TS-MES             PIC 99.
              05 WS-TS-DIA             PIC 99.
       01 WS-MES-ALVO.
           03 WS-ALVO-ANO              PIC 9(04)   VALUE ZERO.
           03 WS-ALVO-MES              PIC 99      VALUE ZERO.
       01 WS-MES-ALVO-N REDEFINES WS-MES-ALVO
                                       PIC 9(06).
       01 WS-OPERADORES.
      *    One entry per user id seen - (LOTE) collects the batch
      *    writers' journal records, (SEM ID) any capture queued
      *    before the queue entry carried an operator.
           03 WS-MAX-OPERADORES        PIC 9(04)   VALUE 200.
           03 WS-QTD-OPERADORES        PIC 9(04)   VALUE ZERO.
           03 WS-IDX-OP                PIC 9(04)   VALUE ZERO.
           03 WS-OP-ATUAL              PIC 9(04)   VALUE ZERO.
           03 WS-OP-ITEM OCCURS 200 TIMES.
              05 WS-OP-USUARIO         PIC X(08).
              05 WS-OP-TERMINAL        PIC X(04).
              05 WS-OP-ALTERACOES      PIC 9(07).
              05 WS-OP-CAPTURAS        PIC 9(07).
              05 WS-OP-REJEITADAS      PIC 9(07).
       01 WS-CAPTURAS.
      *    The day's online captures by client and operator, so an
      *    edit reject is charged to the operator who queued that
      *    client - and each capture is charged at most once.
           03 WS-MAX-CAPTURAS          PIC 9(04)   VALUE 5000.
           03 WS-QTD-CAPTURAS          PIC 9(04)   VALUE ZERO.
           03 WS-IDX-CAP               PIC 9(04)   VALUE ZERO.
           03 WS-CAP-ATUAL             PIC 9(04)   VALUE ZERO.
           03 WS-CAP-ITEM OCCURS 5000 TIMES.
              05 WS-CAP-ID-CLIENTE     PIC 9(06).
              05 WS-CAP-USUARIO        PIC X(08).
              05 WS-CAP-REJEITADA      PIC X.
       01 WS-OPERADOR-LIDO.
           03 WS-USUARIO               PIC X(08)   VALUE SPACES.
           03 WS-TERMINAL              PIC X(04)   VALUE SPACES.
       01 WS-CONTADORES.
           03 WS-CNT-JORNAL            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-TRANFILE          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AUDFILE           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-HISTORICO         PIC 9(07)   VALUE ZERO.
           03 WS-TOT-ALTERACOES        PIC 9(07)   VALUE ZERO.
           03 WS-TOT-CAPTURAS          PIC 9(07)   VALUE ZERO.
           03 WS-TOT-REJEITADAS        PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1.
              05 FILLER                PIC X(40)   VALUE
                 'OPERRPT - ATIVIDADE POR OPERADOR'.
              05 RC-PERIODO            PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RC-DATA               PIC X(08).
              05 FILLER                PIC X(23)   VALUE SPACES.
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(40)   VALUE
                 'OPERADOR  TERM  ALTERACOES  CAPTURAS  RE'.
              05 FILLER                PIC X(40)   VALUE
                 'JEITADAS'.
           03 WS-LIN-DETALHE.
              05 RD-USUARIO            PIC X(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-TERMINAL           PIC X(04).
              05 FILLER                PIC X(05)   VALUE SPACES.
              05 RD-ALTERACOES         PIC 9(07).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RD-CAPTURAS           PIC 9(07).
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RD-REJEITADAS         PIC 9(07).
              05 FILLER                PIC X(33)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            IF MODO-MENSAL
                PERFORM P300-LE-HISTORICO
            ELSE
                PERFORM P200-LE-JORNAL
                PERFORM P220-LE-TRANFILE
                PERFORM P240-LE-AUDFILE
                PERFORM P260-GRAVA-HISTORICO
            END-IF
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "OPERRPT ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            OPEN OUTPUT OPERLIST
            IF NOT OPERLIST-OK
                DISPLAY 'ERRO ABERTURA OPERLIST: ' WS-OPERLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            IF MODO-MENSAL
                PERFORM P110-DEFINE-MES
                MOVE ' MENSAL ' TO RC-PERIODO
                MOVE WS-MES-ALVO-N TO RC-DATA
            ELSE
                MOVE ' DIARIO ' TO RC-PERIODO
                MOVE WS-TS-DATA TO RC-DATA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            .

       P110-DEFINE-MES.
      *    An explicit aaaamm wins; otherwise the month before the
      *    run date - the monthly report runs early the next month.
            IF WS-PARM-MES IS NUMERIC
                MOVE WS-PARM-MES TO WS-MES-ALVO
            ELSE
                IF WS-TS-MES = 1
                    COMPUTE WS-ALVO-ANO = WS-TS-ANO - 1
                    MOVE 12 TO WS-ALVO-MES
                ELSE
                    MOVE WS-TS-ANO TO WS-ALVO-ANO
                    COMPUTE WS-ALVO-MES = WS-TS-MES - 1
                END-IF
            END-IF
            .

       P200-LE-JORNAL.
      *    Every input is optional, same presence convention as
      *    TRANMRG's feeds - absent means nothing of that kind
      *    happened today.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT JRNFILE
            IF JRNFILE-OK
                PERFORM P210-LE-UM-JORNAL UNTIL FIM-DO-ARQUIVO
                CLOSE JRNFILE
            ELSE
                DISPLAY 'JRNFILE NAO ENCONTRADO, SEM ALTERACOES.'
            END-IF
            .

       P210-LE-UM-JORNAL.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT JRNFILE-OK
                        DISPLAY 'ERRO LEITURA JRNFILE: '
                           WS-JRNFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-JORNAL
      *             DEMOBKUP's sync-point marker is not a change.
                    IF NOT JN-SINCRONISMO
                        PERFORM P215-CONTA-ALTERACAO
                    END-IF
            END-READ
            .

       P215-CONTA-ALTERACAO.
            IF JN-USUARIO = SPACES OR JN-USUARIO = LOW-VALUES
                MOVE '(LOTE)  ' TO WS-USUARIO
                MOVE SPACES     TO WS-TERMINAL
            ELSE
                MOVE JN-USUARIO  TO WS-USUARIO
                MOVE JN-TERMINAL TO WS-TERMINAL
            END-IF
            PERFORM P400-LOCALIZA-OPERADOR
            ADD 1 TO WS-OP-ALTERACOES (WS-OP-ATUAL)
            ADD 1 TO WS-TOT-ALTERACOES
            .

       P220-LE-TRANFILE.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT TRANFILE
            IF TRANFILE-OK
                PERFORM P230-LE-UMA-TRANSACAO UNTIL FIM-DO-ARQUIVO
                CLOSE TRANFILE
            ELSE
                DISPLAY 'TRANFILE NAO ENCONTRADO, SEM CAPTURAS.'
            END-IF
            .

       P230-LE-UMA-TRANSACAO.
      *    Only the online channel's records are captures; a desk
      *    slip has no operator to charge.
            READ TRANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT TRANFILE-OK
                        DISPLAY 'ERRO LEITURA TRANFILE: '
                           WS-TRANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-TRANFILE
                    IF TR-ORIGEM = 'ON'
                        PERFORM P235-REGISTRA-CAPTURA
                    END-IF
            END-READ
            .

       P235-REGISTRA-CAPTURA.
            IF TR-USUARIO = SPACES OR TR-USUARIO = LOW-VALUES
                MOVE '(SEM ID)' TO WS-USUARIO
                MOVE SPACES     TO WS-TERMINAL
            ELSE
                MOVE TR-USUARIO  TO WS-USUARIO
                MOVE TR-TERMINAL TO WS-TERMINAL
            END-IF
            PERFORM P400-LOCALIZA-OPERADOR
            ADD 1 TO WS-OP-CAPTURAS (WS-OP-ATUAL)
            ADD 1 TO WS-TOT-CAPTURAS
            IF WS-QTD-CAPTURAS NOT LESS WS-MAX-CAPTURAS
                DISPLAY 'TABELA DE CAPTURAS ESGOTADA EM '
                   TR-ID-CLIENTE
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-CAPTURAS
            MOVE TR-ID-CLIENTE TO WS-CAP-ID-CLIENTE (WS-QTD-CAPTURAS)
            MOVE WS-USUARIO    TO WS-CAP-USUARIO (WS-QTD-CAPTURAS)
            MOVE 'N'           TO WS-CAP-REJEITADA (WS-QTD-CAPTURAS)
            .

       P240-LE-AUDFILE.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT AUDFILE
            IF AUDFILE-OK
                PERFORM P250-LE-UMA-DECISAO UNTIL FIM-DO-ARQUIVO
                CLOSE AUDFILE
            ELSE
                DISPLAY 'AUDFILE NAO ENCONTRADO, SEM REJEICOES.'
            END-IF
            .

       P250-LE-UMA-DECISAO.
      *    A reject of an online capture is charged to the operator
      *    whose capture of that client it was. A released or
      *    recycled reject carries its original operator too, but
      *    is charged only against a capture of the same client by
      *    that operator on today's TRANFILE not yet matched - one
      *    keyed on an earlier night matches nothing here.
            READ AUDFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT AUDFILE-OK
                        DISPLAY 'ERRO LEITURA AUDFILE: '
                           WS-AUDFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-AUDFILE
                    IF AU-ORIGEM = 'ON' AND AU-REJEITADO
                     AND AU-USUARIO NOT = SPACES
                        PERFORM P255-CONFERE-CAPTURA
                    END-IF
            END-READ
            .

       P255-CONFERE-CAPTURA.
            MOVE ZERO TO WS-CAP-ATUAL
            PERFORM P256-PROCURA-CAPTURA
                VARYING WS-IDX-CAP FROM 1 BY 1
                UNTIL WS-IDX-CAP GREATER WS-QTD-CAPTURAS
                   OR WS-CAP-ATUAL GREATER ZERO
            IF WS-CAP-ATUAL GREATER ZERO
                MOVE 'S' TO WS-CAP-REJEITADA (WS-CAP-ATUAL)
                MOVE AU-USUARIO  TO WS-USUARIO
                MOVE AU-TERMINAL TO WS-TERMINAL
                PERFORM P400-LOCALIZA-OPERADOR
                ADD 1 TO WS-OP-REJEITADAS (WS-OP-ATUAL)
                ADD 1 TO WS-TOT-REJEITADAS
            END-IF
            .

       P256-PROCURA-CAPTURA.
            IF WS-CAP-ID-CLIENTE (WS-IDX-CAP) = AU-ID-CLIENTE
             AND WS-CAP-USUARIO (WS-IDX-CAP) = AU-USUARIO
             AND WS-CAP-REJEITADA (WS-IDX-CAP) = 'N'
                MOVE WS-IDX-CAP TO WS-CAP-ATUAL
            END-IF
            .

       P260-GRAVA-HISTORICO.
      *    The history is permanent - each daily run appends its
      *    totals, and the very first run creates it, same device
      *    as COBOLIF's suspense file. A date already on the
      *    history is not appended twice.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT OPERHIST
            IF OPERHIST-OK
                PERFORM P265-VERIFICA-DIA UNTIL FIM-DO-ARQUIVO
                CLOSE OPERHIST
            END-IF
            IF DIA-JA-REGISTRADO
                DISPLAY 'OPERRPT - ' WS-TS-DATA
                   ' JA CONSTA DO OPERHIST, HISTORICO NAO GRAVADO.'
                MOVE 4 TO RETURN-CODE
            ELSE
                OPEN EXTEND OPERHIST
                IF NOT OPERHIST-OK
                    OPEN OUTPUT OPERHIST
                END-IF
                IF NOT OPERHIST-OK
                    DISPLAY 'ERRO ABERTURA OPERHIST: '
                       WS-OPERHIST-STATUS
                    PERFORM P050-ABORTA
                END-IF
                PERFORM P270-GRAVA-OPERADOR
                    VARYING WS-IDX-OP FROM 1 BY 1
                    UNTIL WS-IDX-OP GREATER WS-QTD-OPERADORES
                CLOSE OPERHIST
            END-IF
            .

       P265-VERIFICA-DIA.
            READ OPERHIST
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF OH-DATA = WS-TS-DATA
                        SET DIA-JA-REGISTRADO TO TRUE
                    END-IF
            END-READ
            .

       P270-GRAVA-OPERADOR.
            MOVE WS-TS-DATA                    TO OH-DATA
            MOVE WS-OP-USUARIO (WS-IDX-OP)     TO OH-USUARIO
            MOVE WS-OP-TERMINAL (WS-IDX-OP)    TO OH-TERMINAL
            MOVE WS-OP-ALTERACOES (WS-IDX-OP)  TO OH-ALTERACOES
            MOVE WS-OP-CAPTURAS (WS-IDX-OP)    TO OH-CAPTURAS
            MOVE WS-OP-REJEITADAS (WS-IDX-OP)  TO OH-REJEITADAS
            WRITE OH-REGISTRO
            .

       P300-LE-HISTORICO.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT OPERHIST
            IF OPERHIST-OK
                PERFORM P310-LE-UM-HISTORICO UNTIL FIM-DO-ARQUIVO
                CLOSE OPERHIST
            ELSE
                DISPLAY 'OPERHIST NAO ENCONTRADO, MES SEM ATIVIDADE.'
            END-IF
            .

       P310-LE-UM-HISTORICO.
            READ OPERHIST
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT OPERHIST-OK
                        DISPLAY 'ERRO LEITURA OPERHIST: '
                           WS-OPERHIST-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF OH-DATA (1:6) = WS-MES-ALVO
                        ADD 1 TO WS-CNT-HISTORICO
                        MOVE OH-USUARIO  TO WS-USUARIO
                        MOVE OH-TERMINAL TO WS-TERMINAL
                        PERFORM P400-LOCALIZA-OPERADOR
                        ADD OH-ALTERACOES
                          TO WS-OP-ALTERACOES (WS-OP-ATUAL)
                        ADD OH-CAPTURAS TO WS-OP-CAPTURAS (WS-OP-ATUAL)
                        ADD OH-REJEITADAS
                          TO WS-OP-REJEITADAS (WS-OP-ATUAL)
                        ADD OH-ALTERACOES TO WS-TOT-ALTERACOES
                        ADD OH-CAPTURAS   TO WS-TOT-CAPTURAS
                        ADD OH-REJEITADAS TO WS-TOT-REJEITADAS
                    END-IF
            END-READ
            .

       P400-LOCALIZA-OPERADOR.
      *    The entry keeps the last terminal the operator used.
            MOVE ZERO TO WS-OP-ATUAL
            PERFORM P410-PROCURA-OPERADOR
                VARYING WS-IDX-OP FROM 1 BY 1
                UNTIL WS-IDX-OP GREATER WS-QTD-OPERADORES
                   OR WS-OP-ATUAL GREATER ZERO
            IF WS-OP-ATUAL = ZERO
                IF WS-QTD-OPERADORES NOT LESS WS-MAX-OPERADORES
                    DISPLAY 'TABELA DE OPERADORES ESGOTADA EM '
                       WS-USUARIO
                    PERFORM P050-ABORTA
                END-IF
                ADD 1 TO WS-QTD-OPERADORES
                MOVE WS-QTD-OPERADORES TO WS-OP-ATUAL
                INITIALIZE WS-OP-ITEM (WS-OP-ATUAL)
                MOVE WS-USUARIO TO WS-OP-USUARIO (WS-OP-ATUAL)
            END-IF
            IF WS-TERMINAL NOT = SPACES
                MOVE WS-TERMINAL TO WS-OP-TERMINAL (WS-OP-ATUAL)
            END-IF
            .

       P410-PROCURA-OPERADOR.
            IF WS-OP-USUARIO (WS-IDX-OP) = WS-USUARIO
                MOVE WS-IDX-OP TO WS-OP-ATUAL
            END-IF
            .

       P700-GRAVA-DETALHE.
            MOVE WS-OP-USUARIO (WS-IDX-OP)    TO RD-USUARIO
            MOVE WS-OP-TERMINAL (WS-IDX-OP)   TO RD-TERMINAL
            MOVE WS-OP-ALTERACOES (WS-IDX-OP) TO RD-ALTERACOES
            MOVE WS-OP-CAPTURAS (WS-IDX-OP)   TO RD-CAPTURAS
            MOVE WS-OP-REJEITADAS (WS-IDX-OP) TO RD-REJEITADAS
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P950-RELATORIO.
            PERFORM P700-GRAVA-DETALHE
                VARYING WS-IDX-OP FROM 1 BY 1
                UNTIL WS-IDX-OP GREATER WS-QTD-OPERADORES
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'OPERADORES ...............: ' TO RT-ROTULO
            MOVE WS-QTD-OPERADORES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ALTERACOES NO MASTER .....: ' TO RT-ROTULO
            MOVE WS-TOT-ALTERACOES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CAPTURAS ONLINE ..........: ' TO RT-ROTULO
            MOVE WS-TOT-CAPTURAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CAPTURAS REJEITADAS ......: ' TO RT-ROTULO
            MOVE WS-TOT-REJEITADAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY '========================================'
            DISPLAY 'OPERRPT - ATIVIDADE POR OPERADOR'
            IF MODO-MENSAL
                DISPLAY 'MES ......................: ' WS-MES-ALVO-N
                DISPLAY 'REGISTROS DO HISTORICO ...: '
                   WS-CNT-HISTORICO
            ELSE
                DISPLAY 'REGISTROS DE JORNAL ......: ' WS-CNT-JORNAL
                DISPLAY 'TRANSACOES LIDAS .........: '
                   WS-CNT-TRANFILE
                DISPLAY 'DECISOES LIDAS ...........: ' WS-CNT-AUDFILE
            END-IF
            DISPLAY 'OPERADORES ...............: ' WS-QTD-OPERADORES
            DISPLAY 'ALTERACOES NO MASTER .....: ' WS-TOT-ALTERACOES
            DISPLAY 'CAPTURAS ONLINE ..........: ' WS-TOT-CAPTURAS
            DISPLAY 'CAPTURAS REJEITADAS ......: ' WS-TOT-REJEITADAS
            DISPLAY '========================================'
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            CLOSE OPERLIST
            GOBACK.
       END PROGRAM OPERRPT.
