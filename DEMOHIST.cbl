      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time history of one client's DEMOFILE
      *          master record, read back from the CPYIFJN change
      *          journal - the answer to a dispute's "what did the
      *          master hold for this client on that date, and who
      *          changed it since?". PARM='nnnnnn' names the client;
      *          PARM='nnnnnnaaaammdd' adds the as-of date (the run
      *          date when it is not keyed). JRNFILE is the same
      *          concatenation DEMORCVR replays, oldest generation
      *          first. Every journal record of the client prints on
      *          the timeline in journal order with the writing
      *          program, the date and time, the operator (or (LOTE)
      *          for a batch writer) and one line per field whose
      *          value changed, old and new; the changes made after
      *          the as-of date are flagged POSTERIOR. CLIMERGE's
      *          transfer records print as the item moved. The run
      *          closes with the record as the master held it at the
      *          end of the as-of date - the after image of the last
      *          change on or before it - or says the client was not
      *          on the master then. A client with no change in the
      *          journal generations supplied is reported as such;
      *          the record then predates the oldest generation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT HISTLIST ASSIGN TO "HISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  HISTLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-HISTLIST-STATUS       PIC XX.
              88 HISTLIST-OK           VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-ASOF-SW               PIC X       VALUE 'N'.
              88 HA-IMAGEM-NA-DATA     VALUE 'S'.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(14)   VALUE SPACES.
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-ID            PIC X(06).
              05 WS-PARM-DATA          PIC X(08).
           03 WS-ID-CLIENTE            PIC 9(06)   VALUE ZERO.
           03 WS-DATA-ASOF             PIC 9(08)   VALUE ZERO.
       01 WS-IMAGENS.
      *    The journal images are DM-REGISTRO bytes. They are
      *    opened up here as characters - an insert has no before
      *    image and a delete no after image, both blank.
           03 WS-IMG-ANTES.
              05 WS-AN-ID-CLIENTE      PIC X(06).
              05 WS-AN-STATUS          PIC X.
              05 WS-AN-LINHA           PIC XX.
              05 WS-AN-CODIGO          PIC X.
              05 WS-AN-CAMPO           PIC XX.
              05 WS-AN-DADO            PIC XX.
              05 WS-AN-SITUACAO        PIC X.
              05 WS-AN-DATA-CANCEL     PIC X(08).
           03 WS-IMG-DEPOIS.
              05 WS-DP-ID-CLIENTE      PIC X(06).
              05 WS-DP-STATUS          PIC X.
              05 WS-DP-LINHA           PIC XX.
              05 WS-DP-CODIGO          PIC X.
              05 WS-DP-CAMPO           PIC XX.
              05 WS-DP-DADO            PIC XX.
              05 WS-DP-SITUACAO        PIC X.
              05 WS-DP-DATA-CANCEL     PIC X(08).
           03 WS-IMG-ASOF.
              05 WS-AS-ID-CLIENTE      PIC X(06).
              05 WS-AS-STATUS          PIC X.
              05 WS-AS-LINHA           PIC XX.
              05 WS-AS-CODIGO          PIC X.
              05 WS-AS-CAMPO           PIC XX.
              05 WS-AS-DADO            PIC XX.
              05 WS-AS-SITUACAO        PIC X.
              05 WS-AS-DATA-CANCEL     PIC X(08).
           03 WS-DATA-ULT-ASOF         PIC 9(08)   VALUE ZERO.
           03 WS-PRIMEIRA-ACAO         PIC X       VALUE SPACE.
       01 WS-CONTADORES.
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-CLIENTE           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-POSTERIORES       PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1.
              05 FILLER                PIC X(32)   VALUE
                 'DEMOHIST - HISTORICO DO CLIENTE '.
              05 RC-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(09)   VALUE
                 ' - DATA: '.
              05 RC-DATA-ASOF          PIC 9(08).
              05 FILLER                PIC X(25)   VALUE SPACES.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'DATA     HORA     PROGRAMA ACAO          USUARIO  TERM'.
           03 WS-LIN-EVENTO.
              05 RE-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-HORA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-PROGRAMA           PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-ACAO               PIC X(13).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-USUARIO            PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-TERMINAL           PIC X(04).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-MARCA              PIC X(09).
              05 FILLER                PIC X(16)   VALUE SPACES.
           03 WS-LIN-CAMPO.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RF-CAMPO              PIC X(12).
              05 FILLER                PIC X(04)   VALUE ' DE '.
              05 RF-ANTES              PIC X(08).
              05 FILLER                PIC X(06)   VALUE ' PARA '.
              05 RF-DEPOIS             PIC X(08).
              05 FILLER                PIC X(38)   VALUE SPACES.
           03 WS-LIN-VALOR.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RV-CAMPO              PIC X(12).
              05 FILLER                PIC X(03)   VALUE ' : '.
              05 RV-VALOR              PIC X(08).
              05 FILLER                PIC X(53)   VALUE SPACES.
           03 WS-LIN-TRANSFERENCIA.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RX-ANTES              PIC X(23).
              05 FILLER                PIC X(04)   VALUE ' -> '.
              05 RX-DEPOIS             PIC X(23).
              05 FILLER                PIC X(26)   VALUE SPACES.
           03 WS-LIN-ASOF.
              05 FILLER                PIC X(28)   VALUE
                 'MASTER NO FIM DO DIA ......:'.
              05 FILLER                PIC X       VALUE SPACE.
              05 RA-DATA               PIC 9(08).
              05 FILLER                PIC X(08)   VALUE
                 ' (DESDE '.
              05 RA-DESDE              PIC 9(08).
              05 FILLER                PIC X       VALUE ')'.
              05 FILLER                PIC X(26)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-AVALIA UNTIL FIM-DO-ARQUIVO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "DEMOHIST ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            IF WS-PARM-ID IS NOT NUMERIC
                DISPLAY 'PARM SEM ID DE CLIENTE VALIDO: ' WS-PARM-ARG
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-PARM-ID TO WS-ID-CLIENTE
            IF WS-PARM-DATA = SPACES
                ACCEPT WS-DATA-ASOF FROM DATE YYYYMMDD
            ELSE
                IF WS-PARM-DATA IS NOT NUMERIC
                    DISPLAY 'PARM COM DATA INVALIDA: ' WS-PARM-ARG
                    PERFORM P050-ABORTA
                END-IF
                MOVE WS-PARM-DATA TO WS-DATA-ASOF
            END-IF
            OPEN INPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT HISTLIST
            IF NOT HISTLIST-OK
                DISPLAY 'ERRO ABERTURA HISTLIST: ' WS-HISTLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-ID-CLIENTE TO RC-ID-CLIENTE
            MOVE WS-DATA-ASOF  TO RC-DATA-ASOF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-JRNFILE
            .

       P110-LE-JRNFILE.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT JRNFILE-OK
                        DISPLAY 'ERRO LEITURA JRNFILE: '
                           WS-JRNFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-AVALIA.
            ADD 1 TO WS-CNT-LIDOS
            IF JN-ID-CLIENTE = WS-ID-CLIENTE
               AND NOT JN-SINCRONISMO
                PERFORM P600-LISTA-EVENTO
            END-IF
            PERFORM P110-LE-JRNFILE
            .

       P600-LISTA-EVENTO.
            ADD 1 TO WS-CNT-CLIENTE
            IF WS-CNT-CLIENTE = 1
                MOVE JN-ACAO TO WS-PRIMEIRA-ACAO
            END-IF
            MOVE JN-DATA     TO RE-DATA
            MOVE JN-HORA     TO RE-HORA
            MOVE JN-PROGRAMA TO RE-PROGRAMA
            EVALUATE TRUE
                WHEN JN-INCLUSAO
                    MOVE 'INCLUSAO'      TO RE-ACAO
                WHEN JN-ALTERACAO
                    MOVE 'ALTERACAO'     TO RE-ACAO
                WHEN JN-EXCLUSAO
                    MOVE 'EXCLUSAO'      TO RE-ACAO
                WHEN JN-TRANSFERENCIA
                    MOVE 'TRANSFERENCIA' TO RE-ACAO
                WHEN OTHER
                    MOVE JN-ACAO         TO RE-ACAO
            END-EVALUATE
            IF JN-USUARIO = SPACES OR JN-USUARIO = LOW-VALUES
                MOVE '(LOTE)  ' TO RE-USUARIO
                MOVE SPACES     TO RE-TERMINAL
            ELSE
                MOVE JN-USUARIO  TO RE-USUARIO
                MOVE JN-TERMINAL TO RE-TERMINAL
            END-IF
            IF JN-DATA GREATER WS-DATA-ASOF
                ADD 1 TO WS-CNT-POSTERIORES
                MOVE 'POSTERIOR' TO RE-MARCA
            ELSE
                MOVE SPACES TO RE-MARCA
            END-IF
            MOVE WS-LIN-EVENTO TO RL-LINHA
            WRITE RL-LINHA
            IF JN-TRANSFERENCIA
                MOVE JN-ANTES  TO RX-ANTES
                MOVE JN-DEPOIS TO RX-DEPOIS
                MOVE WS-LIN-TRANSFERENCIA TO RL-LINHA
                WRITE RL-LINHA
            ELSE
                PERFORM P610-LISTA-CAMPOS
      *         The journal is in the order the changes were made,
      *         so the last change on or before the as-of date is
      *         what the master held at the end of that day.
                IF JN-DATA NOT GREATER WS-DATA-ASOF
                    MOVE JN-DEPOIS TO WS-IMG-ASOF
                    MOVE JN-DATA   TO WS-DATA-ULT-ASOF
                    SET HA-IMAGEM-NA-DATA TO TRUE
                END-IF
            END-IF
            .

       P610-LISTA-CAMPOS.
            MOVE JN-ANTES  TO WS-IMG-ANTES
            MOVE JN-DEPOIS TO WS-IMG-DEPOIS
            PERFORM P615-COMPARA-CAMPOS
            .

       P615-COMPARA-CAMPOS.
      *    One line per field whose value differs between the two
      *    images.
            IF WS-AN-STATUS NOT = WS-DP-STATUS
                MOVE 'DM-STATUS'      TO RF-CAMPO
                MOVE WS-AN-STATUS     TO RF-ANTES
                MOVE WS-DP-STATUS     TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-LINHA NOT = WS-DP-LINHA
                MOVE 'DM-LINHA'       TO RF-CAMPO
                MOVE WS-AN-LINHA      TO RF-ANTES
                MOVE WS-DP-LINHA      TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-CODIGO NOT = WS-DP-CODIGO
                MOVE 'DM-CODIGO'      TO RF-CAMPO
                MOVE WS-AN-CODIGO     TO RF-ANTES
                MOVE WS-DP-CODIGO     TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-CAMPO NOT = WS-DP-CAMPO
                MOVE 'DM-CAMPO'       TO RF-CAMPO
                MOVE WS-AN-CAMPO      TO RF-ANTES
                MOVE WS-DP-CAMPO      TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-DADO NOT = WS-DP-DADO
                MOVE 'DM-DADO'        TO RF-CAMPO
                MOVE WS-AN-DADO       TO RF-ANTES
                MOVE WS-DP-DADO       TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-SITUACAO NOT = WS-DP-SITUACAO
                MOVE 'DM-SITUACAO'    TO RF-CAMPO
                MOVE WS-AN-SITUACAO   TO RF-ANTES
                MOVE WS-DP-SITUACAO   TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            IF WS-AN-DATA-CANCEL NOT = WS-DP-DATA-CANCEL
                MOVE 'DATA-CANCEL'    TO RF-CAMPO
                MOVE WS-AN-DATA-CANCEL TO RF-ANTES
                MOVE WS-DP-DATA-CANCEL TO RF-DEPOIS
                PERFORM P620-GRAVA-CAMPO
            END-IF
            .

       P620-GRAVA-CAMPO.
            MOVE WS-LIN-CAMPO TO RL-LINHA
            WRITE RL-LINHA
            .

       P700-LISTA-ASOF.
      *    The record as of the requested date. An after image of
      *    blanks is a delete - the client was off the master then.
      *    With no change up to the date, a client whose first
      *    journal record is its insert was not on the master yet.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-DATA-ASOF     TO RA-DATA
            MOVE WS-DATA-ULT-ASOF TO RA-DESDE
            EVALUATE TRUE
                WHEN HA-IMAGEM-NA-DATA AND WS-IMG-ASOF = SPACES
                    MOVE WS-LIN-ASOF TO RL-LINHA
                    WRITE RL-LINHA
                    MOVE '    CLIENTE FORA DO MASTER NESSA DATA.'
                      TO RL-LINHA
                    WRITE RL-LINHA
                WHEN HA-IMAGEM-NA-DATA
                    MOVE WS-LIN-ASOF TO RL-LINHA
                    WRITE RL-LINHA
                    PERFORM P710-LISTA-REGISTRO
                WHEN WS-PRIMEIRA-ACAO = 'I'
                    MOVE WS-LIN-ASOF TO RL-LINHA
                    WRITE RL-LINHA
                    MOVE '    CLIENTE AINDA NAO INCLUIDO NESSA DATA.'
                      TO RL-LINHA
                    WRITE RL-LINHA
                WHEN OTHER
                    MOVE 'SEM MUDANCA NO JORNAL ATE A DATA - O REGISTRO'
                      TO RL-LINHA
                    WRITE RL-LINHA
                    MOVE 'E ANTERIOR A GERACAO MAIS ANTIGA FORNECIDA.'
                      TO RL-LINHA
                    WRITE RL-LINHA
            END-EVALUATE
            .

       P710-LISTA-REGISTRO.
            MOVE 'ID-CLIENTE'      TO RV-CAMPO
            MOVE WS-AS-ID-CLIENTE  TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-STATUS'       TO RV-CAMPO
            MOVE WS-AS-STATUS      TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-LINHA'        TO RV-CAMPO
            MOVE WS-AS-LINHA       TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-CODIGO'       TO RV-CAMPO
            MOVE WS-AS-CODIGO      TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-CAMPO'        TO RV-CAMPO
            MOVE WS-AS-CAMPO       TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-DADO'         TO RV-CAMPO
            MOVE WS-AS-DADO        TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DM-SITUACAO'     TO RV-CAMPO
            MOVE WS-AS-SITUACAO    TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            MOVE 'DATA-CANCEL'     TO RV-CAMPO
            MOVE WS-AS-DATA-CANCEL TO RV-VALOR
            PERFORM P720-GRAVA-VALOR
            .

       P720-GRAVA-VALOR.
            MOVE WS-LIN-VALOR TO RL-LINHA
            WRITE RL-LINHA
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'JORNAL LIDO ..............: ' TO RT-ROTULO
            MOVE WS-CNT-LIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MUDANCAS DO CLIENTE ......: ' TO RT-ROTULO
            MOVE WS-CNT-CLIENTE TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'POSTERIORES A DATA .......: ' TO RT-ROTULO
            MOVE WS-CNT-POSTERIORES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY '========================================'
            DISPLAY 'DEMOHIST - HISTORICO DO CLIENTE ' WS-ID-CLIENTE
            DISPLAY 'JORNAL LIDO ..............: ' WS-CNT-LIDOS
            DISPLAY 'MUDANCAS DO CLIENTE ......: ' WS-CNT-CLIENTE
            DISPLAY 'POSTERIORES A DATA .......: ' WS-CNT-POSTERIORES
            DISPLAY '========================================'
            .

       P900-FIM.
            PERFORM P700-LISTA-ASOF
            PERFORM P950-RELATORIO
            CLOSE JRNFILE
            CLOSE HISTLIST
            GOBACK.
       END PROGRAM DEMOHIST.
