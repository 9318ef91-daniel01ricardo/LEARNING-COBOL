      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exception list of the dual-control maintenance
      *          requests still pending when the batch window opens -
      *          every APRVFILE record (CPYIFPA) that CICPGM3 queued
      *          and no supervisor has approved or refused on
      *          CICPGM5 yet. Each one means a delete or a
      *          DM-STATUS/DM-LINHA change the desk asked for that
      *          the night's edit will run without, so the list
      *          goes to the desk supervisors with the client, the
      *          action, who asked, from which terminal, when, and
      *          the days it has waited (30/360, same count as
      *          WRNAGING). The decided requests are only counted -
      *          they stay on the file as the four-eyes trail. The
      *          list is information, not a failure: the step ends
      *          zero with pending items so the stream runs on. No
      *          APRVFILE yet (the cluster not defined, or never
      *          written since) means nothing is pending: the list
      *          goes out empty, with zero totals, and the step still
      *          ends zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRVFILE ASSIGN TO "APRVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WS-APRVFILE-STATUS.
           SELECT APRVLIST ASSIGN TO "APRVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRVLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APRVFILE.
           COPY CPYIFPA.
       FD  APRVLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-APRVFILE-STATUS       PIC XX.
              88 APRVFILE-OK           VALUE '00'.
              88 APRVFILE-AUSENTE      VALUE '35' '05'.
           03 WS-APRVLIST-STATUS       PIC XX.
              88 APRVLIST-OK           VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-APRV-ABERTO-SW        PIC X       VALUE 'N'.
              88 APRVFILE-ABERTO       VALUE 'S'.
       01 WS-IDADE.
           03 WS-HOJE                  PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-HOJE.
              05 WS-HOJE-ANO           PIC 9(04).
              05 WS-HOJE-MES           PIC 99.
              05 WS-HOJE-DIA           PIC 99.
           03 WS-DESDE                 PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-DESDE.
              05 WS-DESDE-ANO          PIC 9(04).
              05 WS-DESDE-MES          PIC 99.
              05 WS-DESDE-DIA          PIC 99.
           03 WS-DIAS                  PIC S9(05)  VALUE ZERO.
           03 WS-MAIS-DIAS             PIC 9(05)   VALUE ZERO.
       01 WS-CONTADORES.
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PENDENTES         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PEND-EXCLUSAO     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PEND-ALTERACAO    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-APROVADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RECUSADOS         PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'APRVPEND - PEDIDOS PENDENTES DE APROVACAO'.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'ID-CLIENTE ACAO USUARIO  TERM DATA     HORA      DIAS'.
           03 WS-LIN-DETALHE.
              05 RD-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(05)   VALUE SPACES.
              05 RD-ACAO               PIC X.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RD-USUARIO            PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-TERMINAL           PIC X(04).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-HORA               PIC 9(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-DIAS               PIC 9(05).
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
            DISPLAY "APRVPEND ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            OPEN INPUT APRVFILE
            EVALUATE TRUE
                WHEN APRVFILE-OK
                    SET APRVFILE-ABERTO TO TRUE
                WHEN APRVFILE-AUSENTE
                    DISPLAY 'APRVFILE NAO ENCONTRADO, NENHUM PEDIDO '
                       'PENDENTE.'
                    IF WS-APRVFILE-STATUS = '05'
                        SET APRVFILE-ABERTO TO TRUE
                    END-IF
                    SET FIM-DO-ARQUIVO TO TRUE
                WHEN OTHER
                    DISPLAY 'ERRO ABERTURA APRVFILE: '
                       WS-APRVFILE-STATUS
                    PERFORM P050-ABORTA
            END-EVALUATE
            OPEN OUTPUT APRVLIST
            IF NOT APRVLIST-OK
                DISPLAY 'ERRO ABERTURA APRVLIST: '
                   WS-APRVLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            IF NOT FIM-DO-ARQUIVO
                PERFORM P110-LE-APRVFILE
            END-IF
            .

       P110-LE-APRVFILE.
            READ APRVFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT APRVFILE-OK
                        DISPLAY 'ERRO LEITURA APRVFILE: '
                           WS-APRVFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-AVALIA.
            ADD 1 TO WS-CNT-LIDOS
            EVALUATE TRUE
                WHEN PA-PENDENTE
                    PERFORM P600-LISTA-PENDENTE
                WHEN PA-APROVADO
                    ADD 1 TO WS-CNT-APROVADOS
                WHEN OTHER
                    ADD 1 TO WS-CNT-RECUSADOS
            END-EVALUATE
            PERFORM P110-LE-APRVFILE
            .

       P600-LISTA-PENDENTE.
            ADD 1 TO WS-CNT-PENDENTES
            IF PA-EXCLUSAO
                ADD 1 TO WS-CNT-PEND-EXCLUSAO
            ELSE
                ADD 1 TO WS-CNT-PEND-ALTERACAO
            END-IF
            MOVE PA-DATA-PEDIDO TO WS-DESDE
            COMPUTE WS-DIAS =
                (WS-HOJE-ANO - WS-DESDE-ANO) * 360
                + (WS-HOJE-MES - WS-DESDE-MES) * 30
                + (WS-HOJE-DIA - WS-DESDE-DIA)
            IF WS-DIAS LESS ZERO
                MOVE ZERO TO WS-DIAS
            END-IF
            IF WS-DIAS GREATER WS-MAIS-DIAS
                MOVE WS-DIAS TO WS-MAIS-DIAS
            END-IF
            MOVE PA-ID-CLIENTE      TO RD-ID-CLIENTE
            MOVE PA-ACAO            TO RD-ACAO
            MOVE PA-USUARIO-PEDIDO  TO RD-USUARIO
            MOVE PA-TERMINAL-PEDIDO TO RD-TERMINAL
            MOVE PA-DATA-PEDIDO     TO RD-DATA
            MOVE PA-HORA-PEDIDO     TO RD-HORA
            MOVE WS-DIAS            TO RD-DIAS
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'PEDIDOS PENDENTES ........: ' TO RT-ROTULO
            MOVE WS-CNT-PENDENTES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE '  EXCLUSOES ..............: ' TO RT-ROTULO
            MOVE WS-CNT-PEND-EXCLUSAO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE '  ALTERACOES STATUS/LINHA : ' TO RT-ROTULO
            MOVE WS-CNT-PEND-ALTERACAO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MAIS ANTIGO (DIAS) .......: ' TO RT-ROTULO
            MOVE WS-MAIS-DIAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DECIDIDOS - APROVADOS ....: ' TO RT-ROTULO
            MOVE WS-CNT-APROVADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DECIDIDOS - RECUSADOS ....: ' TO RT-ROTULO
            MOVE WS-CNT-RECUSADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY '========================================'
            DISPLAY 'APRVPEND - PEDIDOS DE APROVACAO'
            DISPLAY 'REGISTROS LIDOS ..........: ' WS-CNT-LIDOS
            DISPLAY 'PENDENTES ................: ' WS-CNT-PENDENTES
            DISPLAY 'APROVADOS ................: ' WS-CNT-APROVADOS
            DISPLAY 'RECUSADOS ................: ' WS-CNT-RECUSADOS
            DISPLAY '========================================'
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            IF APRVFILE-ABERTO
                CLOSE APRVFILE
            END-IF
            CLOSE APRVLIST
            GOBACK.
       END PROGRAM APRVPEND.
