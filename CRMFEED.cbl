      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly net-change feed of the DEMOFILE master to the
      *          CRM system, in place of the weekly full unload the
      *          CRM side used to diff for itself. Reads the day's
      *          CPYIFJN journal generations of every writer, in the
      *          order the jobs ran (same concatenation rule as
      *          DEMORCVR), and nets them per client: the first
      *          record tells whether the client was on the master
      *          when the day began (anything but an inclusion), the
      *          last one gives the final image. A client that was
      *          not there and is gone again - inserted and deleted
      *          the same day - and one whose final image is the one
      *          it started with are dropped; every other client
      *          goes out once on the framed CPYIFCR file, marked
      *          new, changed, closed (cancelled during the day) or
      *          removed. 'T' trail and 'S' sync-point records change
      *          no master image and are skipped. PARM 'CARGA' is the
      *          first-time / resynchronisation mode: the journal is
      *          not read and the whole master goes out, in the same
      *          format, each client as new (closed when cancelled),
      *          the header saying so. No PARM or 'DIARIO' is the
      *          daily run. A journal record with an unknown action
      *          is counted, not fed, and ends the run RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMFEED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOFILE ASSIGN TO "DEMOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT CRMFILE ASSIGN TO "CRMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRMFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  CRMFILE.
           COPY CPYIFCR.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-CRMFILE-STATUS        PIC XX.
              88 CRMFILE-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-MODO                  PIC X       VALUE 'D'.
              88 MODO-DIARIO           VALUE 'D'.
              88 MODO-CARGA            VALUE 'C'.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(16)   VALUE SPACES.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
      *    Enough of a master image to tell a cancelled client - the
      *    images on the table are not in the DEMOFILE record area,
      *    which is not open on the daily run.
       01 WS-IMAGEM.
           03 WS-IM-ID-CLIENTE         PIC 9(06).
           03 FILLER                   PIC X(08).
           03 WS-IM-SITUACAO           PIC X.
              88 IM-CANCELADO          VALUE 'C'.
           03 WS-IM-DATA-CANCEL        PIC 9(08).
       01 WS-SITUACAO-INICIAL          PIC X       VALUE SPACE.
          88 INICIAL-CANCELADO         VALUE 'C'.
       01 WS-TAB-CLIENTES.
      *    Same sizing and loud-abort convention as COBOLIF's
      *    duplicate table - one entry per client the day's journal
      *    touched, in the order first met. A day beyond it is fed
      *    with a baseline run instead.
           03 WS-MAX-CLIENTES          PIC 9(04)   VALUE 5000.
           03 WS-QTD-CLIENTES          PIC 9(04)   VALUE ZERO.
           03 WS-IDX-TAB               PIC 9(04)   VALUE ZERO.
           03 WS-CL-ITEM OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-QTD-CLIENTES
                         INDEXED BY WS-CL-IDX.
              05 WS-CL-ID-CLIENTE      PIC 9(06).
              05 WS-CL-EXISTIA         PIC X.
                 88 CL-EXISTIA         VALUE 'S'.
              05 WS-CL-EXISTE          PIC X.
                 88 CL-EXISTE          VALUE 'S'.
              05 WS-CL-INICIAL         PIC X(23).
              05 WS-CL-FINAL           PIC X(23).
              05 WS-CL-DATA            PIC 9(08).
              05 WS-CL-HORA            PIC 9(08).
              05 WS-CL-PROGRAMA        PIC X(08).
              05 WS-CL-QTD             PIC 9(04).
       01 WS-CONTADORES.
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-IGNORADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-INVALIDOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NOVOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ALTERADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ENCERRADOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REMOVIDOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PARES             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-EFEITO        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-GRAVADOS          PIC 9(07)   VALUE ZERO.
           03 WS-HASH-CHAVES           PIC 9(13)   VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            IF MODO-CARGA
                PERFORM P300-CARGA UNTIL FIM-DO-ARQUIVO
            ELSE
                PERFORM P200-LE-JORNAL UNTIL FIM-DO-ARQUIVO
                PERFORM P400-GRAVA-LIQUIDO
                    VARYING WS-IDX-TAB FROM 1 BY 1
                    UNTIL WS-IDX-TAB GREATER WS-QTD-CLIENTES
            END-IF
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "CRMFEED ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            EVALUATE WS-PARM-ARG
                WHEN SPACES
                WHEN 'DIARIO'
                    SET MODO-DIARIO TO TRUE
                WHEN 'CARGA'
                    SET MODO-CARGA TO TRUE
                WHEN OTHER
                    DISPLAY 'PARM INVALIDO, ESPERADO DIARIO OU CARGA: '
                       WS-PARM-ARG
                    PERFORM P050-ABORTA
            END-EVALUATE
            IF MODO-CARGA
                OPEN INPUT DEMOFILE
                IF NOT DEMOFILE-OK
                    DISPLAY 'ERRO ABERTURA DEMOFILE: '
                       WS-DEMOFILE-STATUS
                    PERFORM P050-ABORTA
                END-IF
            ELSE
                OPEN INPUT JRNFILE
                IF NOT JRNFILE-OK
                    DISPLAY 'ERRO ABERTURA JRNFILE: '
                       WS-JRNFILE-STATUS
                    PERFORM P050-ABORTA
                END-IF
            END-IF
            OPEN OUTPUT CRMFILE
            IF NOT CRMFILE-OK
                DISPLAY 'ERRO ABERTURA CRMFILE: ' WS-CRMFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE SPACES      TO CR-REGISTRO
            SET CR-TIPO-CABECALHO TO TRUE
            MOVE WS-TS-DATA  TO CR-CAB-DATA
            MOVE WS-TS-HORA  TO CR-CAB-HORA
            MOVE 'CRMFEED'   TO CR-CAB-PROGRAMA
            MOVE WS-MODO     TO CR-CAB-MODO
            WRITE CR-REGISTRO
            IF NOT CRMFILE-OK
                DISPLAY 'ERRO GRAVANDO CRMFILE: ' WS-CRMFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P200-LE-JORNAL.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT JRNFILE-OK
                        DISPLAY 'ERRO LEITURA JRNFILE: '
                           WS-JRNFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-LIDOS
                    EVALUATE TRUE
                        WHEN JN-TRANSFERENCIA
                        WHEN JN-SINCRONISMO
                            ADD 1 TO WS-CNT-IGNORADOS
                        WHEN JN-INCLUSAO
                        WHEN JN-ALTERACAO
                        WHEN JN-EXCLUSAO
                            PERFORM P210-ACUMULA
                        WHEN OTHER
                            ADD 1 TO WS-CNT-INVALIDOS
                            DISPLAY 'JRNFILE COM ACAO INVALIDA: '
                               JN-PROGRAMA ' ' JN-ACAO ' '
                               JN-ID-CLIENTE
                    END-EVALUATE
            END-READ
            .

       P210-ACUMULA.
      *    The first record of a client fixes how its day began; each
      *    later one only moves the final state on.
            SET WS-CL-IDX TO 1
            SEARCH WS-CL-ITEM
                AT END
                    PERFORM P220-NOVO-CLIENTE
                WHEN WS-CL-ID-CLIENTE (WS-CL-IDX) = JN-ID-CLIENTE
                    CONTINUE
            END-SEARCH
            IF JN-EXCLUSAO
                MOVE 'N' TO WS-CL-EXISTE (WS-CL-IDX)
                MOVE JN-ANTES TO WS-CL-FINAL (WS-CL-IDX)
            ELSE
                MOVE 'S' TO WS-CL-EXISTE (WS-CL-IDX)
                MOVE JN-DEPOIS TO WS-CL-FINAL (WS-CL-IDX)
            END-IF
            MOVE JN-DATA     TO WS-CL-DATA (WS-CL-IDX)
            MOVE JN-HORA     TO WS-CL-HORA (WS-CL-IDX)
            MOVE JN-PROGRAMA TO WS-CL-PROGRAMA (WS-CL-IDX)
            ADD 1 TO WS-CL-QTD (WS-CL-IDX)
            .

       P220-NOVO-CLIENTE.
            IF WS-QTD-CLIENTES NOT LESS WS-MAX-CLIENTES
                DISPLAY 'MAIS DE ' WS-MAX-CLIENTES
                   ' CLIENTES ALTERADOS NO DIA - RODAR EM CARGA.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-CLIENTES
            SET WS-CL-IDX TO WS-QTD-CLIENTES
            MOVE JN-ID-CLIENTE TO WS-CL-ID-CLIENTE (WS-CL-IDX)
            MOVE ZERO TO WS-CL-QTD (WS-CL-IDX)
            IF JN-INCLUSAO
                MOVE 'N'    TO WS-CL-EXISTIA (WS-CL-IDX)
                MOVE SPACES TO WS-CL-INICIAL (WS-CL-IDX)
            ELSE
                MOVE 'S'    TO WS-CL-EXISTIA (WS-CL-IDX)
                MOVE JN-ANTES TO WS-CL-INICIAL (WS-CL-IDX)
            END-IF
            MOVE JN-ANTES TO WS-CL-FINAL (WS-CL-IDX)
            .

       P300-CARGA.
            READ DEMOFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT DEMOFILE-OK
                        DISPLAY 'ERRO LEITURA DEMOFILE: '
                           WS-DEMOFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE SPACES TO CR-REGISTRO
                    SET CR-TIPO-DETALHE TO TRUE
                    IF DM-CANCELADO
                        SET CR-ENCERRADO TO TRUE
                        ADD 1 TO WS-CNT-ENCERRADOS
                    ELSE
                        SET CR-NOVO TO TRUE
                        ADD 1 TO WS-CNT-NOVOS
                    END-IF
                    MOVE DM-REGISTRO TO CR-IMAGEM
                    MOVE WS-TS-DATA  TO CR-DATA
                    MOVE WS-TS-HORA  TO CR-HORA
                    MOVE 'CRMFEED'   TO CR-PROGRAMA
                    MOVE ZERO        TO CR-QTD-ALTERACOES
                    PERFORM P500-GRAVA-DETALHE
            END-READ
            .

       P400-GRAVA-LIQUIDO.
      *    The client's day netted into one movement - or none.
            MOVE SPACES TO CR-REGISTRO
            SET CR-TIPO-DETALHE TO TRUE
            EVALUATE TRUE
                WHEN NOT CL-EXISTIA (WS-IDX-TAB)
                 AND NOT CL-EXISTE (WS-IDX-TAB)
                    ADD 1 TO WS-CNT-PARES
                WHEN NOT CL-EXISTIA (WS-IDX-TAB)
                    SET CR-NOVO TO TRUE
                    ADD 1 TO WS-CNT-NOVOS
                WHEN NOT CL-EXISTE (WS-IDX-TAB)
                    SET CR-REMOVIDO TO TRUE
                    ADD 1 TO WS-CNT-REMOVIDOS
                WHEN WS-CL-FINAL (WS-IDX-TAB) =
                     WS-CL-INICIAL (WS-IDX-TAB)
                    ADD 1 TO WS-CNT-SEM-EFEITO
                WHEN OTHER
                    MOVE WS-CL-INICIAL (WS-IDX-TAB) TO WS-IMAGEM
                    MOVE WS-IM-SITUACAO TO WS-SITUACAO-INICIAL
                    MOVE WS-CL-FINAL (WS-IDX-TAB) TO WS-IMAGEM
                    IF IM-CANCELADO AND NOT INICIAL-CANCELADO
                        SET CR-ENCERRADO TO TRUE
                        ADD 1 TO WS-CNT-ENCERRADOS
                    ELSE
                        SET CR-ALTERADO TO TRUE
                        ADD 1 TO WS-CNT-ALTERADOS
                    END-IF
            END-EVALUATE
            IF CR-MOVIMENTO NOT = SPACE
                MOVE WS-CL-FINAL (WS-IDX-TAB)    TO CR-IMAGEM
                MOVE WS-CL-DATA (WS-IDX-TAB)     TO CR-DATA
                MOVE WS-CL-HORA (WS-IDX-TAB)     TO CR-HORA
                MOVE WS-CL-PROGRAMA (WS-IDX-TAB) TO CR-PROGRAMA
                MOVE WS-CL-QTD (WS-IDX-TAB)      TO CR-QTD-ALTERACOES
                PERFORM P500-GRAVA-DETALHE
            END-IF
            .

       P500-GRAVA-DETALHE.
            WRITE CR-REGISTRO
            IF NOT CRMFILE-OK
                DISPLAY 'ERRO GRAVANDO CRMFILE: ' WS-CRMFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-GRAVADOS
            ADD CR-ID-CLIENTE TO WS-HASH-CHAVES
            .

       P900-FIM.
            MOVE SPACES          TO CR-REGISTRO
            SET CR-TIPO-TRAILER  TO TRUE
            MOVE WS-CNT-GRAVADOS TO CR-TRL-CONTAGEM
            MOVE WS-HASH-CHAVES  TO CR-TRL-HASH
            MOVE WS-MODO         TO CR-TRL-MODO
            WRITE CR-REGISTRO
            IF NOT CRMFILE-OK
                DISPLAY 'ERRO GRAVANDO CRMFILE: ' WS-CRMFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            IF MODO-CARGA
                CLOSE DEMOFILE
            ELSE
                CLOSE JRNFILE
            END-IF
            CLOSE CRMFILE
            DISPLAY '========================================'
            DISPLAY 'CRMFEED - MOVIMENTO DO CADASTRO PARA O CRM'
            IF MODO-CARGA
                DISPLAY 'MODO .....................: CARGA COMPLETA'
            ELSE
                DISPLAY 'MODO .....................: DIARIO'
                DISPLAY 'REGISTROS DO JORNAL ......: ' WS-CNT-LIDOS
                DISPLAY 'TRILHA/SINCRONISMO .......: '
                   WS-CNT-IGNORADOS
                DISPLAY 'ACAO INVALIDA ............: '
                   WS-CNT-INVALIDOS
                DISPLAY 'CLIENTES TOCADOS .........: '
                   WS-QTD-CLIENTES
                DISPLAY 'INCLUIDOS E EXCLUIDOS ....: ' WS-CNT-PARES
                DISPLAY 'SEM EFEITO LIQUIDO .......: '
                   WS-CNT-SEM-EFEITO
            END-IF
            DISPLAY 'NOVOS ....................: ' WS-CNT-NOVOS
            DISPLAY 'ALTERADOS ................: ' WS-CNT-ALTERADOS
            DISPLAY 'ENCERRADOS ...............: ' WS-CNT-ENCERRADOS
            DISPLAY 'REMOVIDOS ................: ' WS-CNT-REMOVIDOS
            DISPLAY 'REGISTROS GRAVADOS .......: ' WS-CNT-GRAVADOS
            DISPLAY 'HASH DAS CHAVES ..........: ' WS-HASH-CHAVES
            DISPLAY '========================================'
            IF WS-CNT-INVALIDOS GREATER ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM CRMFEED.
