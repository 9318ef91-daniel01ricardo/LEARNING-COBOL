      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily roll-forward balancing of the DEMOFILE master.
      *          RECONCIL balances the day's transaction files and
      *          KEYAUDIT the keys, but neither proves the master
      *          itself moved by exactly what was applied to it. This
      *          run does: the last closing count by lifecycle state
      *          (active, suspended, cancelled) off the permanent
      *          BALHIST, plus every change journaled since that
      *          close by every writer - inclusions, exclusions and
      *          changes of DM-SITUACAO, read off the before/after
      *          images in the JRNFILE concatenation - must equal
      *          the counts of a sweep of the KSDS right now. Journal
      *          records are taken by timestamp, after the last close
      *          and not after this run's start, so a generation
      *          concatenated twice (or yesterday's, for a writer that
      *          ran after the last balance) is never counted twice.
      *          'T' trail and 'S' sync-point records move nothing on
      *          the master and are skipped. The result goes to the
      *          BALLIST report and to the BALCTL control record for
      *          NIGHTRPT; the sweep counts are appended to BALHIST as
      *          tonight's close. A master that gained or lost records
      *          outside the journal - a hand-run REPRO, a restore
      *          that was never replayed - does not balance and ends
      *          the run with RETURN-CODE 8. With no earlier close on
      *          BALHIST the sweep only establishes the opening.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOBAL.
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
           SELECT BALHIST ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT BALLIST ASSIGN TO "BALLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALLIST-STATUS.
           SELECT BALCTL ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  BALHIST.
      *    One close per balancing run - the sweep counts by state,
      *    in the order active, suspended, cancelled.
       01  BH-REGISTRO.
           03 BH-DATA                  PIC 9(08).
           03 BH-HORA                  PIC 9(08).
           03 BH-SALDO OCCURS 3 TIMES  PIC 9(07).
       FD  BALLIST.
       01  RL-LINHA                    PIC X(80).
       FD  BALCTL.
       01  BC-REGISTRO.
           03 BC-DATA                  PIC 9(08).
           03 BC-SITUACAO              PIC X.
              88 BC-BALANCEADO         VALUE 'B'.
              88 BC-DIVERGENTE         VALUE 'D'.
              88 BC-SEM-ABERTURA       VALUE 'N'.
           03 BC-CNT-ESPERADO          PIC 9(07).
           03 BC-CNT-APURADO           PIC 9(07).
           03 BC-CNT-DIFERENCAS        PIC 9(07).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
              88 DEMOFILE-TRUNCADO     VALUE '04'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-BALHIST-STATUS        PIC XX.
              88 BALHIST-OK            VALUE '00'.
           03 WS-BALLIST-STATUS        PIC XX.
              88 BALLIST-OK            VALUE '00'.
           03 WS-BALCTL-STATUS         PIC XX.
              88 BALCTL-OK             VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-ABERTURA-SW           PIC X       VALUE 'N'.
              88 TEM-ABERTURA          VALUE 'S'.
       01 WS-MARCOS.
      *    Date+time side by side compare as one 16-digit number.
           03 WS-MARCO-ABERTURA.
              05 WS-AB-DATA            PIC 9(08)   VALUE ZERO.
              05 WS-AB-HORA            PIC 9(08)   VALUE ZERO.
           03 WS-MARCO-ABERTURA-N REDEFINES WS-MARCO-ABERTURA
                                       PIC 9(16).
           03 WS-MARCO-RODADA.
              05 WS-RD-DATA            PIC 9(08)   VALUE ZERO.
              05 WS-RD-HORA            PIC 9(08)   VALUE ZERO.
           03 WS-MARCO-RODADA-N REDEFINES WS-MARCO-RODADA
                                       PIC 9(16).
           03 WS-MARCO-JORNAL.
              05 WS-JR-DATA            PIC 9(08)   VALUE ZERO.
              05 WS-JR-HORA            PIC 9(08)   VALUE ZERO.
           03 WS-MARCO-JORNAL-N REDEFINES WS-MARCO-JORNAL
                                       PIC 9(16).
       01 WS-IMAGENS.
      *    The journal images are DM-REGISTRO bytes - only the
      *    lifecycle state matters here.
           03 WS-IMG-ANTES.
              05 FILLER                PIC X(14).
              05 WS-AN-SITUACAO        PIC X.
              05 FILLER                PIC X(08).
           03 WS-IMG-DEPOIS.
              05 FILLER                PIC X(14).
              05 WS-DP-SITUACAO        PIC X.
              05 FILLER                PIC X(08).
           03 WS-SITUACAO              PIC X       VALUE SPACE.
           03 WS-IDX-SIT               PIC 9       VALUE ZERO.
           03 WS-IDX-ANTES             PIC 9       VALUE ZERO.
           03 WS-IDX-DEPOIS            PIC 9       VALUE ZERO.
       01 WS-SALDOS.
      *    One entry per state: 1 active, 2 suspended, 3 cancelled.
           03 WS-SALDO OCCURS 3 TIMES.
              05 WS-SD-ABERTURA        PIC 9(07).
              05 WS-SD-ENTRADAS        PIC 9(07).
              05 WS-SD-SAIDAS          PIC 9(07).
              05 WS-SD-ESPERADO        PIC S9(08).
              05 WS-SD-APURADO         PIC 9(07).
              05 WS-SD-DIFERENCA       PIC S9(07).
       01 WS-NOMES-SITUACAO-INIC.
           03 FILLER                   PIC X(10)   VALUE 'ATIVOS'.
           03 FILLER                   PIC X(10)   VALUE 'SUSPENSOS'.
           03 FILLER                   PIC X(10)   VALUE 'CANCELADOS'.
       01 WS-NOMES-SITUACAO REDEFINES WS-NOMES-SITUACAO-INIC.
           03 WS-NOME-SITUACAO OCCURS 3 TIMES
                                       PIC X(10).
       01 WS-CONTADORES.
           03 WS-CNT-JORNAL            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NO-PERIODO        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-FORA-PERIODO      PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-MOVIMENTO     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-INCLUSOES         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EXCLUSOES         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-MUDANCAS          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ALTERACOES        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-VARRIDOS          PIC 9(07)   VALUE ZERO.
           03 WS-TOT-ESPERADO          PIC S9(08)  VALUE ZERO.
           03 WS-TOT-DIFERENCAS        PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'DEMOBAL - BALANCO DE ROLAGEM DO DEMOFILE'.
           03 WS-LIN-PERIODO.
              05 FILLER                PIC X(14)   VALUE
                 'FECHAMENTO DE '.
              05 RP-AB-DATA            PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RP-AB-HORA            PIC 9(08).
              05 FILLER                PIC X(05)   VALUE ' ATE '.
              05 RP-RD-DATA            PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RP-RD-HORA            PIC 9(08).
              05 FILLER                PIC X(27)   VALUE SPACES.
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(36)   VALUE
                 'SITUACAO  ABERTURA ENTRADAS   SAIDAS'.
              05 FILLER                PIC X(44)   VALUE
                 '  ESPERADO APURADO DIFERENCA'.
           03 WS-LIN-DETALHE.
              05 RD-SITUACAO           PIC X(10).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-ABERTURA           PIC 9(07).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-ENTRADAS           PIC 9(07).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-SAIDAS             PIC 9(07).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-ESPERADO           PIC +9(07).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-APURADO            PIC 9(07).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RD-DIFERENCA          PIC +9(06).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-ALERTA             PIC X(03).
              05 FILLER                PIC X(12)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-ROLA-JORNAL UNTIL FIM-DO-ARQUIVO
            PERFORM P300-VARRE-MASTER
            PERFORM P700-BALANCEIA
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "DEMOBAL ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-RD-DATA FROM DATE YYYYMMDD
            ACCEPT WS-RD-HORA FROM TIME
            INITIALIZE WS-SALDOS
            PERFORM P120-LE-ABERTURA
            OPEN OUTPUT BALLIST
            IF NOT BALLIST-OK
                DISPLAY 'ERRO ABERTURA BALLIST: ' WS-BALLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT BALCTL
            IF NOT BALCTL-OK
                DISPLAY 'ERRO ABERTURA BALCTL: ' WS-BALCTL-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
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

       P120-LE-ABERTURA.
      *    The opening is the last close dated before today - a
      *    rerun later the same day balances against the same
      *    opening, not against the close its earlier try left.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT BALHIST
            IF BALHIST-OK
                PERFORM P125-LE-BALHIST UNTIL FIM-DO-ARQUIVO
                CLOSE BALHIST
            ELSE
                DISPLAY 'BALHIST NAO ENCONTRADO, SEM FECHAMENTO '
                   'ANTERIOR.'
            END-IF
            .

       P125-LE-BALHIST.
            READ BALHIST
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF BH-DATA LESS WS-RD-DATA
                        SET TEM-ABERTURA TO TRUE
                        MOVE BH-DATA TO WS-AB-DATA
                        MOVE BH-HORA TO WS-AB-HORA
                        MOVE BH-SALDO (1) TO WS-SD-ABERTURA (1)
                        MOVE BH-SALDO (2) TO WS-SD-ABERTURA (2)
                        MOVE BH-SALDO (3) TO WS-SD-ABERTURA (3)
                    END-IF
            END-READ
            .

       P300-VARRE-MASTER.
            CLOSE JRNFILE
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P310-LE-DEMOFILE
            PERFORM P320-CONTA-MASTER UNTIL FIM-DO-ARQUIVO
            CLOSE DEMOFILE
            .

       P310-LE-DEMOFILE.
            READ DEMOFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT DEMOFILE-OK AND NOT DEMOFILE-TRUNCADO
                        DISPLAY 'ERRO LEITURA DEMOFILE: '
                           WS-DEMOFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P320-CONTA-MASTER.
            ADD 1 TO WS-CNT-VARRIDOS
            MOVE DM-SITUACAO TO WS-SITUACAO
            PERFORM P620-CLASSIFICA
            ADD 1 TO WS-SD-APURADO (WS-IDX-SIT)
            PERFORM P310-LE-DEMOFILE
            .

       P500-ROLA-JORNAL.
            ADD 1 TO WS-CNT-JORNAL
            MOVE JN-DATA TO WS-JR-DATA
            MOVE JN-HORA TO WS-JR-HORA
            EVALUATE TRUE
                WHEN JN-TRANSFERENCIA OR JN-SINCRONISMO
                    ADD 1 TO WS-CNT-SEM-MOVIMENTO
                WHEN WS-MARCO-JORNAL-N NOT GREATER
                     WS-MARCO-ABERTURA-N
                 OR WS-MARCO-JORNAL-N GREATER WS-MARCO-RODADA-N
                    ADD 1 TO WS-CNT-FORA-PERIODO
                WHEN OTHER
                    ADD 1 TO WS-CNT-NO-PERIODO
                    PERFORM P600-APLICA-MOVIMENTO
            END-EVALUATE
            PERFORM P110-LE-JRNFILE
            .

       P600-APLICA-MOVIMENTO.
            MOVE JN-ANTES  TO WS-IMG-ANTES
            MOVE JN-DEPOIS TO WS-IMG-DEPOIS
            MOVE WS-AN-SITUACAO TO WS-SITUACAO
            PERFORM P620-CLASSIFICA
            MOVE WS-IDX-SIT TO WS-IDX-ANTES
            MOVE WS-DP-SITUACAO TO WS-SITUACAO
            PERFORM P620-CLASSIFICA
            MOVE WS-IDX-SIT TO WS-IDX-DEPOIS
            EVALUATE TRUE
                WHEN JN-INCLUSAO
                    ADD 1 TO WS-CNT-INCLUSOES
                    ADD 1 TO WS-SD-ENTRADAS (WS-IDX-DEPOIS)
                WHEN JN-EXCLUSAO
                    ADD 1 TO WS-CNT-EXCLUSOES
                    ADD 1 TO WS-SD-SAIDAS (WS-IDX-ANTES)
                WHEN WS-IDX-ANTES NOT = WS-IDX-DEPOIS
                    ADD 1 TO WS-CNT-MUDANCAS
                    ADD 1 TO WS-SD-SAIDAS (WS-IDX-ANTES)
                    ADD 1 TO WS-SD-ENTRADAS (WS-IDX-DEPOIS)
                WHEN OTHER
                    ADD 1 TO WS-CNT-ALTERACOES
            END-EVALUATE
            .

       P620-CLASSIFICA.
      *    Space is a legacy record from before the lifecycle state
      *    and reads as active, as everywhere else. A state outside
      *    the table is DEMOSCAN's defect to report; it counts as
      *    active here on both sides of the balance alike.
            EVALUATE WS-SITUACAO
                WHEN 'S'
                    MOVE 2 TO WS-IDX-SIT
                WHEN 'C'
                    MOVE 3 TO WS-IDX-SIT
                WHEN OTHER
                    MOVE 1 TO WS-IDX-SIT
            END-EVALUATE
            .

       P700-BALANCEIA.
            PERFORM P710-BALANCEIA-SITUACAO
                VARYING WS-IDX-SIT FROM 1 BY 1
                UNTIL WS-IDX-SIT GREATER 3
            .

       P710-BALANCEIA-SITUACAO.
            COMPUTE WS-SD-ESPERADO (WS-IDX-SIT) =
                    WS-SD-ABERTURA (WS-IDX-SIT)
                  + WS-SD-ENTRADAS (WS-IDX-SIT)
                  - WS-SD-SAIDAS (WS-IDX-SIT)
            COMPUTE WS-SD-DIFERENCA (WS-IDX-SIT) =
                    WS-SD-APURADO (WS-IDX-SIT)
                  - WS-SD-ESPERADO (WS-IDX-SIT)
            ADD WS-SD-ESPERADO (WS-IDX-SIT) TO WS-TOT-ESPERADO
            IF WS-SD-DIFERENCA (WS-IDX-SIT) LESS ZERO
                SUBTRACT WS-SD-DIFERENCA (WS-IDX-SIT)
                    FROM WS-TOT-DIFERENCAS
            ELSE
                ADD WS-SD-DIFERENCA (WS-IDX-SIT)
                    TO WS-TOT-DIFERENCAS
            END-IF
            .

       P800-IMPRIME-SITUACAO.
            MOVE WS-NOME-SITUACAO (WS-IDX-SIT) TO RD-SITUACAO
            MOVE WS-SD-ABERTURA (WS-IDX-SIT)   TO RD-ABERTURA
            MOVE WS-SD-ENTRADAS (WS-IDX-SIT)   TO RD-ENTRADAS
            MOVE WS-SD-SAIDAS (WS-IDX-SIT)     TO RD-SAIDAS
            MOVE WS-SD-ESPERADO (WS-IDX-SIT)   TO RD-ESPERADO
            MOVE WS-SD-APURADO (WS-IDX-SIT)    TO RD-APURADO
            MOVE WS-SD-DIFERENCA (WS-IDX-SIT)  TO RD-DIFERENCA
            IF TEM-ABERTURA AND WS-SD-DIFERENCA (WS-IDX-SIT) NOT = ZERO
                MOVE '***' TO RD-ALERTA
            ELSE
                MOVE SPACES TO RD-ALERTA
            END-IF
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P850-GRAVA-FECHAMENTO.
      *    BALHIST is permanent - tonight's sweep is tomorrow's
      *    opening, balanced or not, so one out-of-band load is
      *    reported on the night it happened and not again.
            OPEN EXTEND BALHIST
            IF NOT BALHIST-OK
                OPEN OUTPUT BALHIST
            END-IF
            IF NOT BALHIST-OK
                DISPLAY 'ERRO ABERTURA BALHIST: ' WS-BALHIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-RD-DATA           TO BH-DATA
            MOVE WS-RD-HORA           TO BH-HORA
            MOVE WS-SD-APURADO (1)    TO BH-SALDO (1)
            MOVE WS-SD-APURADO (2)    TO BH-SALDO (2)
            MOVE WS-SD-APURADO (3)    TO BH-SALDO (3)
            WRITE BH-REGISTRO
            CLOSE BALHIST
            .

       P950-RELATORIO.
            IF TEM-ABERTURA
                MOVE WS-AB-DATA TO RP-AB-DATA
                MOVE WS-AB-HORA TO RP-AB-HORA
                MOVE WS-RD-DATA TO RP-RD-DATA
                MOVE WS-RD-HORA TO RP-RD-HORA
                MOVE WS-LIN-PERIODO TO RL-LINHA
            ELSE
                MOVE 'SEM FECHAMENTO ANTERIOR - VARREDURA ABRE O SALDO'
                  TO RL-LINHA
            END-IF
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P800-IMPRIME-SITUACAO
                VARYING WS-IDX-SIT FROM 1 BY 1
                UNTIL WS-IDX-SIT GREATER 3
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'JORNAL LIDO ..............: ' TO RT-ROTULO
            MOVE WS-CNT-JORNAL TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'FORA DO PERIODO ..........: ' TO RT-ROTULO
            MOVE WS-CNT-FORA-PERIODO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'TRILHA E SINCRONISMO .....: ' TO RT-ROTULO
            MOVE WS-CNT-SEM-MOVIMENTO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'INCLUSOES ................: ' TO RT-ROTULO
            MOVE WS-CNT-INCLUSOES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EXCLUSOES ................: ' TO RT-ROTULO
            MOVE WS-CNT-EXCLUSOES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MUDANCAS DE SITUACAO .....: ' TO RT-ROTULO
            MOVE WS-CNT-MUDANCAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ALTERACOES SEM EFEITO ....: ' TO RT-ROTULO
            MOVE WS-CNT-ALTERACOES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'REGISTROS NO MASTER ......: ' TO RT-ROTULO
            MOVE WS-CNT-VARRIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DIFERENCAS ...............: ' TO RT-ROTULO
            MOVE WS-TOT-DIFERENCAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            EVALUATE TRUE
                WHEN NOT TEM-ABERTURA
                    MOVE 'SALDO INICIAL ESTABELECIDO' TO RL-LINHA
                WHEN WS-TOT-DIFERENCAS = ZERO
                    MOVE 'MASTER BALANCEADO COM O JORNAL' TO RL-LINHA
                WHEN OTHER
                    MOVE '*** MASTER NAO BALANCEIA COM O JORNAL ***'
                      TO RL-LINHA
            END-EVALUATE
            WRITE RL-LINHA
            .

       P960-GRAVA-CONTROLE.
      *    Machine-readable verdict for the NIGHTRPT sign-off.
            MOVE WS-RD-DATA        TO BC-DATA
            EVALUATE TRUE
                WHEN NOT TEM-ABERTURA
                    SET BC-SEM-ABERTURA TO TRUE
                WHEN WS-TOT-DIFERENCAS = ZERO
                    SET BC-BALANCEADO TO TRUE
                WHEN OTHER
                    SET BC-DIVERGENTE TO TRUE
            END-EVALUATE
            IF WS-TOT-ESPERADO LESS ZERO
                MOVE ZERO TO BC-CNT-ESPERADO
            ELSE
                MOVE WS-TOT-ESPERADO TO BC-CNT-ESPERADO
            END-IF
            MOVE WS-CNT-VARRIDOS   TO BC-CNT-APURADO
            MOVE WS-TOT-DIFERENCAS TO BC-CNT-DIFERENCAS
            WRITE BC-REGISTRO
            .

       P900-FIM.
      *    Without an opening the sweep has nothing to answer to -
      *    the differences are only the counts themselves.
            IF NOT TEM-ABERTURA
                MOVE ZERO TO WS-TOT-DIFERENCAS
            END-IF
            PERFORM P950-RELATORIO
            PERFORM P960-GRAVA-CONTROLE
            PERFORM P850-GRAVA-FECHAMENTO
            CLOSE BALLIST
            CLOSE BALCTL
            DISPLAY '========================================'
            DISPLAY 'DEMOBAL - BALANCO DE ROLAGEM DO DEMOFILE'
            DISPLAY 'JORNAL NO PERIODO ........: ' WS-CNT-NO-PERIODO
            DISPLAY 'REGISTROS NO MASTER ......: ' WS-CNT-VARRIDOS
            DISPLAY 'DIFERENCAS ...............: ' WS-TOT-DIFERENCAS
            DISPLAY '========================================'
            IF WS-TOT-DIFERENCAS GREATER ZERO
                DISPLAY 'DEMOBAL - MASTER FORA DE BALANCO, '
                   'NOITE RETIDA.'
                MOVE 8 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM DEMOBAL.
