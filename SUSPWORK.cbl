      *              oldest first with their days outstanding,
      *              flagging anything unworked past nn days (7 when
      *              nn is not keyed) so the supervisor chases the
      *              ones the recycle loop never will; LISTAnnDU
      *              counts the days outstanding in business days
      *              off the CALFILE calendar (CALDIAS), so a long
      *              weekend does not age the queue;
      *            RESUBnnnnnn - disposition client nnnnnn's open
      *              item as resubmitted: the transaction goes to the
      *              SUSPRCY file in the recycle-record shape (with
           03 RI-DADO                  PIC 99.
           03 RI-ORIGEM                PIC XX.
           03 RI-RECICLOS              PIC 99.
           03 RI-USUARIO               PIC X(08).
           03 RI-TERMINAL              PIC X(04).
       FD  SUSPLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-LISTA         PIC X(05).
              05 WS-PARM-LISTA-DIAS    PIC XX.
              05 WS-PARM-LISTA-UNIDADE PIC XX.
                 88 PARM-DIAS-UTEIS    VALUE 'DU'.
              05 FILLER                PIC X(35).
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-RESUB         PIC X(05).
              05 WS-PARM-RESUB-ID      PIC X(06).
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-ACHADO-SW             PIC X       VALUE 'N'.
              88 ITEM-TRABALHADO       VALUE 'S'.
           03 WS-UTEIS-SW              PIC X       VALUE 'N'.
              88 CONTA-DIAS-UTEIS      VALUE 'S'.
           COPY CPYIFDU.
       01 WS-TRABALHO.
           03 WS-ID-ALVO               PIC 9(06)   VALUE ZERO.
           03 WS-MOTIVO                PIC X(30)   VALUE SPACES.
           03 WS-CNT-ALERTAS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RESUBMETIDOS      PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ENCERRADOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-FORA-CALENDARIO   PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'SUSPWORK - FILA DE TRABALHO DAS TRANSACOES ESCALADAS'.
           03 WS-LIN-CABEC-UTEIS       PIC X(80)   VALUE
              'DIAS EM ABERTO CONTADOS EM DIAS UTEIS DO CALENDARIO'.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'ID-CLIENTE AC RAZAO ESCALADA EM DIAS  SITUACAO'.
           03 WS-LIN-DETALHE.
                     AND WS-PARM-LISTA-DIAS IS NUMERIC
                     AND WS-PARM-LISTA-DIAS NOT = ZERO
                        MOVE WS-PARM-LISTA-DIAS TO WS-DIAS-ALERTA
                        IF PARM-DIAS-UTEIS
                            SET CONTA-DIAS-UTEIS TO TRUE
                        END-IF
                    END-IF
            END-EVALUATE
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            IF CONTA-DIAS-UTEIS
                MOVE WS-LIN-CABEC-UTEIS TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-SUSPFILE
            IF WS-DIAS LESS ZERO
                MOVE ZERO TO WS-DIAS
            END-IF
      *    An item escalated before the calendar's first year keeps
      *    its calendar-day age and is counted apart.
            IF CONTA-DIAS-UTEIS
                SET DU-CONTA-UTEIS TO TRUE
                MOVE WS-HOJE          TO DU-DATA
                MOVE SP-DATA-ESCALADA TO DU-DATA-DESDE
                CALL 'CALDIAS' USING DU-PARAMETROS
                IF DU-OK
                    MOVE DU-DIAS TO WS-DIAS
                ELSE
                    ADD 1 TO WS-CNT-FORA-CALENDARIO
                END-IF
            END-IF
            .

       P520-LISTA-ITEM.
            MOVE SP-DADO       TO RI-DADO
            MOVE SP-ORIGEM     TO RI-ORIGEM
            MOVE ZERO          TO RI-RECICLOS
            MOVE SPACES        TO RI-USUARIO
            MOVE SPACES        TO RI-TERMINAL
            WRITE RI-REGISTRO
            .

                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            IF CONTA-DIAS-UTEIS
                MOVE 'FORA DO CALENDARIO .......: ' TO RT-ROTULO
                MOVE WS-CNT-FORA-CALENDARIO TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            MOVE 'JA RESUBMETIDOS ..........: ' TO RT-ROTULO
            MOVE WS-CNT-RESUBMETIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            IF MODO-RESUB
                CLOSE SUSPRCY
            END-IF
            IF CONTA-DIAS-UTEIS
                SET DU-FECHA TO TRUE
                CALL 'CALDIAS' USING DU-PARAMETROS
            END-IF
            GOBACK.
       END PROGRAM SUSPWORK.
