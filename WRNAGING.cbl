      *          loop never will. Entries older than the PARM-set
      *          number of days (7 when not keyed, same convention
      *          as RUNHRPT's night count) are flagged and counted.
      *          PARM 'nnDU' counts the age in business days off the
      *          CALFILE calendar (CALDIAS) instead, so a long
      *          weekend does not push a warning past the threshold;
      *          an entry dated outside the calendar keeps its
      *          calendar-day age and is counted apart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  WRNALIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-DIAS-ALERTA           PIC 99      VALUE 7.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(04)   VALUE SPACES.
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-DIAS          PIC XX.
              05 WS-PARM-UNIDADE       PIC XX.
                 88 PARM-DIAS-UTEIS    VALUE 'DU'.
           COPY CPYIFDU.
       01 WS-ARQUIVOS.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-UTEIS-SW              PIC X       VALUE 'N'.
              88 CONTA-DIAS-UTEIS      VALUE 'S'.
       01 WS-IDADE.
      *    Days outstanding on the commercial 30/360 count - the
      *    same month arithmetic AUDARCH's retention line uses.
       01 WS-CONTADORES.
           03 WS-CNT-ABERTOS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ALERTAS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-FORA-CALENDARIO   PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'WRNAGING - AVISOS PENDENTES DE RESOLUCAO'.
           03 WS-LIN-CABEC-UTEIS       PIC X(80)   VALUE
              'IDADES EM DIAS UTEIS DO CALENDARIO CALFILE'.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'ID-CLIENTE RAZAO DESCRICAO                DESDE DIAS'.
           03 WS-LIN-DETALHE.
       P100-INICIALIZA.
      *    Alert threshold in days comes from the JCL PARM, same
      *    convention as RUNHRPT's night count. Falls back to 7.
      *    'nnDU' sets the threshold in business days.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            IF WS-PARM-ARG IS NUMERIC AND WS-PARM-ARG NOT = ZERO
                MOVE WS-PARM-ARG TO WS-DIAS-ALERTA
            ELSE
                IF WS-PARM-DIAS IS NUMERIC AND WS-PARM-DIAS NOT = ZERO
                    MOVE WS-PARM-DIAS TO WS-DIAS-ALERTA
                END-IF
                IF PARM-DIAS-UTEIS
                    SET CONTA-DIAS-UTEIS TO TRUE
                END-IF
            END-IF
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            INITIALIZE WS-POR-RAZAO
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            IF CONTA-DIAS-UTEIS
                MOVE WS-LIN-CABEC-UTEIS TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-WRNVSAM

       P500-ACUMULA.
            ADD 1 TO WS-CNT-ABERTOS
            PERFORM P510-CALCULA-DIAS
            IF WO-RAZAO NOT LESS 1 AND WO-RAZAO NOT GREATER 9
                ADD 1 TO WS-RAZAO-QTD (WO-RAZAO)
                IF WS-DIAS GREATER WS-RAZAO-MAIS-DIAS (WO-RAZAO)
            PERFORM P110-LE-WRNVSAM
            .

       P510-CALCULA-DIAS.
            MOVE WO-DATA TO WS-DESDE
            COMPUTE WS-DIAS =
                (WS-HOJE-ANO - WS-DESDE-ANO) * 360
                + (WS-HOJE-MES - WS-DESDE-MES) * 30
                + (WS-HOJE-DIA - WS-DESDE-DIA)
            IF WS-DIAS LESS ZERO
                MOVE ZERO TO WS-DIAS
            END-IF
            IF CONTA-DIAS-UTEIS
                SET DU-CONTA-UTEIS TO TRUE
                MOVE WS-HOJE TO DU-DATA
                MOVE WO-DATA TO DU-DATA-DESDE
                CALL 'CALDIAS' USING DU-PARAMETROS
                IF DU-OK
                    MOVE DU-DIAS TO WS-DIAS
                ELSE
                    ADD 1 TO WS-CNT-FORA-CALENDARIO
                END-IF
            END-IF
            .

       P700-DETALHE-RAZAO.
            IF WS-RAZAO-QTD (WS-IDX-RAZAO) GREATER ZERO
                MOVE WS-IDX-RAZAO TO RZ-RAZAO
            MOVE WS-CNT-ALERTAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            IF CONTA-DIAS-UTEIS
                MOVE 'FORA DO CALENDARIO .......: ' TO RT-ROTULO
                MOVE WS-CNT-FORA-CALENDARIO TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            DISPLAY 'WRNAGING - ' WS-CNT-ABERTOS ' EM ABERTO, '
               WS-CNT-ALERTAS ' ALEM DE ' WS-DIAS-ALERTA ' DIAS.'
            .
            PERFORM P950-RELATORIO
            CLOSE WRNVSAM
            CLOSE WRNALIST
            IF CONTA-DIAS-UTEIS
                SET DU-FECHA TO TRUE
                CALL 'CALDIAS' USING DU-PARAMETROS
            END-IF
            GOBACK.
       END PROGRAM WRNAGING.
