      * Author:
      * Date:
      * Purpose: Nightly batch suite driver - CALLs COBOLIF, FIBOCOB,
      *          PROGCOMM, ONBOARD, CARTAS and RECONCIL in sequence as
      *          one coordinated job, checking RETURN-CODE after each
      *          CALL and stopping the chain on the first failure
      *          instead of letting separately-submitted programs
      *          run regardless of each other's outcome. RECONCIL closes the run by
      *          own RUNHIST history, alerting the operator console
      *          the moment a step breaches; a breach ends an
      *          otherwise clean suite with RETURN-CODE 4 so the
      *          scheduler sees the warning. On a date the CALFILE
      *          calendar marks as non-processing (CALDIAS) the suite
      *          stands down before the first step: one RUNHIST
      *          record with step SEMPROC and RETURN-CODE zero
      *          records the skip as deliberate, the run ends zero,
      *          and no step, monitor or sign-off report runs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SUITE-RC              PIC S9(04)  VALUE ZERO.
       01 WS-SLA-SW                PIC X       VALUE 'N'.
          88 SLA-AVISADO           VALUE 'S'.
           COPY CPYIFDU.
       01 WS-RESTART.
      *    A run started with PARM='RESTART' skips the steps the
      *    current date's RUNHIST already shows complete (RETURN-
           03 WS-DATA-HOJE             PIC 9(08)   VALUE ZERO.
           03 WS-IDX-PASSO             PIC 9       VALUE ZERO.
           03 WS-PASSOS-COMPLETOS.
              05 WS-PASSO-FEITO OCCURS 6 TIMES
                                       PIC X       VALUE 'N'.
       01 WS-NOMES-PASSOS-INIC.
           03 FILLER                   PIC X(08)   VALUE 'COBOLIF '.
           03 FILLER                   PIC X(08)   VALUE 'FIBOCOB '.
           03 FILLER                   PIC X(08)   VALUE 'PROGCOMM'.
           03 FILLER                   PIC X(08)   VALUE 'ONBOARD '.
           03 FILLER                   PIC X(08)   VALUE 'CARTAS  '.
           03 FILLER                   PIC X(08)   VALUE 'RECONCIL'.
       01 WS-NOMES-PASSOS REDEFINES WS-NOMES-PASSOS-INIC.
           03 WS-NOME-PASSO OCCURS 6 TIMES
                                       PIC X(08).
       01 WS-HISTORICO.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
       MAIN-PROCEDURE.
            PERFORM P040-VERIFICA-RESTART
            PERFORM P050-ABRE-HISTORICO
            PERFORM P060-VERIFICA-CALENDARIO
            PERFORM P100-EXECUTA-COBOLIF
            IF WS-SUITE-RC = ZERO
                PERFORM P200-EXECUTA-FIBOCOB
            IF WS-SUITE-RC = ZERO
                PERFORM P350-EXECUTA-ONBOARD
            END-IF
            IF WS-SUITE-RC = ZERO
                PERFORM P370-EXECUTA-CARTAS
            END-IF
            IF WS-SUITE-RC = ZERO
                PERFORM P400-EXECUTA-RECONCIL
            END-IF
                    IF RH-DATA = WS-DATA-HOJE AND RH-RC = ZERO
                        PERFORM P048-MARCA-PASSO
                            VARYING WS-IDX-PASSO FROM 1 BY 1
                            UNTIL WS-IDX-PASSO GREATER 6
                    END-IF
            END-READ
            .
            END-IF
            .

       P060-VERIFICA-CALENDARIO.
      *    A scheduled non-processing date is not a failure - the
      *    night is logged as skipped on purpose and the driver
      *    leaves clean. No calendar, or a date outside it, runs
      *    the suite as always.
            SET DU-CLASSIFICA TO TRUE
            MOVE WS-DATA-HOJE TO DU-DATA
            CALL 'CALDIAS' USING DU-PARAMETROS
            IF DU-OK AND DU-SEM-PROCESSAMENTO
                ACCEPT WS-HORA-INICIO FROM TIME
                MOVE WS-DATA-HOJE   TO RH-DATA
                MOVE 'SEMPROC'      TO RH-PASSO
                MOVE WS-HORA-INICIO TO RH-HORA-INICIO
                MOVE WS-HORA-INICIO TO RH-HORA-FIM
                MOVE ZERO           TO RH-RC
                MOVE ZERO           TO RH-CNT-LIDOS
                MOVE ZERO           TO RH-CNT-ACEITOS
                MOVE ZERO           TO RH-CNT-REJEITADOS
                WRITE RH-REGISTRO
                CLOSE RUNHIST
                SET DU-FECHA TO TRUE
                CALL 'CALDIAS' USING DU-PARAMETROS
                DISPLAY 'SUITEDRV - ' WS-DATA-HOJE
                   ' SEM PROCESSAMENTO NO CALENDARIO ('
                   DU-DESCRICAO '), SUITE NAO EXECUTADA.'
                MOVE ZERO TO RETURN-CODE
                GOBACK
            END-IF
            .

       P100-EXECUTA-COBOLIF.
      *    On a restart rerun COBOLIF ACCEPTs the same COMMAND-LINE
      *    this driver did, so the RESTART parm reaches it without
            END-IF
            .

       P370-EXECUTA-CARTAS.
      *    The letters go out of the night's own reports - ONBLIST
      *    is only complete once ONBOARD has ended.
            MOVE 'CARTAS' TO WS-PASSO-ATUAL
            IF RODADA-DE-RESTART AND WS-PASSO-FEITO (5) = 'S'
                PERFORM P810-PULA-PASSO
            ELSE
                PERFORM P700-MARCA-INICIO
                CALL 'CARTAS'
                MOVE RETURN-CODE TO WS-SUITE-RC
                PERFORM P800-VERIFICA-PASSO
                PERFORM P750-GRAVA-HISTORICO
            END-IF
            .

       P400-EXECUTA-RECONCIL.
      *    The closing balance never skips - even when an earlier
      *    resubmit already ran it clean, re-proving the balance

       P900-FIM.
            CLOSE RUNHIST
            SET DU-FECHA TO TRUE
            CALL 'CALDIAS' USING DU-PARAMETROS
      *    The one-page sign-off runs whatever happened upstream -
      *    on a failed night it is exactly the page the duty
      *    operator needs. RUNHIST is closed first so the report
