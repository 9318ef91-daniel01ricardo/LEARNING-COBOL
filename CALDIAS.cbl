      ******************************************************************
      * Author:
      * Date:
      * Purpose: Business-day service over the CALFILE calendar KSDS
      *          (CPYIFCL) maintained by CALMANT - CALLed with the
      *          CPYIFDU parameter area by every program that has to
      *          tell a business day from a weekend, a holiday or a
      *          non-processing date: COBOLIF rolls an effective date
      *          to the next business day, WRNAGING, SUSPWORK and
      *          SLAMON count business days, SUITEDRV stands the
      *          suite down on a scheduled non-processing date. The
      *          calendar opens on the first call and stays open for
      *          the run; the caller closes it with function 'F'. A
      *          missing CALFILE is not an error - every answer comes
      *          back DU-SEM-CALENDARIO and the caller keeps counting
      *          calendar days, as before the calendar existed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-DATA
               FILE STATUS IS WS-CALFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY CPYIFCL.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-CALFILE-STATUS        PIC XX.
              88 CALFILE-OK            VALUE '00'.
       01 WS-CHAVES.
      *    Working storage survives between CALLs - the calendar is
      *    opened once per run, not once per date.
           03 WS-CALENDARIO-SW         PIC X       VALUE 'N'.
              88 CALENDARIO-FECHADO    VALUE 'N'.
              88 CALENDARIO-ABERTO     VALUE 'S'.
              88 CALENDARIO-AUSENTE    VALUE 'A'.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-ACHADO-SW             PIC X       VALUE 'N'.
              88 DIA-ACHADO            VALUE 'S'.
       01 WS-TRABALHO.
           03 WS-ORDINAL-ATE           PIC 9(07)   VALUE ZERO.
           03 WS-ORDINAL-DESDE         PIC 9(07)   VALUE ZERO.
       LINKAGE SECTION.
           COPY CPYIFDU.
       PROCEDURE DIVISION USING DU-PARAMETROS.
       MAIN-PROCEDURE.
            IF DU-FECHA
                PERFORM P900-FIM
            ELSE
                PERFORM P100-INICIALIZA
                IF CALENDARIO-AUSENTE
                    SET DU-SEM-CALENDARIO TO TRUE
                ELSE
                    EVALUATE TRUE
                        WHEN DU-CLASSIFICA
                            PERFORM P200-CLASSIFICA
                        WHEN DU-PROXIMO-UTIL
                            PERFORM P300-PROXIMO-UTIL
                        WHEN DU-CONTA-UTEIS
                            PERFORM P400-CONTA-UTEIS
                        WHEN OTHER
                            SET DU-FORA-DO-CALENDARIO TO TRUE
                    END-EVALUATE
                END-IF
            END-IF
            GOBACK
            .

       P100-INICIALIZA.
      *    Every answer starts as "the date itself, no business
      *    days" - what a caller with no calendar would have used.
            SET DU-OK TO TRUE
            MOVE DU-DATA TO DU-DATA-RESULTADO
            MOVE ZERO    TO DU-DIAS
            MOVE SPACE   TO DU-TIPO
            MOVE SPACES  TO DU-DESCRICAO
            IF CALENDARIO-FECHADO
                OPEN INPUT CALFILE
                IF CALFILE-OK
                    SET CALENDARIO-ABERTO TO TRUE
                ELSE
                    DISPLAY 'CALDIAS - CALFILE NAO DISPONIVEL ('
                       WS-CALFILE-STATUS '), CONTAGEM EM DIAS CORRIDOS.'
                    SET CALENDARIO-AUSENTE TO TRUE
                END-IF
            END-IF
            .

       P200-CLASSIFICA.
            MOVE DU-DATA TO CA-DATA
            READ CALFILE
                INVALID KEY
                    SET DU-FORA-DO-CALENDARIO TO TRUE
                NOT INVALID KEY
                    MOVE CA-TIPO      TO DU-TIPO
                    MOVE CA-DESCRICAO TO DU-DESCRICAO
            END-READ
            .

       P300-PROXIMO-UTIL.
      *    The date itself when it is a business day, otherwise the
      *    first one after it - read forward in key order. Running
      *    off the end of the calendar means the year after has not
      *    been generated yet; the date stays as keyed.
            PERFORM P200-CLASSIFICA
            IF DU-OK AND NOT DU-DIA-UTIL
                MOVE 'N' TO WS-EOF-SW
                MOVE 'N' TO WS-ACHADO-SW
                START CALFILE KEY IS GREATER THAN CA-DATA
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P310-LE-PROXIMO
                    UNTIL FIM-DO-ARQUIVO OR DIA-ACHADO
                IF NOT DIA-ACHADO
                    SET DU-FORA-DO-CALENDARIO TO TRUE
                END-IF
            END-IF
            .

       P310-LE-PROXIMO.
            READ CALFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF CA-DIA-UTIL
                        SET DIA-ACHADO TO TRUE
                        MOVE CA-DATA TO DU-DATA-RESULTADO
                    END-IF
            END-READ
            .

       P400-CONTA-UTEIS.
      *    Difference of the two business-day ordinals - a
      *    non-business date carries the ordinal of the business
      *    day before it, so an item raised on a Saturday is one
      *    business day old on the Monday.
            MOVE DU-DATA TO CA-DATA
            READ CALFILE
                INVALID KEY
                    SET DU-FORA-DO-CALENDARIO TO TRUE
                NOT INVALID KEY
                    MOVE CA-TIPO         TO DU-TIPO
                    MOVE CA-DESCRICAO    TO DU-DESCRICAO
                    MOVE CA-ORDINAL-UTIL TO WS-ORDINAL-ATE
            END-READ
            IF DU-OK
                MOVE DU-DATA-DESDE TO CA-DATA
                READ CALFILE
                    INVALID KEY
                        SET DU-FORA-DO-CALENDARIO TO TRUE
                    NOT INVALID KEY
                        MOVE CA-ORDINAL-UTIL TO WS-ORDINAL-DESDE
                END-READ
            END-IF
            IF DU-OK AND WS-ORDINAL-ATE GREATER WS-ORDINAL-DESDE
                SUBTRACT WS-ORDINAL-DESDE FROM WS-ORDINAL-ATE
                    GIVING DU-DIAS
            END-IF
            .

       P900-FIM.
            IF CALENDARIO-ABERTO
                CLOSE CALFILE
            END-IF
            SET CALENDARIO-FECHADO TO TRUE
            .
       END PROGRAM CALDIAS.
