      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the edit parameters in force into the PARMVSAM
      *          KSDS (CPYIFPV) the online entry transaction CICPGM7
      *          edits with. The PARMFILE is read exactly the way
      *          COBOLIF reads it - shop-standard defaults when the
      *          file or its record is missing, the recycle ceiling
      *          only when keyed and above zero, a severity only when
      *          keyed 'W' or 'R' - so the desk's screen and the night
      *          edit can never disagree on a threshold. Runs in the
      *          stream right before the edit, off the same PARMFILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT PARMVSAM ASSIGN TO "PARMVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-CHAVE
               FILE STATUS IS WS-PARMVSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
       01  PM-REGISTRO.
           03 PM-LINHA-LIMITE          PIC 99.
           03 PM-CODIGO-VALIDO         PIC 9.
           03 PM-MAX-RECICLOS          PIC 99.
           03 PM-SEVERIDADE OCCURS 5 TIMES
                                       PIC X.
       FD  PARMVSAM.
           COPY CPYIFPV.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-PARMFILE-STATUS       PIC XX.
              88 PARMFILE-OK           VALUE '00'.
           03 WS-PARMVSAM-STATUS       PIC XX.
              88 PARMVSAM-OK           VALUE '00'.
       01 WS-PARAMETROS.
      *    Same defaults as COBOLIF's WS-PARAMETROS and its
      *    severity table - a change there is a change here.
           03 WS-LINHA-LIMITE          PIC 99      VALUE 30.
           03 WS-CODIGO-VALIDO         PIC 9       VALUE 2.
           03 WS-MAX-RECICLOS          PIC 99      VALUE 3.
           03 WS-SEVERIDADE OCCURS 5 TIMES
                                       PIC X     VALUE 'R'.
           03 WS-IDX-SEV               PIC 9     VALUE ZERO.
           03 WS-ORIGEM-CARGA          PIC X     VALUE 'D'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P120-LE-PARAMETROS
            PERFORM P500-GRAVA-PARMVSAM
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "PARMLOAD ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            OPEN OUTPUT PARMVSAM
            IF NOT PARMVSAM-OK
                DISPLAY 'ERRO ABERTURA PARMVSAM: '
                   WS-PARMVSAM-STATUS
                PERFORM P050-ABORTA
            END-IF
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            .

       P120-LE-PARAMETROS.
            OPEN INPUT PARMFILE
            IF PARMFILE-OK
                READ PARMFILE
                    AT END
                        DISPLAY 'PARMFILE VAZIO, USANDO DEFAULTS.'
                    NOT AT END
                        MOVE 'P' TO WS-ORIGEM-CARGA
                        MOVE PM-LINHA-LIMITE  TO WS-LINHA-LIMITE
                        MOVE PM-CODIGO-VALIDO TO WS-CODIGO-VALIDO
                        IF PM-MAX-RECICLOS IS NUMERIC
                         AND PM-MAX-RECICLOS GREATER ZERO
                            MOVE PM-MAX-RECICLOS TO WS-MAX-RECICLOS
                        END-IF
                        PERFORM P125-CARREGA-SEVERIDADE
                            VARYING WS-IDX-SEV FROM 1 BY 1
                            UNTIL WS-IDX-SEV GREATER 5
                END-READ
                CLOSE PARMFILE
            ELSE
                DISPLAY 'PARMFILE NAO ENCONTRADO, USANDO DEFAULTS.'
            END-IF
            .

       P125-CARREGA-SEVERIDADE.
            IF PM-SEVERIDADE (WS-IDX-SEV) = 'W'
             OR PM-SEVERIDADE (WS-IDX-SEV) = 'R'
                MOVE PM-SEVERIDADE (WS-IDX-SEV)
                  TO WS-SEVERIDADE (WS-IDX-SEV)
            END-IF
            .

       P500-GRAVA-PARMVSAM.
            MOVE 'PARMFILE'        TO PV-CHAVE
            MOVE WS-LINHA-LIMITE   TO PV-LINHA-LIMITE
            MOVE WS-CODIGO-VALIDO  TO PV-CODIGO-VALIDO
            MOVE WS-MAX-RECICLOS   TO PV-MAX-RECICLOS
            PERFORM P510-MOVE-SEVERIDADE
                VARYING WS-IDX-SEV FROM 1 BY 1
                UNTIL WS-IDX-SEV GREATER 5
            MOVE WS-TS-DATA        TO PV-DATA-CARGA
            MOVE WS-TS-HORA        TO PV-HORA-CARGA
            MOVE WS-ORIGEM-CARGA   TO PV-ORIGEM-CARGA
            WRITE PV-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO GRAVACAO PARMVSAM: '
                       WS-PARMVSAM-STATUS
                    PERFORM P050-ABORTA
            END-WRITE
            .

       P510-MOVE-SEVERIDADE.
            MOVE WS-SEVERIDADE (WS-IDX-SEV)
              TO PV-SEVERIDADE (WS-IDX-SEV)
            .

       P900-FIM.
            DISPLAY 'PARMLOAD - LINHA-LIMITE ' PV-LINHA-LIMITE
               ' CODIGO-VALIDO ' PV-CODIGO-VALIDO
               ' MAX-RECICLOS ' PV-MAX-RECICLOS
            DISPLAY 'PARMLOAD - SEVERIDADES 1-5 ' PV-SEVERIDADE (1)
               PV-SEVERIDADE (2) PV-SEVERIDADE (3)
               PV-SEVERIDADE (4) PV-SEVERIDADE (5)
               ' ORIGEM ' PV-ORIGEM-CARGA
            CLOSE PARMVSAM
            GOBACK.
       END PROGRAM PARMLOAD.
