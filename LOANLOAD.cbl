      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the loan book and its schedules into the two
      *          KSDS the online loan inquiry CICPGM6 reads - every
      *          LOANFILE loan into LOANVSAM (CPYIFLV) keyed by the
      *          owning client id plus loan id, and every line of the
      *          day's AMRSCHED into AMRVSAM (CPYIFSV) keyed by loan
      *          id plus period. Runs after the night's schedule and
      *          payment steps, so the desk sees this morning's book
      *          instead of the printed AMRLIST. Both clusters are
      *          reloaded from scratch every night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANFILE-STATUS.
           SELECT AMRSCHED ASSIGN TO "AMRSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRSCHED-STATUS.
           SELECT LOANVSAM ASSIGN TO "LOANVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-CHAVE
               FILE STATUS IS WS-LOANVSAM-STATUS.
           SELECT AMRVSAM ASSIGN TO "AMRVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-CHAVE
               FILE STATUS IS WS-AMRVSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  AMRSCHED.
       01  SC-REGISTRO                 PIC X(63).
       FD  LOANVSAM.
           COPY CPYIFLV.
       FD  AMRVSAM.
           COPY CPYIFSV.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-AMRSCHED-STATUS       PIC XX.
              88 AMRSCHED-OK           VALUE '00'.
           03 WS-LOANVSAM-STATUS       PIC XX.
              88 LOANVSAM-OK           VALUE '00'.
           03 WS-AMRVSAM-STATUS        PIC XX.
              88 AMRVSAM-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
       01 WS-CONTADORES.
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-LINHAS            PIC 9(07)   VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-CARGA-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            MOVE 'N' TO WS-EOF-SW
            PERFORM P120-LE-AMRSCHED
            PERFORM P600-CARGA-QUADRO UNTIL FIM-DO-ARQUIVO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "LOANLOAD ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            OPEN INPUT LOANFILE
            IF NOT LOANFILE-OK
                DISPLAY 'ERRO ABERTURA LOANFILE: '
                   WS-LOANFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN INPUT AMRSCHED
            IF NOT AMRSCHED-OK
                DISPLAY 'ERRO ABERTURA AMRSCHED: '
                   WS-AMRSCHED-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT LOANVSAM
            IF NOT LOANVSAM-OK
                DISPLAY 'ERRO ABERTURA LOANVSAM: '
                   WS-LOANVSAM-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT AMRVSAM
            IF NOT AMRVSAM-OK
                DISPLAY 'ERRO ABERTURA AMRVSAM: '
                   WS-AMRVSAM-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P110-LE-LOANFILE
            .

       P110-LE-LOANFILE.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P120-LE-AMRSCHED.
            READ AMRSCHED
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT AMRSCHED-OK
                        DISPLAY 'ERRO LEITURA AMRSCHED: '
                           WS-AMRSCHED-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-CARGA-EMPRESTIMO.
      *    LOANFILE is in loan-id order, not client order - the
      *    writes land randomly and the key puts each client's loans
      *    together for the online browse.
            MOVE LN-ID-CLIENTE          TO LV-ID-CLIENTE
            MOVE LN-ID-EMPRESTIMO       TO LV-ID-EMPRESTIMO
            MOVE LN-PRINCIPAL           TO LV-PRINCIPAL
            MOVE LN-TAXA                TO LV-TAXA
            MOVE LN-TERMOS              TO LV-TERMOS
            MOVE LN-DATA-PRIMEIRO-VENC  TO LV-DATA-PRIMEIRO-VENC
            MOVE LN-METODO              TO LV-METODO
            IF LN-PERIODOS-REAJUSTE IS NUMERIC
                MOVE LN-PERIODOS-REAJUSTE TO LV-PERIODOS-REAJUSTE
            ELSE
                MOVE ZERO TO LV-PERIODOS-REAJUSTE
            END-IF
            WRITE LV-REGISTRO
                INVALID KEY
                    DISPLAY 'CHAVE DUPLICADA NA CARGA: ' LV-CHAVE
                    PERFORM P050-ABORTA
            END-WRITE
            ADD 1 TO WS-CNT-EMPRESTIMOS
            PERFORM P110-LE-LOANFILE
            .

       P600-CARGA-QUADRO.
            MOVE SC-REGISTRO TO SV-REGISTRO
            WRITE SV-REGISTRO
                INVALID KEY
                    DISPLAY 'CHAVE DUPLICADA NA CARGA: ' SV-CHAVE
                    PERFORM P050-ABORTA
            END-WRITE
            ADD 1 TO WS-CNT-LINHAS
            PERFORM P120-LE-AMRSCHED
            .

       P900-FIM.
            DISPLAY 'LOANLOAD - EMPRESTIMOS ' WS-CNT-EMPRESTIMOS
               ' LINHAS DE QUADRO ' WS-CNT-LINHAS
            CLOSE LOANFILE
            CLOSE AMRSCHED
            CLOSE LOANVSAM
            CLOSE AMRVSAM
            GOBACK.
       END PROGRAM LOANLOAD.
