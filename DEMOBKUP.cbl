      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly backup of the DEMOFILE master. Unloads the
      *          KSDS end to end, in key order, to the sequential
      *          CPYIFBK image: a header with the backup date/time,
      *          one detail per master record, and a trailer with the
      *          same date/time, the record count and a hash total of
      *          the DM-ID-CLIENTE keys, so DEMORCVR can prove the
      *          image whole before it reloads from it. The same
      *          date/time is the sync point: the run also writes one
      *          CPYIFJN record, action 'S', to its own journal
      *          generation, closing the journal cycle - every change
      *          journaled before it is inside this image, every
      *          change after it is what a recovery from this image
      *          has to replay. Runs in the batch window after the
      *          last master update of the night (the ACPTAPLY step),
      *          with the online maintenance closed, so nothing
      *          writes to DEMOFILE while it is unloaded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOBKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOFILE ASSIGN TO "DEMOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
           SELECT BKPFILE ASSIGN TO "BKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPFILE-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  BKPFILE.
           COPY CPYIFBK.
       FD  JRNFILE.
           COPY CPYIFJN.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-BKPFILE-STATUS        PIC XX.
              88 BKPFILE-OK            VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
      *    Shape of JN-ANTES on the sync-point record.
       01 WS-SINCRONISMO.
           03 WS-SY-CONTAGEM           PIC 9(07)   VALUE ZERO.
           03 WS-SY-HASH               PIC 9(13)   VALUE ZERO.
           03 FILLER                   PIC X(03)   VALUE SPACES.
       01 WS-CONTADORES.
           03 WS-CNT-COPIADOS          PIC 9(07)   VALUE ZERO.
           03 WS-HASH-CHAVES           PIC 9(13)   VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-COPIA UNTIL FIM-DO-ARQUIVO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "DEMOBKUP ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            OPEN INPUT DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT BKPFILE
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO ABERTURA BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE SPACES      TO BK-REGISTRO
            SET BK-TIPO-CABECALHO TO TRUE
            MOVE WS-TS-DATA  TO BK-CAB-DATA
            MOVE WS-TS-HORA  TO BK-CAB-HORA
            MOVE 'DEMOBKUP'  TO BK-CAB-PROGRAMA
            WRITE BK-REGISTRO
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO GRAVACAO BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P110-LE-DEMOFILE
            .

       P110-LE-DEMOFILE.
            READ DEMOFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT DEMOFILE-OK
                        DISPLAY 'ERRO LEITURA DEMOFILE: '
                           WS-DEMOFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-COPIA.
            MOVE SPACES      TO BK-REGISTRO
            SET BK-TIPO-DETALHE TO TRUE
            MOVE DM-REGISTRO TO BK-IMAGEM
            WRITE BK-REGISTRO
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO GRAVACAO BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-COPIADOS
            ADD DM-ID-CLIENTE TO WS-HASH-CHAVES
            PERFORM P110-LE-DEMOFILE
            .

       P700-GRAVA-SINCRONISMO.
      *    The marker that closes the journal cycle - a recovery
      *    from this image starts replaying right after it.
            MOVE WS-CNT-COPIADOS TO WS-SY-CONTAGEM
            MOVE WS-HASH-CHAVES  TO WS-SY-HASH
            MOVE 'DEMOBKUP'      TO JN-PROGRAMA
            SET JN-SINCRONISMO   TO TRUE
            MOVE ZERO            TO JN-ID-CLIENTE
            MOVE WS-TS-DATA      TO JN-DATA
            MOVE WS-TS-HORA      TO JN-HORA
            MOVE WS-SINCRONISMO  TO JN-ANTES
            MOVE SPACES          TO JN-DEPOIS
            MOVE SPACES          TO JN-USUARIO
            MOVE SPACES          TO JN-TERMINAL
            WRITE JN-REGISTRO
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO GRAVACAO JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P900-FIM.
            MOVE SPACES          TO BK-REGISTRO
            SET BK-TIPO-TRAILER  TO TRUE
            MOVE WS-TS-DATA      TO BK-TRL-DATA
            MOVE WS-TS-HORA      TO BK-TRL-HORA
            MOVE WS-CNT-COPIADOS TO BK-TRL-CONTAGEM
            MOVE WS-HASH-CHAVES  TO BK-TRL-HASH
            WRITE BK-REGISTRO
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO GRAVACAO BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P700-GRAVA-SINCRONISMO
            CLOSE DEMOFILE
            CLOSE BKPFILE
            CLOSE JRNFILE
            DISPLAY '========================================'
            DISPLAY 'DEMOBKUP - BACKUP DO DEMOFILE'
            DISPLAY 'PONTO DE SINCRONISMO .....: ' WS-TS-DATA
               ' ' WS-TS-HORA
            DISPLAY 'REGISTROS COPIADOS .......: ' WS-CNT-COPIADOS
            DISPLAY 'HASH DAS CHAVES ..........: ' WS-HASH-CHAVES
            DISPLAY '========================================'
            GOBACK.
       END PROGRAM DEMOBKUP.
