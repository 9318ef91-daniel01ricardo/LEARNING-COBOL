      * Author:
      * Date:
      * Purpose: Forward recovery of the DEMOFILE master from its
      *          nightly backup and its change journal. BKPFILE is
      *          the DEMOBKUP image to recover from: its header and
      *          trailer frame, record count and key hash are proved
      *          first, the same checks ACPTVRFY makes on ACPTFILE,
      *          and a bad image stops the run before DEMOFILE is
      *          touched. The good image is then loaded into the
      *          empty cluster the DEMORCVR job has just defined.
      *          JRNFILE is that backup's JRNFILE.BKP generation,
      *          carrying its sync-point record, followed by the
      *          journal generations written from the backup date
      *          on - every writer of the CPYIFJN shape must be in
      *          the concatenation, oldest first: DEMOMNT, ONBOARD,
      *          ACPTAPLY, CLIMERGE, CLIPURGE and CICPGM3's rolled
      *          JRNL queue data set (see the DEMORCVR job for the
      *          sample).
      *          A journal record dated before the sync point is
      *          already inside the image and is refused - counted,
      *          never replayed - so a generation from the backup
      *          night can go in whole. The sync-point record has to
      *          be found and has to carry the image's count and
      *          hash, or the journal and the image are not the same
      *          cycle and the run fails; a later sync point is only
      *          reported (a newer backup exists). From the sync
      *          point on the replay applies each journaled after image
      *          in order: insert, change or delete, exactly as the
      *          original programs did. Before a change or delete the
      *          current master record is compared against the
      *          journaled before image - a divergence is reported
      *          (it means the backup and the journal do not line up)
      *          but the after image still applies, because the
      *          journal is the truth going forward. The balancing
      *          report counts every journal record into applied,
      *          diverged or failed (CLIMERGE's transfer records,
      *          action 'T', name items on other files and are only
      *          counted), and any failure ends the run with a
      *          non-zero RETURN-CODE so the master is not released
      *          half-rebuilt. PARM 'VALIDA' makes only the image
      *          checks and stops - RC 0 for a good image, RC 16 for
      *          a bad one - without opening DEMOFILE or JRNFILE, so
      *          the job can prove the backup before it deletes the
      *          cluster; no PARM or 'RECUPERA' is the full run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
           SELECT BKPFILE ASSIGN TO "BKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPFILE-STATUS.
           SELECT RCVLIST ASSIGN TO "RCVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVLIST-STATUS.
           COPY CPYIFJN.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  BKPFILE.
           COPY CPYIFBK.
       FD  RCVLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-BKPFILE-STATUS        PIC XX.
              88 BKPFILE-OK            VALUE '00'.
           03 WS-RCVLIST-STATUS        PIC XX.
              88 RCVLIST-OK            VALUE '00'.
       01 WS-CHAVES.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-FALHA-SW              PIC X       VALUE 'N'.
              88 REPLAY-FALHOU         VALUE 'S'.
           03 WS-FIM-BKP-SW            PIC X       VALUE 'N'.
              88 FIM-DO-BACKUP         VALUE 'S'.
           03 WS-BKP-FALHA-SW          PIC X       VALUE 'N'.
              88 BACKUP-REPROVADO      VALUE 'S'.
           03 WS-MARCO-SW              PIC X       VALUE 'N'.
              88 MARCO-CONFERIDO       VALUE 'S'.
           03 WS-MODO                  PIC X       VALUE 'R'.
              88 MODO-RECUPERA         VALUE 'R'.
              88 MODO-VALIDA           VALUE 'V'.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(16)   VALUE SPACES.
       01 WS-BACKUP.
           03 WS-CNT-CABECALHOS        PIC 9(03)   VALUE ZERO.
           03 WS-CNT-TRAILERS          PIC 9(03)   VALUE ZERO.
           03 WS-CNT-DEPOIS-TRL        PIC 9(07)   VALUE ZERO.
           03 WS-CAB-DATA              PIC 9(08)   VALUE ZERO.
           03 WS-CAB-HORA              PIC 9(08)   VALUE ZERO.
           03 WS-CNT-DETALHES          PIC 9(07)   VALUE ZERO.
           03 WS-HASH-DETALHES         PIC 9(13)   VALUE ZERO.
           03 WS-SYNC-DATA             PIC 9(08)   VALUE ZERO.
           03 WS-SYNC-HORA             PIC 9(08)   VALUE ZERO.
      *    Shape of JN-ANTES on DEMOBKUP's sync-point record, built
      *    from the image's trailer to compare against it.
       01 WS-SINCRONISMO.
           03 WS-SY-CONTAGEM           PIC 9(07)   VALUE ZERO.
           03 WS-SY-HASH               PIC 9(13)   VALUE ZERO.
           03 FILLER                   PIC X(03)   VALUE SPACES.
       01 WS-IMAGENS.
           03 WS-IMAGEM-ATUAL          PIC X(23)   VALUE SPACES.
       01 WS-CONTADORES.
           03 WS-CNT-APLICADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-DIVERGENTES       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-FALHAS            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-TRANSFERENCIAS    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-CARREGADOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ANTERIORES        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SINCRONISMOS      PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'DEMORCVR - RECUPERACAO DO DEMOFILE PELO JORNAL'.
            .

       P100-INICIALIZA.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            EVALUATE WS-PARM-ARG
                WHEN SPACES
                WHEN 'RECUPERA'
                    SET MODO-RECUPERA TO TRUE
                WHEN 'VALIDA'
                    SET MODO-VALIDA TO TRUE
                WHEN OTHER
                    DISPLAY 'PARM INVALIDO, ESPERADO RECUPERA OU '
                       'VALIDA: ' WS-PARM-ARG
                    PERFORM P050-ABORTA
            END-EVALUATE
            PERFORM P120-CONFERE-BACKUP
      *    Validation only - the image is good and nothing else is
      *    opened; the job's delete/define runs on this return code.
            IF MODO-VALIDA
                DISPLAY 'DEMORCVR - SO VALIDACAO, DEMOFILE NAO TOCADO.'
                MOVE ZERO TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM P130-CARREGA-MASTER
            OPEN INPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
            END-READ
            .

       P120-CONFERE-BACKUP.
      *    The image has to be whole before anything is loaded from
      *    it - a short or damaged backup stops the recovery here,
      *    with the master not yet touched.
            OPEN INPUT BKPFILE
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO ABERTURA BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P150-LE-BKPFILE
            PERFORM P125-CONFERE-REGISTRO UNTIL FIM-DO-BACKUP
            CLOSE BKPFILE
            IF WS-CNT-CABECALHOS NOT = 1
                DISPLAY 'DEMORCVR - CABECALHO DO BACKUP AUSENTE OU '
                   'REPETIDO: ' WS-CNT-CABECALHOS
                SET BACKUP-REPROVADO TO TRUE
            END-IF
            IF WS-CNT-TRAILERS NOT = 1
                DISPLAY 'DEMORCVR - TRAILER DO BACKUP AUSENTE OU '
                   'REPETIDO: ' WS-CNT-TRAILERS
                SET BACKUP-REPROVADO TO TRUE
            END-IF
            IF WS-CNT-DEPOIS-TRL GREATER ZERO
                DISPLAY 'DEMORCVR - ' WS-CNT-DEPOIS-TRL
                   ' DETALHES DEPOIS DO TRAILER DO BACKUP.'
                SET BACKUP-REPROVADO TO TRUE
            END-IF
            IF WS-CNT-TRAILERS = 1
                IF WS-SY-CONTAGEM NOT = WS-CNT-DETALHES
                    DISPLAY 'DEMORCVR - CONTAGEM DO TRAILER '
                       WS-SY-CONTAGEM ' <> DETALHES '
                       WS-CNT-DETALHES
                    SET BACKUP-REPROVADO TO TRUE
                END-IF
                IF WS-SY-HASH NOT = WS-HASH-DETALHES
                    DISPLAY 'DEMORCVR - HASH DO TRAILER '
                       WS-SY-HASH ' <> APURADO '
                       WS-HASH-DETALHES
                    SET BACKUP-REPROVADO TO TRUE
                END-IF
                IF WS-SYNC-DATA NOT = WS-CAB-DATA
                   OR WS-SYNC-HORA NOT = WS-CAB-HORA
                    DISPLAY 'DEMORCVR - DATA/HORA DO TRAILER NAO '
                       'CONFERE COM O CABECALHO.'
                    SET BACKUP-REPROVADO TO TRUE
                END-IF
            END-IF
            IF BACKUP-REPROVADO
                DISPLAY 'DEMORCVR - BACKUP REPROVADO, NADA CARREGADO.'
                PERFORM P050-ABORTA
            END-IF
            DISPLAY 'DEMORCVR - BACKUP DE ' WS-SYNC-DATA ' '
               WS-SYNC-HORA ' CONFERIDO: ' WS-CNT-DETALHES
               ' REGISTROS.'
            .

       P125-CONFERE-REGISTRO.
            EVALUATE TRUE
                WHEN BK-TIPO-CABECALHO
                    ADD 1 TO WS-CNT-CABECALHOS
                    MOVE BK-CAB-DATA TO WS-CAB-DATA
                    MOVE BK-CAB-HORA TO WS-CAB-HORA
                WHEN BK-TIPO-TRAILER
                    ADD 1 TO WS-CNT-TRAILERS
                    MOVE BK-TRL-DATA     TO WS-SYNC-DATA
                    MOVE BK-TRL-HORA     TO WS-SYNC-HORA
                    MOVE BK-TRL-CONTAGEM TO WS-SY-CONTAGEM
                    MOVE BK-TRL-HASH     TO WS-SY-HASH
                WHEN BK-TIPO-DETALHE
                    IF WS-CNT-TRAILERS GREATER ZERO
                        ADD 1 TO WS-CNT-DEPOIS-TRL
                    END-IF
                    ADD 1 TO WS-CNT-DETALHES
                    ADD BK-ID-CLIENTE TO WS-HASH-DETALHES
                WHEN OTHER
                    DISPLAY 'DEMORCVR - TIPO DE REGISTRO DESCONHECIDO '
                       'NO BACKUP: ' BK-TIPO
                    SET BACKUP-REPROVADO TO TRUE
            END-EVALUATE
            PERFORM P150-LE-BKPFILE
            .

       P130-CARREGA-MASTER.
      *    DEMOFILE is the empty cluster the job just defined - the
      *    load opens it OUTPUT, as EXCPLOAD loads EXCPVSAM, and the
      *    replay reopens it I-O.
            OPEN INPUT BKPFILE
            IF NOT BKPFILE-OK
                DISPLAY 'ERRO ABERTURA BKPFILE: ' WS-BKPFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE 'N' TO WS-FIM-BKP-SW
            PERFORM P150-LE-BKPFILE
            PERFORM P135-CARREGA-REGISTRO UNTIL FIM-DO-BACKUP
            CLOSE BKPFILE
            CLOSE DEMOFILE
            .

       P135-CARREGA-REGISTRO.
            IF BK-TIPO-DETALHE
                MOVE BK-IMAGEM TO DM-REGISTRO
                WRITE DM-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO CARGA DEMOFILE: '
                           WS-DEMOFILE-STATUS ' ID ' DM-ID-CLIENTE
                        PERFORM P050-ABORTA
                END-WRITE
                ADD 1 TO WS-CNT-CARREGADOS
            END-IF
            PERFORM P150-LE-BKPFILE
            .

       P150-LE-BKPFILE.
            READ BKPFILE
                AT END
                    SET FIM-DO-BACKUP TO TRUE
                NOT AT END
                    IF NOT BKPFILE-OK
                        DISPLAY 'ERRO LEITURA BKPFILE: '
                           WS-BKPFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-REPLAY.
            ADD 1 TO WS-CNT-LIDOS
            EVALUATE TRUE
      *         Anything journaled before the sync point is already
      *         in the image that was just loaded.
                WHEN JN-SINCRONISMO
                    PERFORM P640-CONFERE-SINCRONISMO
                WHEN JN-DATA LESS WS-SYNC-DATA
                    ADD 1 TO WS-CNT-ANTERIORES
                WHEN JN-DATA = WS-SYNC-DATA
                 AND JN-HORA LESS WS-SYNC-HORA
                    ADD 1 TO WS-CNT-ANTERIORES
                WHEN JN-INCLUSAO
                    PERFORM P600-REPLAY-INCLUSAO
                WHEN JN-ALTERACAO
                    PERFORM P620-REPLAY-ALTERACAO
                WHEN JN-EXCLUSAO
                    PERFORM P630-REPLAY-EXCLUSAO
      *         A merge's move of a loan, warning, suspense item or
      *         name is trail for those files - nothing on the
      *         master to replay. The close of the retired master
      *         is journaled as an ordinary change and replays.
                WHEN JN-TRANSFERENCIA
                    ADD 1 TO WS-CNT-TRANSFERENCIAS
                WHEN OTHER
                    MOVE 'ACAO DESCONHECIDA NO JORNAL' TO
                       RD-RESULTADO
            END-DELETE
            .

       P640-CONFERE-SINCRONISMO.
      *    The restored backup's own marker has to carry the
      *    image's count and hash. An older marker closes a cycle
      *    the image already holds; a newer one means a later
      *    backup exists - worth knowing, not a failure.
            EVALUATE TRUE
                WHEN JN-DATA = WS-SYNC-DATA
                 AND JN-HORA = WS-SYNC-HORA
                    IF JN-ANTES = WS-SINCRONISMO
                        SET MARCO-CONFERIDO TO TRUE
                        ADD 1 TO WS-CNT-SINCRONISMOS
                    ELSE
                        MOVE 'SINCRONISMO NAO CONFERE' TO
                           RD-RESULTADO
                        PERFORM P720-REPORTA-FALHA
                    END-IF
                WHEN JN-DATA LESS WS-SYNC-DATA
                    ADD 1 TO WS-CNT-ANTERIORES
                WHEN JN-DATA = WS-SYNC-DATA
                 AND JN-HORA LESS WS-SYNC-HORA
                    ADD 1 TO WS-CNT-ANTERIORES
                WHEN OTHER
                    ADD 1 TO WS-CNT-SINCRONISMOS
                    MOVE 'BACKUP POSTERIOR NO JORNAL' TO
                       RD-RESULTADO
                    PERFORM P700-GRAVA-DETALHE
            END-EVALUATE
            .

       P700-GRAVA-DETALHE.
            MOVE JN-PROGRAMA   TO RD-PROGRAMA
            MOVE JN-ACAO       TO RD-ACAO
      *    exactly one bucket for the replay to balance.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'BACKUP - REGISTROS CARGA .: ' TO RT-ROTULO
            MOVE WS-CNT-CARREGADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'JORNAL LIDO ..............: ' TO RT-ROTULO
            MOVE WS-CNT-LIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            MOVE WS-CNT-FALHAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'TRANSFERENCIAS (SO TRILHA): ' TO RT-ROTULO
            MOVE WS-CNT-TRANSFERENCIAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ANTERIORES AO SINCRONISMO : ' TO RT-ROTULO
            MOVE WS-CNT-ANTERIORES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MARCAS DE SINCRONISMO ....: ' TO RT-ROTULO
            MOVE WS-CNT-SINCRONISMOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY 'DEMORCVR - LIDOS ' WS-CNT-LIDOS
               ' APLICADOS ' WS-CNT-APLICADOS
               ' DIVERGENTES ' WS-CNT-DIVERGENTES
            .

       P900-FIM.
      *    No marker for the restored backup means the journal
      *    supplied is not that backup's cycle.
            IF NOT MARCO-CONFERIDO
                ADD 1 TO WS-CNT-FALHAS
                SET REPLAY-FALHOU TO TRUE
                MOVE 'DEMOBKUP'    TO RD-PROGRAMA
                MOVE 'S'           TO RD-ACAO
                MOVE ZERO          TO RD-ID-CLIENTE
                MOVE WS-SYNC-DATA  TO RD-DATA
                MOVE 'SINCRONISMO DO BACKUP AUSENTE' TO RD-RESULTADO
                MOVE WS-LIN-DETALHE TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            PERFORM P950-RELATORIO
            CLOSE JRNFILE
            CLOSE DEMOFILE
