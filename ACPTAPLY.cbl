      *          edit's final CHKFILE checkpoint and reports anything
      *          it could not apply; an imbalance or an unapplied
      *          transaction ends with a non-zero RETURN-CODE.
      *          The apply commits as it goes: every detail leaves an
      *          APLCKPT checkpoint record stamped with the ACPTFILE
      *          header date, and the journal record is written ahead
      *          of the master update. A resubmit after a failure
      *          finds the unfinished checkpoint for the same ACPTFILE
      *          and resumes after the last detail it records -
      *          nothing applies or journals twice - and the one
      *          detail caught between its journal record and its
      *          checkpoint is finished off from the journal's own
      *          after image. A resubmit of a finished apply applies
      *          nothing. PARM='NOVA' ignores the checkpoint and
      *          applies the file from the top (after a DEMOFILE
      *          restore).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT APLLIST ASSIGN TO "APLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLLIST-STATUS.
           SELECT APLCKPT ASSIGN TO "APLCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLCKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACPTFILE.
           COPY CPYIFJN.
       FD  APLLIST.
       01  RL-LINHA                    PIC X(80).
       FD  APLCKPT.
       01  CA-REGISTRO.
           03 CA-TIPO                  PIC X.
              88 CA-DETALHE            VALUE 'D'.
              88 CA-FIM                VALUE 'F'.
           03 CA-DATA-ACPT             PIC 9(08).
           03 CA-SEQ-DETALHE           PIC 9(07).
           03 CA-ID-CLIENTE            PIC 9(06).
           03 CA-CNT-LIDOS             PIC 9(07).
           03 CA-CNT-APLICADOS         PIC 9(07).
           03 CA-CNT-NAO-APLICADOS     PIC 9(07).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-ACPTFILE-STATUS       PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-APLLIST-STATUS        PIC XX.
              88 APLLIST-OK            VALUE '00'.
           03 WS-APLCKPT-STATUS        PIC XX.
              88 APLCKPT-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-FALHA-SW              PIC X       VALUE 'N'.
              88 APLICACAO-FALHOU      VALUE 'S'.
           03 WS-ACHADO-SW             PIC X       VALUE 'N'.
              88 CLIENTE-ACHADO        VALUE 'S'.
       01 WS-RETOMADA.
      *    The checkpoint belongs to one ACPTFILE, told apart by its
      *    header date. The last APLCKPT record for that date says
      *    how far the apply got; a 'F' record says it finished.
      *    The journal generation is this program's alone, so its
      *    record count is the applied count - one more than the
      *    checkpoint's means the next detail was journaled and then
      *    the run died before checkpointing it.
           03 WS-PARM-ARG              PIC X(08)   VALUE SPACES.
           03 WS-RETOMADA-SW           PIC X       VALUE 'N'.
              88 RODADA-RETOMADA       VALUE 'S'.
           03 WS-CONCLUIDA-SW          PIC X       VALUE 'N'.
              88 APLICACAO-JA-CONCLUIDA VALUE 'S'.
           03 WS-DUVIDA-SW             PIC X       VALUE 'N'.
              88 DETALHE-EM-DUVIDA     VALUE 'S'.
           03 WS-DATA-ACPT             PIC 9(08)   VALUE ZERO.
           03 WS-SEQ-DETALHE           PIC 9(07)   VALUE ZERO.
           03 WS-SEQ-CHECKPOINT        PIC 9(07)   VALUE ZERO.
           03 WS-QTD-JORNAL            PIC 9(07)   VALUE ZERO.
           03 WS-ULTIMO-JN-ACAO        PIC X       VALUE SPACE.
           03 WS-ULTIMO-JN-ID          PIC 9(06)   VALUE ZERO.
           03 WS-ULTIMO-JN-DEPOIS      PIC X(23)   VALUE SPACES.
           03 WS-ULTIMO-CA                         VALUE SPACES.
              05 UC-TIPO               PIC X.
                 88 UC-FIM             VALUE 'F'.
              05 UC-DATA-ACPT          PIC 9(08).
              05 UC-SEQ-DETALHE        PIC 9(07).
              05 UC-ID-CLIENTE         PIC 9(06).
              05 UC-CNT-LIDOS          PIC 9(07).
              05 UC-CNT-APLICADOS      PIC 9(07).
              05 UC-CNT-NAO-APLICADOS  PIC 9(07).
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-APLICADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NAO-APLICADOS     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-JA-APLICADOS      PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'ACPTAPLY - APLICACAO DOS ACEITOS AO DEMOFILE'.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
           03 WS-LIN-RETOMADA.
              05 FILLER                PIC X(34)   VALUE
                 'RETOMADA APOS O DETALHE ACEITO NO '.
              05 RR-SEQ                PIC 9(07).
              05 FILLER                PIC X(16)   VALUE
                 ' DO ACPTFILE DE '.
              05 RR-DATA               PIC 9(08).
              05 FILLER                PIC X(15)   VALUE SPACES.
       01 WS-MOTIVO                PIC X(30)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            .

       P100-INICIALIZA.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            OPEN INPUT ACPTFILE
            IF NOT ACPTFILE-OK
                DISPLAY 'ERRO ABERTURA ACPTFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P120-LE-TOTAIS-CHKFILE
            PERFORM P110-LE-ACPTFILE
            IF NOT FIM-DO-ARQUIVO AND AC-TIPO-CABECALHO
                MOVE AC-CAB-DATA TO WS-DATA-ACPT
            END-IF
            PERFORM P140-VERIFICA-RETOMADA
            PERFORM P150-ABRE-JORNAL
            IF RODADA-RETOMADA
                OPEN EXTEND APLLIST
            ELSE
                OPEN OUTPUT APLLIST
            END-IF
            IF NOT APLLIST-OK
                DISPLAY 'ERRO ABERTURA APLLIST: ' WS-APLLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            IF RODADA-RETOMADA
                MOVE SPACES TO RL-LINHA
                WRITE RL-LINHA
                MOVE WS-SEQ-CHECKPOINT TO RR-SEQ
                MOVE WS-DATA-ACPT      TO RR-DATA
                MOVE WS-LIN-RETOMADA   TO RL-LINHA
                WRITE RL-LINHA
            ELSE
                MOVE WS-LIN-CABEC1 TO RL-LINHA
                WRITE RL-LINHA
                MOVE WS-LIN-CABEC2 TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            .

       P140-VERIFICA-RETOMADA.
      *    Without a header date there is nothing to tie a
      *    checkpoint to - the file applies from the top as always.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT APLCKPT
            IF APLCKPT-OK
                PERFORM P142-LE-ULTIMO-CHECKPOINT
                    UNTIL FIM-DO-ARQUIVO
                CLOSE APLCKPT
            END-IF
            MOVE 'N' TO WS-EOF-SW
            IF WS-PARM-ARG = 'NOVA'
                DISPLAY 'ACPTAPLY - PARM NOVA, CHECKPOINT IGNORADO.'
            ELSE
                IF WS-DATA-ACPT GREATER ZERO
                 AND UC-DATA-ACPT IS NUMERIC
                 AND UC-DATA-ACPT = WS-DATA-ACPT
                    SET RODADA-RETOMADA TO TRUE
                    IF UC-FIM
                        SET APLICACAO-JA-CONCLUIDA TO TRUE
                    END-IF
                    MOVE UC-SEQ-DETALHE       TO WS-SEQ-CHECKPOINT
                    MOVE UC-CNT-LIDOS         TO WS-CNT-LIDOS
                    MOVE UC-CNT-APLICADOS     TO WS-CNT-APLICADOS
                    MOVE UC-CNT-NAO-APLICADOS TO WS-CNT-NAO-APLICADOS
                    IF WS-CNT-NAO-APLICADOS GREATER ZERO
                        SET APLICACAO-FALHOU TO TRUE
                    END-IF
                END-IF
            END-IF
            IF RODADA-RETOMADA
                OPEN EXTEND APLCKPT
            ELSE
                OPEN OUTPUT APLCKPT
            END-IF
            IF NOT APLCKPT-OK
                DISPLAY 'ERRO ABERTURA APLCKPT: ' WS-APLCKPT-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P142-LE-ULTIMO-CHECKPOINT.
            READ APLCKPT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    MOVE CA-REGISTRO TO WS-ULTIMO-CA
            END-READ
            .

       P150-ABRE-JORNAL.
      *    A resumed run appends to the journal generation the failed
      *    run started, after counting what is already on it.
            IF RODADA-RETOMADA
                OPEN INPUT JRNFILE
                IF JRNFILE-OK
                    PERFORM P155-CONTA-JORNAL UNTIL FIM-DO-ARQUIVO
                    CLOSE JRNFILE
                    MOVE 'N' TO WS-EOF-SW
                    OPEN EXTEND JRNFILE
                ELSE
                    OPEN OUTPUT JRNFILE
                END-IF
            ELSE
                OPEN OUTPUT JRNFILE
            END-IF
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            IF RODADA-RETOMADA
                EVALUATE TRUE
                    WHEN WS-QTD-JORNAL = WS-CNT-APLICADOS
                        CONTINUE
                    WHEN WS-QTD-JORNAL = WS-CNT-APLICADOS + 1
                     AND NOT APLICACAO-JA-CONCLUIDA
                        SET DETALHE-EM-DUVIDA TO TRUE
                    WHEN OTHER
                        DISPLAY 'ACPTAPLY - JORNAL COM ' WS-QTD-JORNAL
                           ' REGISTROS, CHECKPOINT COM '
                           WS-CNT-APLICADOS ' APLICADOS.'
                        DISPLAY 'ACPTAPLY - JORNAL E CHECKPOINT NAO '
                           'CONFEREM - RETOMADA RECUSADA.'
                        PERFORM P050-ABORTA
                END-EVALUATE
                DISPLAY 'ACPTAPLY - RETOMADA APOS O DETALHE '
                   WS-SEQ-CHECKPOINT ' DO ACPTFILE DE ' WS-DATA-ACPT
            END-IF
            .

       P155-CONTA-JORNAL.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    ADD 1 TO WS-QTD-JORNAL
                    MOVE JN-ACAO       TO WS-ULTIMO-JN-ACAO
                    MOVE JN-ID-CLIENTE TO WS-ULTIMO-JN-ID
                    MOVE JN-DEPOIS     TO WS-ULTIMO-JN-DEPOIS
            END-READ
            .

       P120-LE-TOTAIS-CHKFILE.

       P500-APLICA.
      *    The header and trailer are the file's frame - ACPTVRFY
      *    checks them; only the detail records apply here. Details
      *    up to the checkpoint were applied by the failed run and
      *    are passed over.
            IF NOT AC-TIPO-DETALHE
                PERFORM P110-LE-ACPTFILE
            ELSE
                ADD 1 TO WS-SEQ-DETALHE
                IF WS-SEQ-DETALHE NOT GREATER WS-SEQ-CHECKPOINT
                    ADD 1 TO WS-CNT-JA-APLICADOS
                    PERFORM P110-LE-ACPTFILE
                ELSE
                    PERFORM P505-APLICA-DETALHE
                END-IF
            END-IF
            .

            ADD 1 TO WS-CNT-LIDOS
            MOVE SPACES TO WS-MOTIVO
            EVALUATE TRUE
                WHEN DETALHE-EM-DUVIDA
                    PERFORM P640-CONCLUI-DETALHE-JORNALIZADO
                WHEN AC-INCLUSAO
                    PERFORM P600-APLICA-INCLUSAO
                WHEN AC-ALTERACAO
                    MOVE 'ACAO AUSENTE NO REGISTRO' TO WS-MOTIVO
                    PERFORM P720-REPORTA-FALHA
            END-EVALUATE
            PERFORM P740-GRAVA-CHECKPOINT
            PERFORM P110-LE-ACPTFILE
            .

       P600-APLICA-INCLUSAO.
      *    Every edit is settled before the journal is written - once
      *    the journal record is out the master update has to land,
      *    so an inclusion checks for the key first instead of
      *    leaning on the WRITE's INVALID KEY.
            MOVE AC-ID-CLIENTE TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    PERFORM P605-INCLUI-REGISTRO
                NOT INVALID KEY
                    MOVE 'CLIENTE JA EXISTE NO DEMOFILE' TO
                       WS-MOTIVO
                    PERFORM P720-REPORTA-FALHA
            END-READ
            .

       P605-INCLUI-REGISTRO.
            MOVE AC-ID-CLIENTE TO DM-ID-CLIENTE
            MOVE AC-STATUS     TO DM-STATUS
            MOVE AC-LINHA      TO DM-LINHA
            MOVE AC-DADO       TO DM-DADO
            SET DM-ATIVO TO TRUE
            MOVE ZERO TO DM-DATA-CANCEL
            MOVE SPACES      TO WS-IMAGEM-ANTES
            MOVE DM-REGISTRO TO WS-IMAGEM-DEPOIS
            PERFORM P730-GRAVA-JORNAL
            WRITE DM-REGISTRO
                INVALID KEY
                    PERFORM P760-FALHA-APOS-JORNAL
            END-WRITE
            PERFORM P700-CONFIRMA-APLICACAO
            .

       P610-CAPTURA-ANTES.
      *    Before image for the journal, same device as DEMOMNT's -
      *    a missing record leaves the image as spaces and the
      *    change rejects without journaling anything.
            MOVE SPACES TO WS-IMAGEM-ANTES
            MOVE 'N' TO WS-ACHADO-SW
            MOVE AC-ID-CLIENTE TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET CLIENTE-ACHADO TO TRUE
                    MOVE DM-REGISTRO TO WS-IMAGEM-ANTES
            END-READ
            MOVE AC-ID-CLIENTE TO DM-ID-CLIENTE

       P620-APLICA-ALTERACAO.
            PERFORM P610-CAPTURA-ANTES
            IF NOT CLIENTE-ACHADO
                MOVE 'CLIENTE NAO EXISTE NO DEMOFILE' TO WS-MOTIVO
                PERFORM P720-REPORTA-FALHA
            ELSE
                MOVE AC-STATUS TO DM-STATUS
                MOVE AC-LINHA  TO DM-LINHA
                MOVE AC-CODIGO TO DM-CODIGO
                MOVE AC-CAMPO  TO DM-CAMPO
                MOVE AC-DADO   TO DM-DADO
                PERFORM P650-REGRAVA-REGISTRO
            END-IF
            .

       P630-APLICA-CANCEL.
      *    so it no longer looks identical to a live client and
      *    cannot quietly accept updates forever.
            PERFORM P610-CAPTURA-ANTES
            IF NOT CLIENTE-ACHADO
                MOVE 'CLIENTE NAO EXISTE NO DEMOFILE' TO WS-MOTIVO
                PERFORM P720-REPORTA-FALHA
            ELSE
                SET DM-CANCELADO TO TRUE
                MOVE AC-DATA TO DM-DATA-CANCEL
                PERFORM P650-REGRAVA-REGISTRO
            END-IF
            .

       P640-CONCLUI-DETALHE-JORNALIZADO.
      *    The failed run journaled this detail and died before its
      *    checkpoint - maybe before the master update, maybe after.
      *    The journal's after image is what the master must hold:
      *    if it already does the update landed, otherwise it lands
      *    now. Either way the journal already has its record.
            MOVE 'N' TO WS-DUVIDA-SW
            IF WS-ULTIMO-JN-ID NOT = AC-ID-CLIENTE
                DISPLAY 'ACPTAPLY - ULTIMO JORNAL DO CLIENTE '
                   WS-ULTIMO-JN-ID ' MAS O DETALHE E DO '
                   AC-ID-CLIENTE ' - RETOMADA RECUSADA.'
                PERFORM P050-ABORTA
            END-IF
            MOVE AC-ID-CLIENTE TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    IF WS-ULTIMO-JN-ACAO NOT = 'I'
                        DISPLAY 'ACPTAPLY - CLIENTE ' AC-ID-CLIENTE
                           ' JORNALIZADO MAS AUSENTE DO DEMOFILE.'
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE WS-ULTIMO-JN-DEPOIS TO DM-REGISTRO
                    WRITE DM-REGISTRO
                        INVALID KEY
                            PERFORM P760-FALHA-APOS-JORNAL
                    END-WRITE
                NOT INVALID KEY
                    IF DM-REGISTRO NOT = WS-ULTIMO-JN-DEPOIS
                        MOVE WS-ULTIMO-JN-DEPOIS TO DM-REGISTRO
                        REWRITE DM-REGISTRO
                            INVALID KEY
                                PERFORM P760-FALHA-APOS-JORNAL
                        END-REWRITE
                    END-IF
            END-READ
            MOVE 'JORNALIZADO ANTES DA FALHA' TO WS-MOTIVO
            PERFORM P700-CONFIRMA-APLICACAO
            .

       P650-REGRAVA-REGISTRO.
            MOVE DM-REGISTRO TO WS-IMAGEM-DEPOIS
            PERFORM P730-GRAVA-JORNAL
            REWRITE DM-REGISTRO
                INVALID KEY
                    PERFORM P760-FALHA-APOS-JORNAL
            END-REWRITE
            PERFORM P700-CONFIRMA-APLICACAO
            .

       P700-CONFIRMA-APLICACAO.
            ADD 1 TO WS-CNT-APLICADOS
            MOVE 'APLICADO ' TO RD-RESULTADO
            PERFORM P710-GRAVA-DETALHE
            .
            MOVE WS-TS-HORA       TO JN-HORA
            MOVE WS-IMAGEM-ANTES  TO JN-ANTES
            MOVE WS-IMAGEM-DEPOIS TO JN-DEPOIS
            MOVE SPACES           TO JN-USUARIO
            MOVE SPACES           TO JN-TERMINAL
            WRITE JN-REGISTRO
            .

       P740-GRAVA-CHECKPOINT.
      *    One checkpoint per detail, applied or not - the resubmit
      *    picks up exactly after the last one written.
            MOVE 'D'                  TO CA-TIPO
            MOVE AC-ID-CLIENTE        TO CA-ID-CLIENTE
            PERFORM P745-MONTA-CHECKPOINT
            .

       P745-MONTA-CHECKPOINT.
            MOVE WS-DATA-ACPT         TO CA-DATA-ACPT
            MOVE WS-SEQ-DETALHE       TO CA-SEQ-DETALHE
            MOVE WS-CNT-LIDOS         TO CA-CNT-LIDOS
            MOVE WS-CNT-APLICADOS     TO CA-CNT-APLICADOS
            MOVE WS-CNT-NAO-APLICADOS TO CA-CNT-NAO-APLICADOS
            WRITE CA-REGISTRO
            IF NOT APLCKPT-OK
                DISPLAY 'ERRO GRAVACAO APLCKPT: ' WS-APLCKPT-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P760-FALHA-APOS-JORNAL.
      *    The journal record is already out for this detail - the
      *    run stops here, and the resubmit finishes the update from
      *    that record instead of journaling it again.
            DISPLAY 'ACPTAPLY - ERRO NO DEMOFILE APOS O JORNAL, '
               'CLIENTE ' DM-ID-CLIENTE ': ' WS-DEMOFILE-STATUS
            DISPLAY 'ACPTAPLY - RESUBMETA: A RETOMADA CONCLUI O '
               'DETALHE ' WS-SEQ-DETALHE
            PERFORM P050-ABORTA
            .

       P950-RELATORIO.
      *    Control totals - applied plus not-applied has to meet the
      *    edit's accepted count, or the hand-off does not balance.
            MOVE WS-CNT-NAO-APLICADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            IF RODADA-RETOMADA
                MOVE 'JA APLICADOS ANTES .......: ' TO RT-ROTULO
                MOVE WS-CNT-JA-APLICADOS TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            MOVE 'ACEITOS NO CHKFILE .......: ' TO RT-ROTULO
            MOVE WS-CNT-ACEITOS-CHK TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            DISPLAY 'ACPTAPLY - LIDOS ' WS-CNT-LIDOS
               ' APLICADOS ' WS-CNT-APLICADOS
               ' NAO APLICADOS ' WS-CNT-NAO-APLICADOS
            IF APLICACAO-JA-CONCLUIDA
                DISPLAY 'ACPTAPLY - ACPTFILE DE ' WS-DATA-ACPT
                   ' JA APLICADO POR INTEIRO - NADA A FAZER.'
            END-IF
            IF WS-CNT-LIDOS NOT = WS-CNT-ACEITOS-CHK
                DISPLAY 'ACPTAPLY - DESBALANCO: ACPTFILE <> '
                   'CK-CNT-ACEITOS'

       P900-FIM.
            PERFORM P950-RELATORIO
      *    The closing checkpoint marks the file applied to the end -
      *    a resubmit after this point applies nothing.
            IF NOT APLICACAO-JA-CONCLUIDA
                MOVE 'F'  TO CA-TIPO
                MOVE ZERO TO CA-ID-CLIENTE
                PERFORM P745-MONTA-CHECKPOINT
            END-IF
            CLOSE ACPTFILE
            CLOSE DEMOFILE
            CLOSE JRNFILE
            CLOSE APLLIST
            CLOSE APLCKPT
            IF APLICACAO-FALHOU
                DISPLAY 'ACPTAPLY - APLICACAO FORA DE BALANCO.'
                MOVE 8 TO RETURN-CODE
