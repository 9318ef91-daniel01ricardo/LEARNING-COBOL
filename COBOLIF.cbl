      * Author:
      * Date:
      * Purpose: Edits demographic intake transactions in batch.
      *          A client id merged away by CLIMERGE is forwarded to
      *          its survivor through MRGXREF before the edit. An
      *          effective date that falls on a weekend, a holiday or
      *          a non-processing date of the CALFILE calendar rolls
      *          to the next business day (CALDIAS) before the hold
      *          or release decision. The edit can also run as one
      *          slice of a partitioned night (PARM 'Pnn'): each slice
      *          edits only the client-id range on its PARTPARM card,
      *          several slices run at the same time, and PARTMRG
      *          rebuilds the day's outputs from them afterwards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ID-CLIENTE
               FILE STATUS IS WS-WRNVSAM-STATUS.
           SELECT MRGXREF ASSIGN TO "MRGXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-ID-RETIRADO
               FILE STATUS IS WS-MRGXREF-STATUS.
           SELECT PARTPARM ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPARM-STATUS.
           SELECT WRNMOV ASSIGN TO "WRNMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRNMOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFILE.
           03 TR-DADO                  PIC 99.
           03 TR-ORIGEM                PIC XX.
           03 TR-DATA-EFETIVA          PIC 9(08).
           03 TR-USUARIO               PIC X(08).
           03 TR-TERMINAL              PIC X(04).
       FD  PENDIN.
       01  PI-REGISTRO.
           03 PI-ID-CLIENTE            PIC 9(06).
           03 PI-DADO                  PIC 99.
           03 PI-ORIGEM                PIC XX.
           03 PI-DATA-EFETIVA          PIC 9(08).
           03 PI-USUARIO               PIC X(08).
           03 PI-TERMINAL              PIC X(04).
       FD  PENDOUT.
       01  PO-REGISTRO.
           03 PO-ID-CLIENTE            PIC 9(06).
           03 PO-DADO                  PIC 99.
           03 PO-ORIGEM                PIC XX.
           03 PO-DATA-EFETIVA          PIC 9(08).
           03 PO-USUARIO               PIC X(08).
           03 PO-TERMINAL              PIC X(04).
       FD  RCYIN.
       01  RI-REGISTRO.
           03 RI-ID-CLIENTE            PIC 9(06).
           03 RI-DADO                  PIC 99.
           03 RI-ORIGEM                PIC XX.
           03 RI-RECICLOS              PIC 99.
           03 RI-USUARIO               PIC X(08).
           03 RI-TERMINAL              PIC X(04).
       FD  RCYOUT.
       01  RO-REGISTRO.
           03 RO-ID-CLIENTE            PIC 9(06).
           03 RO-DADO                  PIC 99.
           03 RO-ORIGEM                PIC XX.
           03 RO-RECICLOS              PIC 99.
           03 RO-USUARIO               PIC X(08).
           03 RO-TERMINAL              PIC X(04).
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  EXCPFILE.
           COPY CPYIFSP.
       FD  WRNVSAM.
           COPY CPYIFWO.
       FD  MRGXREF.
           COPY CPYIFMX.
       FD  PARTPARM.
           COPY CPYIFPT.
       FD  WRNMOV.
           COPY CPYIFWM.
       FD  CHKFILE.
       01  CK-REGISTRO.
           03 CK-ID-CLIENTE            PIC 9(06).
       WORKING-STORAGE SECTION.
           COPY CPYIFRC.
           COPY CPYIFST.
           COPY CPYIFDU.
       01 WS-ARQUIVOS.
           03 WS-TRANFILE-STATUS       PIC XX.
              88 TRANFILE-OK           VALUE '00'.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
              88 WRNVSAM-AUSENTE       VALUE '35'.
           03 WS-MRGXREF-STATUS        PIC XX.
              88 MRGXREF-OK            VALUE '00'.
           03 WS-RCYIN-STATUS          PIC XX.
              88 RCYIN-OK              VALUE '00'.
           03 WS-RCYOUT-STATUS         PIC XX.
              88 PENDIN-OK             VALUE '00'.
           03 WS-PENDOUT-STATUS        PIC XX.
              88 PENDOUT-OK            VALUE '00'.
           03 WS-PARTPARM-STATUS       PIC XX.
              88 PARTPARM-OK           VALUE '00'.
           03 WS-WRNMOV-STATUS         PIC XX.
              88 WRNMOV-OK             VALUE '00'.
       01 WS-RESTART.
      *    A run started with the COMMAND-LINE/PARM value RESTART
      *    resumes after the last checkpointed key instead of from
      *    the top of TRANFILE; CORRECAO puts the run into the manual
      *    correction mode used below by P515-OBTEM-NUM-2. Any other
      *    value starts a plain batch run. Positions 9-11 name the
      *    slice of a partitioned run ('Pnn', see WS-PARTICIONAMENTO)
      *    - PARM='NORMAL  P02' or 'RESTART P02'; blank is the whole
      *    TRANFILE in one pass, as always.
           03 WS-PARM.
              05 WS-PARM-ARG           PIC X(08)   VALUE SPACES.
              05 WS-PARM-PART-LETRA    PIC X       VALUE SPACE.
                 88 PARM-PARTICIONADO  VALUE 'P'.
              05 WS-PARM-PART-NUM      PIC XX      VALUE SPACES.
           03 WS-RESTART-SW            PIC X       VALUE 'N'.
              88 RODADA-DE-RESTART     VALUE 'S'.
           03 WS-RECUPERANDO-SW        PIC X       VALUE 'N'.
      *    edits as if keyed today, a still-future one is carried
      *    forward onto PENDOUT again. The held/released counts go
      *    on the control report so the movement still balances.
      *    The desk user and terminal that keyed the slip travel
      *    with it, so the audit of a released item still names
      *    them; a pending file older than those fields leaves the
      *    positions blank.
           03 WS-FASE-PENDENTE-SW      PIC X       VALUE 'N'.
              88 FASE-PENDENTE         VALUE 'S'.
           03 WS-LIBERADO-SW           PIC X       VALUE 'N'.
      *    convention as PROGCOMM's ENTIN) those records are re-
      *    edited ahead of the fresh TRANFILE. A transaction whose
      *    count passes WS-MAX-RECICLOS is escalated to the operator
      *    instead of recycling silently forever. The keying user
      *    and terminal ride along behind the count, as on PENDOUT.
           03 WS-FASE-RECICLO-SW       PIC X       VALUE 'N'.
              88 FASE-RECICLO          VALUE 'S'.
           03 WS-RECICLOS-ATUAL        PIC 99      VALUE ZERO.
              88 TRANSACAO-AVISADA     VALUE 'S'.
           03 WS-DEMO-SW               PIC X       VALUE 'N'.
              88 CLIENTE-NAO-ENCONTRADO VALUE 'S'.
       01 WS-REMISSAO.
      *    A client id CLIMERGE retired into a survivor is forwarded
      *    through MRGXREF the moment a transaction is read, from
      *    whichever file it came - a slip, a held pending item or a
      *    recycled reject still keyed with the old id edits, audits
      *    and checkpoints as the survivor, instead of rejecting
      *    against the closed master. The chain is followed while
      *    the id is itself on file, bounded by WS-MAX-SALTOS.
           03 WS-REMISSAO-SW           PIC X       VALUE 'N'.
              88 HA-REMISSAO           VALUE 'S'.
           03 WS-FIM-REMISSAO-SW       PIC X       VALUE 'N'.
              88 FIM-DA-REMISSAO       VALUE 'S'.
           03 WS-SALTOS                PIC 99      VALUE ZERO.
           03 WS-MAX-SALTOS            PIC 99      VALUE 10.
       01 WS-PARTICIONAMENTO.
      *    A slice of a partitioned run edits only the ids inside
      *    the range on its PARTPARM card, taken after the MRGXREF
      *    forwarding - from TRANFILE, PENDIN and RCYIN alike, so
      *    every slice reads the same whole files and passes over
      *    the other slices' records without counting them as read.
      *    Every transaction of one client lands in the same slice,
      *    which keeps the in-run duplicate check (WS-DUPLICATAS)
      *    whole across slices. WRNVSAM takes one writer only, so a
      *    slice writes its warning movements to WRNMOV instead and
      *    PARTMRG applies them once every slice has finished.
           03 WS-PARTICAO-SW           PIC X       VALUE 'N'.
              88 RODADA-PARTICIONADA   VALUE 'S'.
           03 WS-FORA-SW               PIC X       VALUE 'N'.
              88 FORA-DA-PARTICAO      VALUE 'S'.
           03 WS-PART-ACHADA-SW        PIC X       VALUE 'N'.
              88 PARTICAO-ACHADA       VALUE 'S'.
           03 WS-PARTICAO              PIC 99      VALUE ZERO.
           03 WS-PART-ID-INICIAL       PIC 9(06)   VALUE ZERO.
           03 WS-PART-ID-FINAL         PIC 9(06)   VALUE 999999.
           03 WS-PART-ESPERADA         PIC 99      VALUE ZERO.
           03 WS-PART-PROXIMO-ID       PIC 9(07)   VALUE ZERO.
       01 WS-TRANSACAO.
      *    The intake slip now carries an action and the keyed
      *    demographic values - held here so a transaction reads the
           03 WS-TR-CAMPO              PIC 99      VALUE ZERO.
           03 WS-TR-DADO               PIC 99      VALUE ZERO.
           03 WS-ORIGEM                PIC XX      VALUE SPACES.
      *    Operator behind an online capture, for the audit trail.
      *    The pending and recycle records carry it through, so a
      *    released or recycled transaction audits under the
      *    operator who first keyed it (blank from an older file).
           03 WS-USUARIO               PIC X(08)   VALUE SPACES.
           03 WS-TERMINAL              PIC X(04)   VALUE SPACES.
       01 WS-DUPLICATAS.
      *    Every id processed this run is registered here; a second
      *    occurrence of the same TR-ID-CLIENTE is a legitimate
           03 WS-CNT-RETIDOS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-LIBERADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PEND-MANTIDOS     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ADIADOS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS-LIMPOS     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REMETIDOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-OUTRA-PARTICAO    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-MOV-AVISOS        PIC 9(07)   VALUE ZERO.
           03 WS-HASH-ACEITOS          PIC 9(13)   VALUE ZERO.
       01 WS-ORIGENS-INIC.
      *    Source-desk breakdown of the control totals - D1/D2/D3
           03 FILLER                   PIC X(03)   VALUE ' - '.
           03 WA-DESCRICAO             PIC X(30).
           03 FILLER                   PIC X(24)   VALUE SPACES.
       01 WS-LIN-TITULO-PARTICAO.
           03 FILLER                   PIC X(39)   VALUE
              'COBOLIF - TRANSACOES ACEITAS COM AVISO '.
           03 FILLER                   PIC X(11)   VALUE '- PARTICAO '.
           03 WT-PARTICAO              PIC 99.
           03 FILLER                   PIC X(28)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P131-ABRE-REMISSAO
            PERFORM P120-LE-PARAMETROS
            IF RODADA-PARTICIONADA
                PERFORM P122-LE-PARTICOES
            END-IF
            PERFORM P140-VERIFICA-RESTART
            IF EM-RECUPERACAO
                OPEN EXTEND EXCPFILE
            IF NOT EM-RECUPERACAO
                MOVE 'COBOLIF - TRANSACOES ACEITAS COM AVISO'
                   TO WR-LINHA
                IF RODADA-PARTICIONADA
                    MOVE WS-PARTICAO           TO WT-PARTICAO
                    MOVE WS-LIN-TITULO-PARTICAO TO WR-LINHA
                END-IF
                WRITE WR-LINHA
                PERFORM P146-GRAVA-CABEC-ACPT
            END-IF
            PERFORM P143-ABRE-PENDENCIA
            PERFORM P145-ABRE-RECICLO
            PERFORM P147-ABRE-SUSPENSE
            PERFORM P149-ABRE-AVISOS THRU P149-EXIT
            PERFORM P110-LE-TRANFILE
            .

      *    acceptance registers here until a later clean acceptance
      *    for the same client clears it. The very first run creates
      *    it empty and reopens I-O, same device as AUDARCH's first
      *    build of the history. A slice of a partitioned run leaves
      *    the KSDS alone and writes its movements to WRNMOV, kept
      *    across a restart like the other outputs.
            IF RODADA-PARTICIONADA
                IF EM-RECUPERACAO
                    OPEN EXTEND WRNMOV
                ELSE
                    OPEN OUTPUT WRNMOV
                END-IF
                IF NOT WRNMOV-OK
                    DISPLAY 'ERRO ABERTURA WRNMOV: ' WS-WRNMOV-STATUS
                    PERFORM P050-ABORTA
                END-IF
                GO TO P149-EXIT
            END-IF
            OPEN I-O WRNVSAM
            IF WRNVSAM-AUSENTE
                OPEN OUTPUT WRNVSAM
                PERFORM P050-ABORTA
            END-IF
            .
       P149-EXIT.
            EXIT.

       P146-GRAVA-CABEC-ACPT.
      *    The hand-off file opens with its own credentials - run
            SET AC-TIPO-CABECALHO TO TRUE
            MOVE WS-TS-DATA TO AC-CAB-DATA
            MOVE 'COBOLIF ' TO AC-CAB-PROGRAMA
            IF RODADA-PARTICIONADA
                MOVE WS-PARTICAO TO AC-CAB-PARTICAO
            END-IF
            WRITE AC-REGISTRO
            .

                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    MOVE PI-DATA-EFETIVA TO WS-TR-DATA-EFETIVA
                    PERFORM P117-AJUSTA-DATA-EFETIVA
                    IF WS-TR-DATA-EFETIVA NOT GREATER WS-DATA-RUN
                        MOVE PI-ID-CLIENTE TO WS-ID-CLIENTE
                        PERFORM P132-SEGUE-REMISSAO
                        PERFORM P134-VERIFICA-PARTICAO
                        IF NOT FORA-DA-PARTICAO
                            PERFORM P505-VERIFICA-DUPLICATA
                        END-IF
                    END-IF
            END-READ
            .
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    MOVE RI-ID-CLIENTE TO WS-ID-CLIENTE
                    PERFORM P132-SEGUE-REMISSAO
                    PERFORM P134-VERIFICA-PARTICAO
                    IF NOT FORA-DA-PARTICAO
                        PERFORM P505-VERIFICA-DUPLICATA
                    END-IF
            END-READ
            .

      *    reopen-EXTEND the exception report and audit trail and
      *    does not append duplicate exception/audit records onto a
      *    trail that was never actually re-entered mid-stream.
            ACCEPT WS-PARM FROM COMMAND-LINE
            IF WS-PARM-ARG = 'RESTART'
                SET RODADA-DE-RESTART TO TRUE
            END-IF
            IF WS-PARM-ARG = 'CORRECAO'
                SET MODO-CORRECAO TO TRUE
            END-IF
            IF PARM-PARTICIONADO
                IF WS-PARM-PART-NUM IS NUMERIC
                 AND WS-PARM-PART-NUM NOT = '00'
                    SET RODADA-PARTICIONADA TO TRUE
                    MOVE WS-PARM-PART-NUM TO WS-PARTICAO
                ELSE
                    DISPLAY 'PARTICAO INVALIDA NO PARM: '
                       WS-PARM-PART-NUM
                    PERFORM P050-ABORTA
                END-IF
            END-IF
            .

       P122-LE-PARTICOES.
      *    A slice edits the id range on its own PARTPARM card. The
      *    whole card set is checked on the way - cards out of
      *    order, or ranges that overlap or leave a gap, would send
      *    a transaction to two slices or to none, and the merged
      *    day would no longer balance.
            OPEN INPUT PARTPARM
            IF NOT PARTPARM-OK
                DISPLAY 'ERRO ABERTURA PARTPARM: ' WS-PARTPARM-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P123-LE-CARTAO-PARTICAO UNTIL FIM-DO-ARQUIVO
            CLOSE PARTPARM
            MOVE 'N' TO WS-EOF-SW
            IF WS-PART-PROXIMO-ID NOT = 1000000
                DISPLAY 'PARTPARM NAO COBRE OS IDS ATE 999999.'
                PERFORM P050-ABORTA
            END-IF
            IF NOT PARTICAO-ACHADA
                DISPLAY 'PARTICAO ' WS-PARTICAO
                   ' AUSENTE DO PARTPARM.'
                PERFORM P050-ABORTA
            END-IF
            DISPLAY 'COBOLIF - PARTICAO ' WS-PARTICAO ' DE '
               WS-PART-ESPERADA ', IDS ' WS-PART-ID-INICIAL ' A '
               WS-PART-ID-FINAL
            .

       P123-LE-CARTAO-PARTICAO.
            READ PARTPARM
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    ADD 1 TO WS-PART-ESPERADA
                    IF PT-PARTICAO NOT NUMERIC
                     OR PT-ID-INICIAL NOT NUMERIC
                     OR PT-ID-FINAL NOT NUMERIC
                        DISPLAY 'PARTPARM NAO NUMERICO NO CARTAO '
                           WS-PART-ESPERADA
                        PERFORM P050-ABORTA
                    END-IF
                    IF PT-PARTICAO NOT = WS-PART-ESPERADA
                     OR PT-ID-INICIAL NOT = WS-PART-PROXIMO-ID
                     OR PT-ID-FINAL LESS PT-ID-INICIAL
                        DISPLAY 'PARTPARM FORA DE SEQUENCIA NO CARTAO '
                           WS-PART-ESPERADA
                        PERFORM P050-ABORTA
                    END-IF
                    COMPUTE WS-PART-PROXIMO-ID = PT-ID-FINAL + 1
                    IF PT-PARTICAO = WS-PARTICAO
                        SET PARTICAO-ACHADA TO TRUE
                        MOVE PT-ID-INICIAL TO WS-PART-ID-INICIAL
                        MOVE PT-ID-FINAL   TO WS-PART-ID-FINAL
                    END-IF
            END-READ
            .

       P140-VERIFICA-RESTART.
            IF NOT PENDENTE-LIBERADO
                IF FASE-RECICLO
                    PERFORM P108-LE-RCYIN
                    PERFORM P108-LE-RCYIN
                        UNTIL NOT FORA-DA-PARTICAO
                           OR NOT FASE-RECICLO
                END-IF
                IF NOT FASE-RECICLO
                    MOVE 'N' TO WS-CHAVE-ACHADA-SW
                    PERFORM P112-LE-UM-REGISTRO
                    PERFORM P112-LE-UM-REGISTRO
                        UNTIL (NOT EM-RECUPERACAO
                               AND NOT TRANSACAO-RETIDA
                               AND NOT FORA-DA-PARTICAO)
                           OR FIM-DO-ARQUIVO
                    IF CHAVE-DO-CHECKPOINT-ACHADA
                     AND NOT FIM-DO-ARQUIVO
                        PERFORM P112-LE-UM-REGISTRO
                        PERFORM P112-LE-UM-REGISTRO
                            UNTIL (NOT TRANSACAO-RETIDA
                                   AND NOT FORA-DA-PARTICAO)
                               OR FIM-DO-ARQUIVO
                    END-IF
                END-IF
      *    prior run's held transactions get another look: an
      *    arrived effective date re-enters the edits like a fresh
      *    slip, a still-future one is carried forward to PENDOUT
      *    and stays held. Another slice's item is left to that
      *    slice, held or released.
            READ PENDIN
                AT END
                    MOVE 'N' TO WS-FASE-PENDENTE-SW
                           WS-PENDIN-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE PI-ID-CLIENTE   TO WS-ID-CLIENTE
                    PERFORM P132-SEGUE-REMISSAO
                    PERFORM P134-VERIFICA-PARTICAO
                    IF NOT FORA-DA-PARTICAO
                        MOVE PI-DATA-EFETIVA TO WS-TR-DATA-EFETIVA
                        PERFORM P117-AJUSTA-DATA-EFETIVA
                        IF WS-TR-DATA-EFETIVA GREATER WS-DATA-RUN
                            PERFORM P107-MANTEM-PENDENTE
                        ELSE
                            SET PENDENTE-LIBERADO TO TRUE
                            ADD 1 TO WS-CNT-LIBERADOS
                            MOVE PI-ACAO         TO WS-ACAO
                            MOVE PI-STATUS       TO WS-TR-STATUS
                            MOVE PI-LINHA        TO WS-TR-LINHA
                            MOVE PI-CODIGO       TO WS-TR-CODIGO
                            MOVE PI-CAMPO        TO WS-TR-CAMPO
                            MOVE PI-DADO         TO WS-TR-DADO
                            MOVE PI-ORIGEM       TO WS-ORIGEM
                            MOVE PI-USUARIO      TO WS-USUARIO
                            MOVE PI-TERMINAL     TO WS-TERMINAL
                            MOVE ZERO TO WS-RECICLOS-ATUAL
                            PERFORM P130-LE-DEMOFILE
                        END-IF
                    END-IF
            END-READ
            .
            MOVE PI-CAMPO        TO PO-CAMPO
            MOVE PI-DADO         TO PO-DADO
            MOVE PI-ORIGEM       TO PO-ORIGEM
            MOVE WS-TR-DATA-EFETIVA TO PO-DATA-EFETIVA
            MOVE PI-USUARIO      TO PO-USUARIO
            MOVE PI-TERMINAL     TO PO-TERMINAL
            WRITE PO-REGISTRO
            ADD 1 TO WS-CNT-PEND-MANTIDOS
            .
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE RI-ID-CLIENTE TO WS-ID-CLIENTE
                    PERFORM P132-SEGUE-REMISSAO
                    PERFORM P134-VERIFICA-PARTICAO
                    IF NOT FORA-DA-PARTICAO
                        MOVE RI-ACAO       TO WS-ACAO
                        MOVE RI-STATUS     TO WS-TR-STATUS
                        MOVE RI-LINHA      TO WS-TR-LINHA
                        MOVE RI-CODIGO     TO WS-TR-CODIGO
                        MOVE RI-CAMPO      TO WS-TR-CAMPO
                        MOVE RI-DADO       TO WS-TR-DADO
                        MOVE RI-ORIGEM     TO WS-ORIGEM
                        MOVE RI-RECICLOS   TO WS-RECICLOS-ATUAL
                        MOVE RI-USUARIO    TO WS-USUARIO
                        MOVE RI-TERMINAL   TO WS-TERMINAL
                        ADD 1 TO WS-CNT-RECICLADOS
                        PERFORM P130-LE-DEMOFILE
                    END-IF
            END-READ
            .

                        PERFORM P050-ABORTA
                    END-IF
                    MOVE TR-ID-CLIENTE TO WS-ID-CLIENTE
                    PERFORM P132-SEGUE-REMISSAO
                    PERFORM P134-VERIFICA-PARTICAO
                    IF NOT FORA-DA-PARTICAO
                        PERFORM P114-TRATA-REGISTRO
                    END-IF
            END-READ
            .

       P114-TRATA-REGISTRO.
            MOVE TR-ACAO       TO WS-ACAO
            MOVE TR-STATUS     TO WS-TR-STATUS
            MOVE TR-LINHA      TO WS-TR-LINHA
            MOVE TR-CODIGO     TO WS-TR-CODIGO
            MOVE TR-CAMPO      TO WS-TR-CAMPO
            MOVE TR-DADO       TO WS-TR-DADO
            MOVE TR-ORIGEM     TO WS-ORIGEM
            MOVE TR-USUARIO    TO WS-USUARIO
            MOVE TR-TERMINAL   TO WS-TERMINAL
      *    A merged file older than the effective-date field leaves
      *    the positions blank - effective immediately, like every
      *    slip before the field.
            IF TR-DATA-EFETIVA IS NUMERIC
                MOVE TR-DATA-EFETIVA TO WS-TR-DATA-EFETIVA
            ELSE
                MOVE ZERO TO WS-TR-DATA-EFETIVA
            END-IF
            PERFORM P117-AJUSTA-DATA-EFETIVA
            MOVE ZERO TO WS-RECICLOS-ATUAL
            IF EM-RECUPERACAO
      *        A skipped record was processed by the failed run, so
      *        its id still has to land in the duplicates table -
      *        otherwise a second slip for the same client after the
      *        checkpoint would sail through the restarted run as a
      *        first occurrence. A future-dated record is the
      *        exception: the failed run diverted it to PENDOUT
      *        without registering it (P115 never reaches P505), so
      *        registering it here would falsely reject the client's
      *        live slip as a duplicate - same guard as P144's drain
      *        of the pending file.
                IF WS-TR-DATA-EFETIVA NOT GREATER WS-DATA-RUN
                    PERFORM P505-VERIFICA-DUPLICATA
                END-IF
                IF WS-ID-CLIENTE = WS-ULTIMA-CHAVE
                    MOVE 'N' TO WS-RECUPERANDO-SW
                    SET CHAVE-DO-CHECKPOINT-ACHADA TO TRUE
                END-IF
            ELSE
                IF WS-TR-DATA-EFETIVA GREATER WS-DATA-RUN
                    PERFORM P115-RETEM-TRANSACAO
                ELSE
                    PERFORM P130-LE-DEMOFILE
                END-IF
            END-IF
            .

       P115-RETEM-TRANSACAO.
      *    Effective date beyond the run date - the transaction is
      *    not edited tonight; it holds on the pending file and the
            MOVE WS-TR-DADO          TO PO-DADO
            MOVE WS-ORIGEM           TO PO-ORIGEM
            MOVE WS-TR-DATA-EFETIVA  TO PO-DATA-EFETIVA
            MOVE WS-USUARIO          TO PO-USUARIO
            MOVE WS-TERMINAL         TO PO-TERMINAL
            WRITE PO-REGISTRO
            .

       P117-AJUSTA-DATA-EFETIVA.
      *    An effective date on a weekend, a holiday or a non-
      *    processing date of the CALFILE calendar takes effect on
      *    the next business day - the release never fires on a day
      *    the desks are closed. The same roll is applied at hold,
      *    at release and in the recovery drain, so all three agree
      *    on the date even when operations marked a holiday after
      *    the item was held. No calendar, or a date beyond the
      *    years generated, leaves the date as keyed.
            IF WS-TR-DATA-EFETIVA NOT = ZERO
                SET DU-PROXIMO-UTIL TO TRUE
                MOVE WS-TR-DATA-EFETIVA TO DU-DATA
                CALL 'CALDIAS' USING DU-PARAMETROS
                IF DU-OK
                 AND DU-DATA-RESULTADO NOT = WS-TR-DATA-EFETIVA
                    MOVE DU-DATA-RESULTADO TO WS-TR-DATA-EFETIVA
                    IF WS-TR-DATA-EFETIVA GREATER WS-DATA-RUN
                        ADD 1 TO WS-CNT-ADIADOS
                    END-IF
                END-IF
            END-IF
            .

       P131-ABRE-REMISSAO.
      *    The cross-reference only exists once CLIMERGE has run -
      *    absent means no client was ever merged.
            OPEN INPUT MRGXREF
            IF MRGXREF-OK
                SET HA-REMISSAO TO TRUE
            ELSE
                DISPLAY 'MRGXREF NAO ENCONTRADO, SEM REMISSOES.'
            END-IF
            .

       P132-SEGUE-REMISSAO.
            MOVE ZERO TO WS-SALTOS
            IF HA-REMISSAO
                MOVE 'N' TO WS-FIM-REMISSAO-SW
                PERFORM P133-LE-REMISSAO UNTIL FIM-DA-REMISSAO
            END-IF
            .

       P133-LE-REMISSAO.
            MOVE WS-ID-CLIENTE TO MX-ID-RETIRADO
            READ MRGXREF
                INVALID KEY
                    SET FIM-DA-REMISSAO TO TRUE
                NOT INVALID KEY
                    MOVE MX-ID-SOBREVIVENTE TO WS-ID-CLIENTE
                    ADD 1 TO WS-SALTOS
                    IF WS-SALTOS NOT LESS WS-MAX-SALTOS
                        SET FIM-DA-REMISSAO TO TRUE
                    END-IF
            END-READ
            .

       P134-VERIFICA-PARTICAO.
      *    Taken on the forwarded id, so a slip still keyed with a
      *    retired id goes to the slice of its survivor. Outside a
      *    partitioned run every id belongs to the run.
            MOVE 'N' TO WS-FORA-SW
            IF RODADA-PARTICIONADA
                IF WS-ID-CLIENTE LESS WS-PART-ID-INICIAL
                 OR WS-ID-CLIENTE GREATER WS-PART-ID-FINAL
                    SET FORA-DA-PARTICAO TO TRUE
                    ADD 1 TO WS-CNT-OUTRA-PARTICAO
                END-IF
            END-IF
            .

       P130-LE-DEMOFILE.
      *    The master is fetched by the id carried on the day's
      *    intake slip - whether the record exists decides the fate
      *    of the slip's action, and on a cancel the master's own
      *    fields are what the audit trail records.
            IF WS-SALTOS GREATER ZERO
                ADD 1 TO WS-CNT-REMETIDOS
            END-IF
            SET WS-DEMO-SW TO 'N'
            MOVE 'A' TO WS-SITUACAO-MASTER
            MOVE WS-ID-CLIENTE TO DM-ID-CLIENTE
            MOVE WS-TR-CAMPO   TO RO-CAMPO
            MOVE WS-TR-DADO    TO RO-DADO
            MOVE WS-ORIGEM     TO RO-ORIGEM
            MOVE WS-USUARIO    TO RO-USUARIO
            MOVE WS-TERMINAL   TO RO-TERMINAL
            COMPUTE RO-RECICLOS = WS-RECICLOS-ATUAL + 1
            IF RO-RECICLOS GREATER WS-MAX-RECICLOS
                ADD 1 TO WS-CNT-ESCALADOS
            MOVE WS-DESC-AVISO  TO WA-DESCRICAO
            MOVE WS-LIN-AVISO   TO WR-LINHA
            WRITE WR-LINHA
            PERFORM P735-REGISTRA-AVISO THRU P735-EXIT
            .

       P735-REGISTRA-AVISO.
      *    client on the keyed outstanding file. A client warned
      *    again before clearing keeps one entry carrying the
      *    latest reason and date.
            IF RODADA-PARTICIONADA
                SET WM-REGISTRA TO TRUE
                MOVE WS-ID-CLIENTE  TO WM-ID-CLIENTE
                MOVE WS-RAZAO-AVISO TO WM-RAZAO
                MOVE WS-DESC-AVISO  TO WM-DESCRICAO
                MOVE WS-DATA-RUN    TO WM-DATA
                MOVE WS-ORIGEM      TO WM-ORIGEM
                PERFORM P745-GRAVA-MOV-AVISO
                GO TO P735-EXIT
            END-IF
            MOVE WS-ID-CLIENTE  TO WO-ID-CLIENTE
            MOVE WS-RAZAO-AVISO TO WO-RAZAO
            MOVE WS-DESC-AVISO  TO WO-DESCRICAO
                    END-REWRITE
            END-WRITE
            .
       P735-EXIT.
            EXIT.

       P740-LIMPA-AVISO.
      *    A clean acceptance proves the condition a prior warning
      *    flagged is resolved for this client - the outstanding
      *    entry comes off the file. No entry to clear is the
      *    normal case. A slice only records the clearing - the
      *    entry comes off when PARTMRG applies the movements.
            IF RODADA-PARTICIONADA
                MOVE SPACES         TO WM-REGISTRO
                SET WM-LIMPA        TO TRUE
                MOVE WS-ID-CLIENTE  TO WM-ID-CLIENTE
                PERFORM P745-GRAVA-MOV-AVISO
            ELSE
                MOVE WS-ID-CLIENTE TO WO-ID-CLIENTE
                DELETE WRNVSAM
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-CNT-AVISOS-LIMPOS
                END-DELETE
            END-IF
            .

       P745-GRAVA-MOV-AVISO.
            WRITE WM-REGISTRO
            IF NOT WRNMOV-OK
                DISPLAY 'ERRO GRAVACAO WRNMOV: ' WS-WRNMOV-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-MOV-AVISOS
            .

       P750-GRAVA-AUDITORIA.
            MOVE WS-TS-DATA      TO AU-DATA
            MOVE WS-TS-HORA      TO AU-HORA
            MOVE WS-ORIGEM       TO AU-ORIGEM
            MOVE WS-USUARIO      TO AU-USUARIO
            MOVE WS-TERMINAL     TO AU-TERMINAL
            IF TRANSACAO-REJEITADA
                SET AU-REJEITADO TO TRUE
            ELSE
            DISPLAY 'PENDENTES LIBERADOS ......: ' WS-CNT-LIBERADOS
            DISPLAY 'PENDENTES MANTIDOS .......: '
               WS-CNT-PEND-MANTIDOS
            DISPLAY '  ADIADOS P/ DIA UTIL ....: ' WS-CNT-ADIADOS
            DISPLAY 'AVISOS RESOLVIDOS ........: '
               WS-CNT-AVISOS-LIMPOS
            DISPLAY 'REMETIDOS AO SOBREVIVENTE : ' WS-CNT-REMETIDOS
            IF RODADA-PARTICIONADA
                DISPLAY 'PARTICAO .................: ' WS-PARTICAO
                   ' IDS ' WS-PART-ID-INICIAL ' A ' WS-PART-ID-FINAL
                DISPLAY 'DE OUTRAS PARTICOES ......: '
                   WS-CNT-OUTRA-PARTICAO
                DISPLAY 'MOVIMENTOS DE AVISO ......: '
                   WS-CNT-MOV-AVISOS
            END-IF
            PERFORM P960-DETALHE-RAZAO
                VARYING WS-IDX-RELATORIO FROM 1 BY 1
                UNTIL WS-IDX-RELATORIO > 10
      *    The trailer closes the frame: detail count and the hash
      *    total of the accepted keys. Count and hash both ride the
      *    checkpoint record, so a restart rerun still closes with
      *    the totals of the whole day, not just its own slice. A
      *    partition's trailer also carries its partition number and
      *    the rest of its control totals for PARTMRG.
            MOVE SPACES            TO AC-REGISTRO
            SET AC-TIPO-TRAILER    TO TRUE
            MOVE WS-CNT-ACEITOS    TO AC-TRL-CONTAGEM
            MOVE WS-HASH-ACEITOS   TO AC-TRL-HASH
            IF RODADA-PARTICIONADA
                MOVE WS-PARTICAO       TO AC-TRL-PARTICAO
                MOVE WS-CNT-LIDOS      TO AC-TRL-LIDOS
                MOVE WS-CNT-REJEITADOS TO AC-TRL-REJEITADOS
                MOVE WS-CNT-AVISOS     TO AC-TRL-AVISOS
                MOVE WS-CNT-ESCALADOS  TO AC-TRL-ESCALADOS
            END-IF
            WRITE AC-REGISTRO
            .

            CLOSE DEMOFILE
            CLOSE CHKFILE
            CLOSE SUSPFILE
            IF RODADA-PARTICIONADA
                CLOSE WRNMOV
            ELSE
                CLOSE WRNVSAM
            END-IF
            IF HA-REMISSAO
                CLOSE MRGXREF
            END-IF
            SET DU-FECHA TO TRUE
            CALL 'CALDIAS' USING DU-PARAMETROS
            GOBACK.
       END PROGRAM COBOLIF.
