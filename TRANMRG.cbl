      *          the desk whose keying produced it. Each captured
      *          entry is resolved against the DEMOFILE master: a
      *          resolvable id becomes an update transaction
      *          carrying the master's keyed values (and the user id
      *          and terminal that queued it), an unresolvable one
      *          is reported and dropped. Each desk slip is
      *          structurally validated before it joins the merge -
      *          numeric client id, recognizable action, numeric
      *          keyed fields - and a slip that fails goes back to
      *          of burning an edit-run reject the desk only hears
      *          about from the next day's exception report. The
      *          control report shows the counts per desk and per
      *          channel, validated and returned. A client id that
      *          CLIMERGE retired into a survivor is forwarded through
      *          the MRGXREF cross-reference (CPYIFMX) before the slip
      *          or capture joins the merge, so the edit sees the
      *          survivor instead of a cancelled master. Full entries
      *          keyed on CICPGM7 - action, field values, effective
      *          date, already edited on the screen - come drained
      *          from the INTE queue in the merged TRANFILE's own
      *          shape and join the merge as they were keyed, under
      *          the online identifier, with the same structural
      *          check and forwarding as a desk slip.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INTAKEQ ASSIGN TO "INTAKEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKEQ-STATUS.
           SELECT INTAKEE ASSIGN TO "INTAKEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKEE-STATUS.
           SELECT DEMOFILE ASSIGN TO "DEMOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
           SELECT MRGXREF ASSIGN TO "MRGXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MX-ID-RETIRADO
               FILE STATUS IS WS-MRGXREF-STATUS.
           SELECT TRANOUT ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.
       FD  INTAKEQ.
       01  IQ-REGISTRO.
           03 IQ-ID-CLIENTE            PIC X(06).
           03 IQ-USUARIO               PIC X(08).
           03 IQ-TERMINAL              PIC X(04).
       FD  INTAKEE.
       01  IE-REGISTRO.
           03 IE-TRANSACAO             PIC X(15).
           03 IE-ORIGEM                PIC XX.
           03 IE-DATA-EFETIVA          PIC X(08).
           03 IE-USUARIO               PIC X(08).
           03 IE-TERMINAL              PIC X(04).
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  MRGXREF.
           COPY CPYIFMX.
       FD  TRANOUT.
       01  TO-REGISTRO.
           03 TO-TRANSACAO.
              05 TO-DADO               PIC 99.
           03 TO-ORIGEM                PIC XX.
           03 TO-DATA-EFETIVA          PIC 9(08).
           03 TO-USUARIO               PIC X(08).
           03 TO-TERMINAL              PIC X(04).
       FD  MRGCTL.
       01  MC-REGISTRO.
           03 MC-DATA                  PIC 9(08).
              88 TRAND3-OK             VALUE '00'.
           03 WS-INTAKEQ-STATUS        PIC XX.
              88 INTAKEQ-OK            VALUE '00'.
           03 WS-INTAKEE-STATUS        PIC XX.
              88 INTAKEE-OK            VALUE '00'.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-MRGXREF-STATUS        PIC XX.
              88 MRGXREF-OK            VALUE '00'.
           03 WS-TRANOUT-STATUS        PIC XX.
              88 TRANOUT-OK            VALUE '00'.
           03 WS-MRGCTL-STATUS         PIC XX.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-DEMO-SW               PIC X       VALUE 'N'.
              88 CLIENTE-NAO-ENCONTRADO VALUE 'S'.
           03 WS-REMISSAO-SW           PIC X       VALUE 'N'.
              88 HA-REMISSAO           VALUE 'S'.
       01 WS-REMISSAO.
      *    Forwarding of a merged client id - followed entry by
      *    entry while the id is itself on MRGXREF (a survivor can
      *    be merged away later), bounded by WS-MAX-SALTOS.
           03 WS-ID-REMETIDO           PIC 9(06)   VALUE ZERO.
           03 WS-SALTOS                PIC 99      VALUE ZERO.
           03 WS-MAX-SALTOS            PIC 99      VALUE 10.
           03 WS-FIM-REMISSAO-SW       PIC X       VALUE 'N'.
              88 FIM-DA-REMISSAO       VALUE 'S'.
       01 WS-DATA-EFETIVA.
      *    A desk slip may carry an effective date after the 15
      *    transaction bytes - a future-dated status change or
           03 WS-CNT-DEV1              PIC 9(07)   VALUE ZERO.
           03 WS-CNT-DEV2              PIC 9(07)   VALUE ZERO.
           03 WS-CNT-DEV3              PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REMETIDOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ENTRADAS          PIC 9(07)   VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P230-MERGE-DESK2
            PERFORM P260-MERGE-DESK3
            PERFORM P300-MERGE-ONLINE
            PERFORM P330-MERGE-ENTRADAS
            PERFORM P900-FIM
            .

                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
      *    The cross-reference only exists once CLIMERGE has run -
      *    absent means no client was ever merged.
            OPEN INPUT MRGXREF
            IF MRGXREF-OK
                SET HA-REMISSAO TO TRUE
            ELSE
                DISPLAY 'MRGXREF NAO ENCONTRADO, SEM REMISSOES.'
            END-IF
            OPEN OUTPUT MRGCTL
            IF NOT MRGCTL-OK
                DISPLAY 'ERRO ABERTURA MRGCTL: ' WS-MRGCTL-STATUS
                        PERFORM P690-DEVOLVE-REJEITO
                    ELSE
                        MOVE T1-TRANSACAO TO TO-TRANSACAO
                        PERFORM P670-REMETE-SLIP
                        MOVE 'D1'        TO TO-ORIGEM
                        MOVE T1-DATA-EFETIVA TO WS-DATA-SLIP
                        PERFORM P650-RESOLVE-DATA
                        PERFORM P660-SEM-OPERADOR
                        PERFORM P700-GRAVA-TRANOUT
                    END-IF
            END-READ
                        PERFORM P690-DEVOLVE-REJEITO
                    ELSE
                        MOVE T2-TRANSACAO TO TO-TRANSACAO
                        PERFORM P670-REMETE-SLIP
                        MOVE 'D2'        TO TO-ORIGEM
                        MOVE T2-DATA-EFETIVA TO WS-DATA-SLIP
                        PERFORM P650-RESOLVE-DATA
                        PERFORM P660-SEM-OPERADOR
                        PERFORM P700-GRAVA-TRANOUT
                    END-IF
            END-READ
                        PERFORM P690-DEVOLVE-REJEITO
                    ELSE
                        MOVE T3-TRANSACAO TO TO-TRANSACAO
                        PERFORM P670-REMETE-SLIP
                        MOVE 'D3'        TO TO-ORIGEM
                        MOVE T3-DATA-EFETIVA TO WS-DATA-SLIP
                        PERFORM P650-RESOLVE-DATA
                        PERFORM P660-SEM-OPERADOR
                        PERFORM P700-GRAVA-TRANOUT
                    END-IF
            END-READ
                   IQ-ID-CLIENTE
            ELSE
                MOVE 'N' TO WS-DEMO-SW
                MOVE IQ-ID-CLIENTE TO WS-ID-REMETIDO
                PERFORM P672-SEGUE-REMISSAO
                MOVE WS-ID-REMETIDO TO DM-ID-CLIENTE
                READ DEMOFILE
                    INVALID KEY
                        SET CLIENTE-NAO-ENCONTRADO TO TRUE
      *             An online capture is always effective at once -
      *             the screen has no future-dating.
                    MOVE ZERO          TO TO-DATA-EFETIVA
                    MOVE IQ-USUARIO    TO TO-USUARIO
                    MOVE IQ-TERMINAL   TO TO-TERMINAL
                    PERFORM P700-GRAVA-TRANOUT
                END-IF
            END-IF
            .

       P330-MERGE-ENTRADAS.
      *    The INTE queue data set is optional the same way - absent
      *    means no full entry was keyed on CICPGM7 today.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT INTAKEE
            IF INTAKEE-OK
                PERFORM P340-LE-INTAKEE UNTIL FIM-DO-ARQUIVO
                CLOSE INTAKEE
            ELSE
                DISPLAY 'INTAKEE NAO ENCONTRADO, SEM ENTRADAS ONLINE.'
            END-IF
            .

       P340-LE-INTAKEE.
            READ INTAKEE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT INTAKEE-OK
                        DISPLAY 'ERRO LEITURA INTAKEE: '
                           WS-INTAKEE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    PERFORM P350-PASSA-ENTRADA
            END-READ
            .

       P350-PASSA-ENTRADA.
      *    A full entry was edited on the screen before it was
      *    queued, so it passes through as keyed - no resolution
      *    against the master. The structural check still runs, as
      *    for a desk slip; there is no desk to send a broken one
      *    back to, so it is reported and dropped like a capture
      *    that does not resolve.
            MOVE IE-TRANSACAO TO WS-SLIP-TRANSACAO
            PERFORM P680-VALIDA-SLIP THRU P680-EXIT
            IF SLIP-RUIM
                ADD 1 TO WS-CNT-NAO-RESOLVIDOS
                DISPLAY 'ENTRADA ONLINE INVALIDA (' WS-DESC-SLIP
                   '): ' IE-TRANSACAO
            ELSE
                ADD 1 TO WS-CNT-ONLINE
                ADD 1 TO WS-CNT-ENTRADAS
                MOVE IE-TRANSACAO TO TO-TRANSACAO
                PERFORM P670-REMETE-SLIP
                MOVE 'ON'         TO TO-ORIGEM
                MOVE IE-DATA-EFETIVA TO WS-DATA-SLIP
                PERFORM P650-RESOLVE-DATA
                MOVE IE-USUARIO   TO TO-USUARIO
                MOVE IE-TERMINAL  TO TO-TERMINAL
                PERFORM P700-GRAVA-TRANOUT
            END-IF
            .

       P670-REMETE-SLIP.
            MOVE TO-ID-CLIENTE TO WS-ID-REMETIDO
            PERFORM P672-SEGUE-REMISSAO
            MOVE WS-ID-REMETIDO TO TO-ID-CLIENTE
            .

       P672-SEGUE-REMISSAO.
      *    A retired id comes back as its survivor, anything else
      *    comes back unchanged.
            IF HA-REMISSAO
                MOVE ZERO TO WS-SALTOS
                MOVE 'N' TO WS-FIM-REMISSAO-SW
                PERFORM P674-LE-REMISSAO UNTIL FIM-DA-REMISSAO
                IF WS-SALTOS GREATER ZERO
                    ADD 1 TO WS-CNT-REMETIDOS
                END-IF
            END-IF
            .

       P674-LE-REMISSAO.
            MOVE WS-ID-REMETIDO TO MX-ID-RETIRADO
            READ MRGXREF
                INVALID KEY
                    SET FIM-DA-REMISSAO TO TRUE
                NOT INVALID KEY
                    MOVE MX-ID-SOBREVIVENTE TO WS-ID-REMETIDO
                    ADD 1 TO WS-SALTOS
                    IF WS-SALTOS NOT LESS WS-MAX-SALTOS
                        SET FIM-DA-REMISSAO TO TRUE
                    END-IF
            END-READ
            .

       P680-VALIDA-SLIP.
      *    Structure only - the business edits stay COBOLIF's. A
      *    short record reads with its missing positions as spaces,
            END-IF
            .

       P660-SEM-OPERADOR.
      *    A paper slip has no signed-on operator behind it - only
      *    the online captures carry a user id and terminal.
            MOVE SPACES TO TO-USUARIO
            MOVE SPACES TO TO-TERMINAL
            .

       P700-GRAVA-TRANOUT.
            WRITE TO-REGISTRO
            ADD 1 TO WS-CNT-GRAVADOS
            DISPLAY 'DA MESA 3 ................: ' WS-CNT-DESK3
            DISPLAY '  DEVOLVIDAS A MESA 3 ....: ' WS-CNT-DEV3
            DISPLAY 'DO CANAL ONLINE ..........: ' WS-CNT-ONLINE
            DISPLAY '  ENTRADAS COMPLETAS .....: ' WS-CNT-ENTRADAS
            DISPLAY 'ONLINE NAO RESOLVIDOS ....: '
               WS-CNT-NAO-RESOLVIDOS
            DISPLAY 'REMETIDOS AO SOBREVIVENTE : ' WS-CNT-REMETIDOS
            DISPLAY 'TRANSACOES GRAVADAS ......: ' WS-CNT-GRAVADOS
            DISPLAY '========================================'
            .
            PERFORM P960-GRAVA-CONTROLE
            CLOSE TRANOUT
            CLOSE DEMOFILE
            IF HA-REMISSAO
                CLOSE MRGXREF
            END-IF
            CLOSE MRGCTL
            CLOSE REJD1
            CLOSE REJD2
