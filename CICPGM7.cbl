      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pseudo-conversational transaction entry on mapset
      *          CICMAP7 - the online channel's full slip. CICPGM1's
      *          PF5 only queues a client id, which TRANMRG turns into
      *          an update carrying the master's own values; here the
      *          desk keys the action (I inclusion, A update, C
      *          cancel), the field values and an optional effective
      *          date. ENTER runs the edits COBOLIF applies to the
      *          night's movement, in the same order and with the
      *          same reason codes and descriptions: the id is
      *          forwarded through MRGXREF as the night does, the
      *          master's existence and cancelled state are checked
      *          against the DEMOFILE KSDS, the status against the
      *          CPYIFST table and the LINHA/CODIGO/CAMPO edits
      *          against the thresholds and severities of the
      *          PARMVSAM record PARMLOAD loads from the PARMFILE the
      *          night edits with - a reject or a warning shows on
      *          the screen with its reason before anything is
      *          queued. PF5 queues the entry as edited - only the
      *          one ENTER edited, still keyed as it was, and edited
      *          again against the master as it stands - as a full
      *          TRANFILE-shaped record on the INTE transient data
      *          queue, with the user id and terminal, for TRANMRG
      *          to merge into the night's movement. The duplicate
      *          check against the rest of the movement stays with
      *          the night edit, which sees every desk's slips.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICPGM7.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-RESP             PIC S9(8) COMP.
       01 WS-RESP2            PIC S9(8) COMP.
       01 WS-RESP-DISP        PIC -(8)9.
       01 WS-RESP2-DISP       PIC -(8)9.
       01 WS-MSG-ERRO         PIC X(60) VALUE SPACES.
       01 WS-DM-LENGTH        PIC S9(4) COMP VALUE 23.
       01 WS-MX-LENGTH        PIC S9(4) COMP VALUE 20.
       01 WS-PV-LENGTH        PIC S9(4) COMP VALUE 35.
       01 WS-TE-LENGTH        PIC S9(4) COMP VALUE 37.
       01 WS-ENTRADA.
      *    What the desk keyed, saved before the output map is
      *    cleared - the symbolic map's input and output views share
      *    the same storage. The commarea keeps the image the last
      *    ENTER edited, so PF5 can tell whether it is still what is
      *    keyed.
           03 WS-CLIENTE           PIC X(06) VALUE SPACES.
           03 WS-CLIENTE-ID REDEFINES WS-CLIENTE
                                   PIC 9(06).
           03 WS-ACAO              PIC X     VALUE SPACE.
              88 ACAO-INCLUSAO     VALUE 'I'.
              88 ACAO-ALTERACAO    VALUE 'A'.
              88 ACAO-CANCELAMENTO VALUE 'C'.
              88 ACAO-VALIDA       VALUES 'I' 'A' 'C'.
           03 WS-DATA-EFETIVA      PIC X(08) VALUE SPACES.
           03 FILLER REDEFINES WS-DATA-EFETIVA.
              05 WS-EFETIVA-ANO    PIC 9(04).
              05 WS-EFETIVA-MES    PIC 99.
              05 WS-EFETIVA-DIA    PIC 99.
           03 WS-DATA-EFETIVA-NUM REDEFINES WS-DATA-EFETIVA
                                   PIC 9(08).
           03 WS-TR-STATUS         PIC X     VALUE SPACE.
           03 WS-TR-STATUS-NUM REDEFINES WS-TR-STATUS
                                   PIC 9.
           03 WS-TR-LINHA          PIC XX    VALUE SPACES.
           03 WS-TR-LINHA-NUM REDEFINES WS-TR-LINHA
                                   PIC 99.
           03 WS-TR-CODIGO         PIC X     VALUE SPACE.
           03 WS-TR-CODIGO-NUM REDEFINES WS-TR-CODIGO
                                   PIC 9.
           03 WS-TR-CAMPO          PIC XX    VALUE SPACES.
           03 WS-TR-CAMPO-NUM REDEFINES WS-TR-CAMPO
                                   PIC 99.
           03 WS-TR-DADO           PIC XX    VALUE SPACES.
           03 WS-TR-DADO-NUM REDEFINES WS-TR-DADO
                                   PIC 99.
       01 WS-PARAMETROS.
      *    Loaded from PARMVSAM on every edit - the defaults below
      *    are COBOLIF's, but an entry is never edited on them: no
      *    parameter record means no edit, not a guess.
           03 WS-LINHA-LIMITE          PIC 99      VALUE 30.
           03 WS-CODIGO-VALIDO         PIC 9       VALUE 2.
           03 WS-SEVERIDADE OCCURS 9 TIMES
                                       PIC X     VALUE 'R'.
              88 EDICAO-AVISO          VALUE 'W'.
           03 WS-IDX-SEV               PIC 9     VALUE ZERO.
       01 WS-CHAVES.
           03 WS-INCOMPLETA-SW         PIC X       VALUE 'N'.
              88 ENTRADA-INCOMPLETA    VALUE 'S'.
           03 WS-REJEITADO-SW          PIC X       VALUE 'N'.
              88 ENTRADA-REJEITADA     VALUE 'S'.
           03 WS-AVISO-SW              PIC X       VALUE 'N'.
              88 ENTRADA-AVISADA       VALUE 'S'.
           03 WS-DEMO-SW               PIC X       VALUE 'N'.
              88 CLIENTE-NAO-ENCONTRADO VALUE 'S'.
           03 WS-SITUACAO-MASTER       PIC X       VALUE 'A'.
              88 MASTER-CANCELADO      VALUE 'C'.
       01 WS-REMISSAO.
      *    Forwarding of a merged client id, followed the way
      *    TRANMRG and COBOLIF follow it - entry by entry while the
      *    id is itself on MRGXREF, bounded by WS-MAX-SALTOS.
           03 WS-ID-REMETIDO           PIC 9(06)   VALUE ZERO.
           03 WS-SALTOS                PIC 99      VALUE ZERO.
           03 WS-MAX-SALTOS            PIC 99      VALUE 10.
           03 WS-FIM-REMISSAO-SW       PIC X       VALUE 'N'.
              88 FIM-DA-REMISSAO       VALUE 'S'.
       01 WS-EDICAO.
      *    The values under edit - the keyed ones for an inclusion
      *    or an update, the master's own for a cancel - and the
      *    reason of the reject or of the first warning.
           03 WS-STATUS                PIC 9       VALUE ZERO.
           03 WS-LINHA                 PIC 99      VALUE ZERO.
           03 WS-CODIGO                PIC 9       VALUE ZERO.
           03 WS-CAMPO                 PIC 99      VALUE ZERO.
           03 WS-DADO                  PIC 99      VALUE ZERO.
           03 WS-RAZAO                 PIC 99      VALUE ZERO.
           03 WS-DESCRICAO             PIC X(34)   VALUE SPACES.
           03 WS-CAMPO-ERRO            PIC X(10)   VALUE SPACES.
           03 WS-RAZAO-AVISO           PIC 99      VALUE ZERO.
           03 WS-DESC-AVISO            PIC X(34)   VALUE SPACES.
           03 WS-CAMPO-AVISO           PIC X(10)   VALUE SPACES.
       01 WS-TELA.
      *    The protected lines as built by the edit - blank on the
      *    paths that never got as far as reading them.
           03 WS-TEXTO-MASTER          PIC X(79)   VALUE SPACES.
           03 WS-TEXTO-PARAMETROS      PIC X(79)   VALUE SPACES.
           03 WS-TEXTO-RESULTADO       PIC X(79)   VALUE SPACES.
       01 WS-LIN-MASTER.
           03 FILLER               PIC X(07) VALUE 'MASTER '.
           03 WM-ID-CLIENTE        PIC 9(06).
           03 FILLER               PIC X(04) VALUE ' ST '.
           03 WM-STATUS            PIC 9.
           03 FILLER               PIC X(05) VALUE ' LIN '.
           03 WM-LINHA             PIC 99.
           03 FILLER               PIC X(05) VALUE ' COD '.
           03 WM-CODIGO            PIC 9.
           03 FILLER               PIC X(05) VALUE ' CPO '.
           03 WM-CAMPO             PIC 99.
           03 FILLER               PIC X(06) VALUE ' DADO '.
           03 WM-DADO              PIC 99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WM-SITUACAO          PIC X(09).
           03 WM-REMESSA           PIC X(19).
       01 WS-LIN-SEM-MASTER.
           03 FILLER               PIC X(07) VALUE 'MASTER '.
           03 WN-ID-CLIENTE        PIC 9(06).
           03 FILLER               PIC X(27)
                                   VALUE ' NAO CADASTRADO NO DEMOFILE'.
           03 WN-REMESSA           PIC X(19).
       01 WS-LIN-REMESSA.
           03 FILLER               PIC X(13) VALUE ' REMETIDO DE '.
           03 WX-ID-DIGITADO       PIC X(06).
       01 WS-LIN-PARAMETROS.
           03 FILLER               PIC X(20)
                                   VALUE 'PARAMETROS: LINHA > '.
           03 WA-LINHA-LIMITE      PIC 99.
           03 FILLER               PIC X(10) VALUE ' CODIGO = '.
           03 WA-CODIGO-VALIDO     PIC 9.
           03 FILLER               PIC X(16)
                                   VALUE ' SEVERIDADE 1-5 '.
           03 WA-SEVERIDADE OCCURS 5 TIMES
                                   PIC X.
           03 FILLER               PIC X(07) VALUE ' CARGA '.
           03 WA-DATA-CARGA        PIC 9(08).
           03 FILLER               PIC X     VALUE SPACE.
           03 WA-ORIGEM-CARGA      PIC X(08).
       01 WS-LIN-RESULTADO.
           03 WL-RESULTADO         PIC X(16).
           03 FILLER               PIC X(07) VALUE ' RAZAO '.
           03 WL-RAZAO             PIC 99.
           03 FILLER               PIC X(03) VALUE ' - '.
           03 WL-DESCRICAO         PIC X(34).
           03 FILLER               PIC X(07) VALUE ' CAMPO '.
           03 WL-CAMPO-ERRO        PIC X(10).
       01 WS-TE-REGISTRO.
      *    The entry as queued on INTE - the merged TRANFILE's own
      *    shape, so TRANMRG passes it through like a desk slip.
           03 WS-TE-ID-CLIENTE     PIC 9(06).
           03 WS-TE-ACAO           PIC X.
           03 WS-TE-STATUS         PIC 9.
           03 WS-TE-LINHA          PIC 99.
           03 WS-TE-CODIGO         PIC 9.
           03 WS-TE-CAMPO          PIC 99.
           03 WS-TE-DADO           PIC 99.
           03 WS-TE-ORIGEM         PIC XX.
           03 WS-TE-DATA-EFETIVA   PIC 9(08).
           03 WS-TE-USUARIO        PIC X(08).
           03 WS-TE-TERMINAL       PIC X(04).
       01 WS-DATA-HORA.
           03 WS-ABSTIME           PIC S9(15) COMP-3.
           03 WS-DATA-FORMATADA    PIC X(08).
           03 WS-DATA-HOJE REDEFINES WS-DATA-FORMATADA
                                   PIC 9(08).
           03 WS-HORA-FORMATADA    PIC X(06).
           COPY CPYIFDM.
           COPY CPYIFMX.
           COPY CPYIFPV.
           COPY CPYIFST.
           COPY CICMAP7.
           COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *    The entry the last ENTER edited without a reject, as it
      *    was keyed - PF5 queues that one, never an entry the desk
      *    has not seen edited.
           03 CA-EDITADA-SW        PIC X.
              88 CA-EDITADA        VALUE 'S'.
           03 CA-ENTRADA           PIC X(23).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    EIBCALEN is zero on a fresh transaction start (no commarea
      *    passed in) and non-zero on the re-entry after the screen
      *    send below returns control to the terminal.
           IF EIBCALEN = 0
               PERFORM P100-PRIMEIRA-VEZ
           ELSE
               PERFORM P200-PROCESSA-RETORNO
           END-IF
           .

       P100-PRIMEIRA-VEZ.
           MOVE LOW-VALUE TO CICMAP7O
           MOVE 'DIGITE O ID, A ACAO E OS VALORES E TECLE ENTER'
              TO MSGLO
           MOVE -1 TO CLIEL
           EXEC CICS SEND MAP('CICM7')
               MAPSET('CICMAP7')
               FROM(CICMAP7O)
               ERASE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM P900-TRATA-ERRO-CICS
               END-IF
           END-IF
           .

       P200-PROCESSA-RETORNO.
           EXEC CICS RECEIVE MAP('CICM7')
               MAPSET('CICMAP7')
               INTO(CICMAP7I)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUE TO CICMAP7I
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           MOVE CLIEI TO WS-CLIENTE
           MOVE ACAOI TO WS-ACAO
           MOVE DTEFI TO WS-DATA-EFETIVA
           MOVE STATI TO WS-TR-STATUS
           MOVE LINHI TO WS-TR-LINHA
           MOVE CODGI TO WS-TR-CODIGO
           MOVE CMPOI TO WS-TR-CAMPO
           MOVE DADOI TO WS-TR-DADO
           INSPECT WS-ENTRADA REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUE TO CICMAP7O
           MOVE -1 TO CLIEL
      *    The commarea is unset on the first interaction - nothing
      *    has been edited yet.
           IF NOT CA-EDITADA
               MOVE 'N' TO CA-EDITADA-SW
               MOVE SPACES TO CA-ENTRADA
           END-IF
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM P300-EDITA THRU P300-EXIT
               WHEN DFHPF5
                   PERFORM P400-ENFILEIRA THRU P400-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - ENTER OU PF5' TO MSGLO
           END-EVALUATE
           PERFORM P700-ENVIA-TELA
           .

       P300-EDITA.
      *    ENTER edits what is keyed now - any entry edited before
      *    is dropped, queued or not.
           MOVE 'N' TO CA-EDITADA-SW
           MOVE SPACES TO CA-ENTRADA
           PERFORM P500-EDITA-ENTRADA THRU P500-EXIT
           IF ENTRADA-INCOMPLETA
               GO TO P300-EXIT
           END-IF
           PERFORM P600-MOSTRA-RESULTADO
           IF ENTRADA-REJEITADA
               MOVE 'CORRIJA A ENTRADA E TECLE ENTER DE NOVO' TO MSGLO
               GO TO P300-EXIT
           END-IF
           MOVE WS-ENTRADA TO CA-ENTRADA
           SET CA-EDITADA TO TRUE
      *    A future-dated entry waits on PENDFILE and is edited again
      *    the night it falls due, against the master of that night.
           IF WS-DATA-EFETIVA NOT = SPACES
            AND WS-DATA-EFETIVA-NUM GREATER WS-DATA-HOJE
               MOVE 'EDICAO OK - PF5 ENFILEIRA (REEDITADA NA VIGENCIA)'
                  TO MSGLO
           ELSE
               MOVE 'EDICAO OK - PF5 ENFILEIRA PARA O MOVIMENTO NOTURNO'
                  TO MSGLO
           END-IF
           .
       P300-EXIT.
           EXIT.

       P400-ENFILEIRA.
      *    Only the entry ENTER edited, only while it is still keyed
      *    as it was, and only if it still passes - the master may
      *    have moved since the ENTER.
           IF NOT CA-EDITADA
               MOVE 'EDITE A ENTRADA COM ENTER ANTES DE ENFILEIRAR'
                  TO MSGLO
               GO TO P400-EXIT
           END-IF
           IF WS-ENTRADA NOT = CA-ENTRADA
               MOVE 'N' TO CA-EDITADA-SW
               MOVE SPACES TO CA-ENTRADA
               MOVE 'DADOS MUDARAM DESDE A EDICAO - EDITE DE NOVO'
                  TO MSGLO
               GO TO P400-EXIT
           END-IF
           PERFORM P500-EDITA-ENTRADA THRU P500-EXIT
           IF ENTRADA-INCOMPLETA
               MOVE 'N' TO CA-EDITADA-SW
               MOVE SPACES TO CA-ENTRADA
               GO TO P400-EXIT
           END-IF
           PERFORM P600-MOSTRA-RESULTADO
           IF ENTRADA-REJEITADA
               MOVE 'N' TO CA-EDITADA-SW
               MOVE SPACES TO CA-ENTRADA
               MOVE 'REJEITADA NA REEDICAO - ENTRADA NAO ENFILEIRADA'
                  TO MSGLO
               GO TO P400-EXIT
           END-IF
           MOVE WS-ID-REMETIDO TO WS-TE-ID-CLIENTE
           MOVE WS-ACAO        TO WS-TE-ACAO
      *    A cancel carries only the key - the night edit and the
      *    apply take the master's own values for it.
           IF ACAO-CANCELAMENTO
               MOVE ZERO TO WS-TE-STATUS
               MOVE ZERO TO WS-TE-LINHA
               MOVE ZERO TO WS-TE-CODIGO
               MOVE ZERO TO WS-TE-CAMPO
               MOVE ZERO TO WS-TE-DADO
           ELSE
               MOVE WS-TR-STATUS-NUM TO WS-TE-STATUS
               MOVE WS-TR-LINHA-NUM  TO WS-TE-LINHA
               MOVE WS-TR-CODIGO-NUM TO WS-TE-CODIGO
               MOVE WS-TR-CAMPO-NUM  TO WS-TE-CAMPO
               MOVE WS-TR-DADO-NUM   TO WS-TE-DADO
           END-IF
           MOVE 'ON' TO WS-TE-ORIGEM
           IF WS-DATA-EFETIVA = SPACES
               MOVE ZERO TO WS-TE-DATA-EFETIVA
           ELSE
               MOVE WS-DATA-EFETIVA-NUM TO WS-TE-DATA-EFETIVA
           END-IF
           MOVE SPACES TO WS-TE-USUARIO
           EXEC CICS ASSIGN USERID(WS-TE-USUARIO)
               NOHANDLE
           END-EXEC
           MOVE EIBTRMID TO WS-TE-TERMINAL
           EXEC CICS WRITEQ TD QUEUE('INTE')
               FROM(WS-TE-REGISTRO)
               LENGTH(WS-TE-LENGTH)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           ELSE
               MOVE 'N' TO CA-EDITADA-SW
               MOVE SPACES TO CA-ENTRADA
               MOVE 'TRANSACAO ENFILEIRADA PARA O MOVIMENTO NOTURNO'
                  TO MSGLO
           END-IF
           .
       P400-EXIT.
           EXIT.

       P500-EDITA-ENTRADA.
      *    COBOLIF's P510 edit, reason for reason, on what is keyed.
      *    Only the duplicate check (reason 7) is missing - the
      *    screen sees one entry, the night sees every desk's slips.
           MOVE 'N' TO WS-INCOMPLETA-SW
           MOVE 'N' TO WS-REJEITADO-SW
           MOVE 'N' TO WS-AVISO-SW
           MOVE 'N' TO WS-DEMO-SW
           MOVE 'A' TO WS-SITUACAO-MASTER
           MOVE ZERO TO WS-RAZAO
           MOVE ZERO TO WS-RAZAO-AVISO
           MOVE SPACES TO WS-DESCRICAO
           MOVE SPACES TO WS-CAMPO-ERRO
           MOVE SPACES TO WS-DESC-AVISO
           MOVE SPACES TO WS-CAMPO-AVISO
           MOVE SPACES TO WS-TELA

      *    Structure first, as TRANMRG checks a desk slip - these
      *    are keying slips, not edit rejects, so they carry no
      *    reason code.
           IF WS-CLIENTE IS NOT NUMERIC
               MOVE 'ID DO CLIENTE DEVE SER NUMERICO DE 6 DIGITOS'
                  TO MSGLO
               SET ENTRADA-INCOMPLETA TO TRUE
               GO TO P500-EXIT
           END-IF

           PERFORM P510-LE-PARAMETROS
           IF ENTRADA-INCOMPLETA
               GO TO P500-EXIT
           END-IF

           IF NOT ACAO-VALIDA
               MOVE 8 TO WS-RAZAO
               MOVE 'ACAO INVALIDA NA TRANSACAO' TO WS-DESCRICAO
               MOVE 'TR-ACAO' TO WS-CAMPO-ERRO
               SET ENTRADA-REJEITADA TO TRUE
               MOVE ZERO TO CLIEL
               MOVE -1 TO ACAOL
               GO TO P500-EXIT
           END-IF

           IF NOT ACAO-CANCELAMENTO
               IF WS-TR-STATUS IS NOT NUMERIC
                OR WS-TR-LINHA IS NOT NUMERIC
                OR WS-TR-CODIGO IS NOT NUMERIC
                OR WS-TR-CAMPO IS NOT NUMERIC
                OR WS-TR-DADO IS NOT NUMERIC
                   MOVE 'STATUS/LINHA/CODIGO/CAMPO/DADO NAO NUMERICO'
                      TO MSGLO
                   SET ENTRADA-INCOMPLETA TO TRUE
                   MOVE ZERO TO CLIEL
                   MOVE -1 TO STATL
                   GO TO P500-EXIT
               END-IF
           END-IF

           PERFORM P610-OBTEM-DATA-HORA
           IF WS-DATA-EFETIVA NOT = SPACES
               IF WS-DATA-EFETIVA IS NOT NUMERIC
                   SET ENTRADA-INCOMPLETA TO TRUE
               ELSE
                   IF WS-EFETIVA-MES LESS 1
                    OR WS-EFETIVA-MES GREATER 12
                    OR WS-EFETIVA-DIA LESS 1
                    OR WS-EFETIVA-DIA GREATER 31
                       SET ENTRADA-INCOMPLETA TO TRUE
                   END-IF
               END-IF
               IF ENTRADA-INCOMPLETA
                   MOVE 'DATA EFETIVA INVALIDA - AAAAMMDD OU EM BRANCO'
                      TO MSGLO
                   MOVE ZERO TO CLIEL
                   MOVE -1 TO DTEFL
                   GO TO P500-EXIT
               END-IF
               IF WS-DATA-EFETIVA-NUM LESS WS-DATA-HOJE
                   MOVE 'DATA EFETIVA ANTERIOR A HOJE' TO MSGLO
                   SET ENTRADA-INCOMPLETA TO TRUE
                   MOVE ZERO TO CLIEL
                   MOVE -1 TO DTEFL
                   GO TO P500-EXIT
               END-IF
           END-IF

           MOVE WS-CLIENTE-ID TO WS-ID-REMETIDO
           PERFORM P520-SEGUE-REMISSAO
           PERFORM P530-LE-DEMOFILE

      *    A new intake or an update is edited on the values keyed;
      *    a cancel carries none, so the master's own stay in the
      *    work area, as in COBOLIF's P135.
           IF ACAO-INCLUSAO OR ACAO-ALTERACAO
               MOVE WS-TR-STATUS-NUM TO WS-STATUS
               MOVE WS-TR-LINHA-NUM  TO WS-LINHA
               MOVE WS-TR-CODIGO-NUM TO WS-CODIGO
               MOVE WS-TR-CAMPO-NUM  TO WS-CAMPO
               MOVE WS-TR-DADO-NUM   TO WS-DADO
           END-IF

           IF ACAO-INCLUSAO
               IF NOT CLIENTE-NAO-ENCONTRADO
                   MOVE 9 TO WS-RAZAO
                   MOVE 'CLIENTE JA EXISTE NO DEMOFILE' TO
                      WS-DESCRICAO
                   MOVE 'ID-CLIENTE' TO WS-CAMPO-ERRO
                   SET ENTRADA-REJEITADA TO TRUE
                   GO TO P500-EXIT
               END-IF
           ELSE
               IF CLIENTE-NAO-ENCONTRADO
                   MOVE 6 TO WS-RAZAO
                   MOVE 'CLIENTE NAO ENCONTRADO NO DEMOFILE' TO
                      WS-DESCRICAO
                   MOVE 'ID-CLIENTE' TO WS-CAMPO-ERRO
                   SET ENTRADA-REJEITADA TO TRUE
                   GO TO P500-EXIT
               END-IF
           END-IF

           IF (ACAO-ALTERACAO OR ACAO-CANCELAMENTO)
            AND MASTER-CANCELADO
               MOVE 10 TO WS-RAZAO
               MOVE 'CLIENTE CANCELADO NO DEMOFILE' TO
                  WS-DESCRICAO
               MOVE 'SITUACAO' TO WS-CAMPO-ERRO
               SET ENTRADA-REJEITADA TO TRUE
               GO TO P500-EXIT
           END-IF

           IF ACAO-CANCELAMENTO
               GO TO P500-EXIT
           END-IF

           SET WS-STATUS-IDX TO 1
           SEARCH WS-STATUS-ITEM
               AT END
                   MOVE 1 TO WS-RAZAO
                   MOVE 'STATUS INVALIDO' TO WS-DESCRICAO
                   MOVE 'WS-STATUS' TO WS-CAMPO-ERRO
                   PERFORM P540-TRATA-FALHA
               WHEN WS-STATUS-COD (WS-STATUS-IDX) = WS-STATUS
                   CONTINUE
           END-SEARCH
           IF ENTRADA-REJEITADA
               GO TO P500-EXIT
           END-IF

           IF WS-LINHA NOT GREATER WS-LINHA-LIMITE
               MOVE 2 TO WS-RAZAO
               MOVE 'LINHA NAO MAIOR QUE O LIMITE' TO WS-DESCRICAO
               MOVE 'WS-LINHA' TO WS-CAMPO-ERRO
               PERFORM P540-TRATA-FALHA
               IF ENTRADA-REJEITADA
                   GO TO P500-EXIT
               END-IF
           END-IF

           IF WS-CODIGO NOT = WS-CODIGO-VALIDO
               MOVE 3 TO WS-RAZAO
               MOVE 'CODIGO INCORRETO' TO WS-DESCRICAO
               MOVE 'WS-CODIGO' TO WS-CAMPO-ERRO
               PERFORM P540-TRATA-FALHA
               IF ENTRADA-REJEITADA
                   GO TO P500-EXIT
               END-IF
           END-IF

           IF WS-CAMPO LESS WS-DADO
               MOVE 4 TO WS-RAZAO
               MOVE 'CAMPO MENOR QUE DADO' TO WS-DESCRICAO
               MOVE 'WS-CAMPO' TO WS-CAMPO-ERRO
               PERFORM P540-TRATA-FALHA
               IF ENTRADA-REJEITADA
                   GO TO P500-EXIT
               END-IF
           END-IF
           .
       P500-EXIT.
           EXIT.

       P510-LE-PARAMETROS.
      *    No parameter record (PARMLOAD not run yet, or the file
      *    closed for the batch window) means the entry cannot be
      *    edited the way the night would edit it - refused, not
      *    abended, so the desk can try again later.
           MOVE 'PARMFILE' TO PV-CHAVE
           EXEC CICS READ FILE('PARMVSAM')
               INTO(PV-REGISTRO)
               LENGTH(WS-PV-LENGTH)
               RIDFLD(PV-CHAVE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE PV-LINHA-LIMITE  TO WS-LINHA-LIMITE
                   MOVE PV-CODIGO-VALIDO TO WS-CODIGO-VALIDO
                   PERFORM P515-CARREGA-SEVERIDADE
                       VARYING WS-IDX-SEV FROM 1 BY 1
                       UNTIL WS-IDX-SEV GREATER 5
                   MOVE WS-LINHA-LIMITE  TO WA-LINHA-LIMITE
                   MOVE WS-CODIGO-VALIDO TO WA-CODIGO-VALIDO
                   MOVE PV-DATA-CARGA    TO WA-DATA-CARGA
                   IF PV-DO-PARMFILE
                       MOVE 'PARMFILE' TO WA-ORIGEM-CARGA
                   ELSE
                       MOVE 'DEFAULTS' TO WA-ORIGEM-CARGA
                   END-IF
                   MOVE WS-LIN-PARAMETROS TO WS-TEXTO-PARAMETROS
               WHEN OTHER
                   MOVE WS-RESP TO WS-RESP-DISP
                   MOVE SPACES TO MSGLO
                   STRING 'PARAMETROS DE EDICAO INDISPONIVEIS (PARMVSAM'
                          DELIMITED BY SIZE
                          ' RESP=' DELIMITED BY SIZE
                          WS-RESP-DISP DELIMITED BY SIZE
                          ') - TENTE MAIS TARDE' DELIMITED BY SIZE
                          INTO MSGLO
                   SET ENTRADA-INCOMPLETA TO TRUE
           END-EVALUATE
           .

       P515-CARREGA-SEVERIDADE.
           IF PV-SEVERIDADE (WS-IDX-SEV) = 'W'
            OR PV-SEVERIDADE (WS-IDX-SEV) = 'R'
               MOVE PV-SEVERIDADE (WS-IDX-SEV)
                 TO WS-SEVERIDADE (WS-IDX-SEV)
           END-IF
           MOVE WS-SEVERIDADE (WS-IDX-SEV)
             TO WA-SEVERIDADE (WS-IDX-SEV)
           .

       P520-SEGUE-REMISSAO.
      *    A retired id comes back as its survivor, anything else
      *    comes back unchanged - the entry is edited, and queued,
      *    under the id the night will edit it under.
           MOVE ZERO TO WS-SALTOS
           MOVE 'N' TO WS-FIM-REMISSAO-SW
           PERFORM P525-LE-REMISSAO UNTIL FIM-DA-REMISSAO
           .

       P525-LE-REMISSAO.
           MOVE WS-ID-REMETIDO TO MX-ID-RETIRADO
           EXEC CICS READ FILE('MRGXREF')
               INTO(MX-REGISTRO)
               LENGTH(WS-MX-LENGTH)
               RIDFLD(MX-ID-RETIRADO)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE MX-ID-SOBREVIVENTE TO WS-ID-REMETIDO
                   ADD 1 TO WS-SALTOS
                   IF WS-SALTOS NOT LESS WS-MAX-SALTOS
                       SET FIM-DA-REMISSAO TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET FIM-DA-REMISSAO TO TRUE
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           .

       P530-LE-DEMOFILE.
           MOVE SPACES TO WM-REMESSA
           IF WS-SALTOS GREATER ZERO
               MOVE WS-CLIENTE TO WX-ID-DIGITADO
               MOVE WS-LIN-REMESSA TO WM-REMESSA
           END-IF
           MOVE WS-ID-REMETIDO TO DM-ID-CLIENTE
           EXEC CICS READ FILE('DEMOFILE')
               INTO(DM-REGISTRO)
               LENGTH(WS-DM-LENGTH)
               RIDFLD(DM-ID-CLIENTE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE DM-STATUS TO WS-STATUS
                   MOVE DM-LINHA  TO WS-LINHA
                   MOVE DM-CODIGO TO WS-CODIGO
                   MOVE DM-CAMPO  TO WS-CAMPO
                   MOVE DM-DADO   TO WS-DADO
                   MOVE DM-ID-CLIENTE TO WM-ID-CLIENTE
                   MOVE DM-STATUS     TO WM-STATUS
                   MOVE DM-LINHA      TO WM-LINHA
                   MOVE DM-CODIGO     TO WM-CODIGO
                   MOVE DM-CAMPO      TO WM-CAMPO
                   MOVE DM-DADO       TO WM-DADO
      *            A record older than the lifecycle state reads as
      *            active, same as the night edit reads it.
                   EVALUATE TRUE
                       WHEN DM-CANCELADO
                           MOVE 'CANCELADO' TO WM-SITUACAO
                           MOVE 'C' TO WS-SITUACAO-MASTER
                       WHEN DM-SUSPENSO
                           MOVE 'SUSPENSO'  TO WM-SITUACAO
                           MOVE 'S' TO WS-SITUACAO-MASTER
                       WHEN OTHER
                           MOVE 'ATIVO'     TO WM-SITUACAO
                   END-EVALUATE
                   MOVE WS-LIN-MASTER TO WS-TEXTO-MASTER
               WHEN DFHRESP(NOTFND)
                   SET CLIENTE-NAO-ENCONTRADO TO TRUE
                   MOVE ZERO TO WS-STATUS
                   MOVE ZERO TO WS-LINHA
                   MOVE ZERO TO WS-CODIGO
                   MOVE ZERO TO WS-CAMPO
                   MOVE ZERO TO WS-DADO
                   MOVE WS-ID-REMETIDO TO WN-ID-CLIENTE
                   MOVE WM-REMESSA     TO WN-REMESSA
                   MOVE WS-LIN-SEM-MASTER TO WS-TEXTO-MASTER
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           .

       P540-TRATA-FALHA.
      *    COBOLIF's P520: a failed field edit rejects or warns per
      *    the severity of its reason; the first warning is the one
      *    shown, and a hard failure after it still rejects.
           IF EDICAO-AVISO (WS-RAZAO)
               IF WS-RAZAO-AVISO = ZERO
                   MOVE WS-RAZAO      TO WS-RAZAO-AVISO
                   MOVE WS-DESCRICAO  TO WS-DESC-AVISO
                   MOVE WS-CAMPO-ERRO TO WS-CAMPO-AVISO
               END-IF
               SET ENTRADA-AVISADA TO TRUE
           ELSE
               SET ENTRADA-REJEITADA TO TRUE
           END-IF
           .

       P600-MOSTRA-RESULTADO.
           EVALUATE TRUE
               WHEN ENTRADA-REJEITADA
                   MOVE 'REJEITADA'      TO WL-RESULTADO
                   MOVE WS-RAZAO         TO WL-RAZAO
                   MOVE WS-DESCRICAO     TO WL-DESCRICAO
                   MOVE WS-CAMPO-ERRO    TO WL-CAMPO-ERRO
                   MOVE WS-LIN-RESULTADO TO WS-TEXTO-RESULTADO
               WHEN ENTRADA-AVISADA
                   MOVE 'ACEITA COM AVISO' TO WL-RESULTADO
                   MOVE WS-RAZAO-AVISO   TO WL-RAZAO
                   MOVE WS-DESC-AVISO    TO WL-DESCRICAO
                   MOVE WS-CAMPO-AVISO   TO WL-CAMPO-ERRO
                   MOVE WS-LIN-RESULTADO TO WS-TEXTO-RESULTADO
               WHEN OTHER
                   MOVE 'ACEITA - NENHUMA RAZAO DE REJEICAO OU AVISO'
                      TO WS-TEXTO-RESULTADO
           END-EVALUATE
           .

       P610-OBTEM-DATA-HORA.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-DATA-FORMATADA)
               TIME(WS-HORA-FORMATADA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           .

       P700-ENVIA-TELA.
           MOVE WS-CLIENTE          TO CLIEO
           MOVE WS-ACAO             TO ACAOO
           MOVE WS-DATA-EFETIVA     TO DTEFO
           MOVE WS-TR-STATUS        TO STATO
           MOVE WS-TR-LINHA         TO LINHO
           MOVE WS-TR-CODIGO        TO CODGO
           MOVE WS-TR-CAMPO         TO CMPOO
           MOVE WS-TR-DADO          TO DADOO
           MOVE WS-TEXTO-MASTER     TO MASTO
           MOVE WS-TEXTO-PARAMETROS TO PARMO
           MOVE WS-TEXTO-RESULTADO  TO RESUO
           EXEC CICS SEND MAP('CICM7')
               MAPSET('CICMAP7')
               FROM(CICMAP7O)
               ERASE
               CURSOR
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM P900-TRATA-ERRO-CICS
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM P900-TRATA-ERRO-CICS
               END-IF
           END-IF
           .

       P900-TRATA-ERRO-CICS.
      *    No EXEC CICS HANDLE CONDITION in this program - every call
      *    checks RESP itself, so a terminal I/O failure ends up here
      *    with a message instead of falling through to a default
      *    CICS abend.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE WS-RESP  TO WS-RESP-DISP
           MOVE WS-RESP2 TO WS-RESP2-DISP
           STRING 'CICPGM7 - ERRO CICS RESP=' DELIMITED BY SIZE
                  WS-RESP-DISP DELIMITED BY SIZE
                  ' RESP2=' DELIMITED BY SIZE
                  WS-RESP2-DISP DELIMITED BY SIZE
                  INTO WS-MSG-ERRO
           EXEC CICS SEND TEXT
               FROM(WS-MSG-ERRO)
               LENGTH(LENGTH OF WS-MSG-ERRO)
               ERASE
               NOHANDLE
           END-EXEC
           EXEC CICS RETURN
               NOHANDLE
           END-EXEC
           .
       END PROGRAM CICPGM7.
