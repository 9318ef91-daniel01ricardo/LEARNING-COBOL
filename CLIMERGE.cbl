      ******************************************************************
      * Author:
      * Date:
      * Purpose: Client merge for the suspected duplicate persons
      *          ONBOARD puts on the ONBDUP report. Once the desk has
      *          confirmed two ids are the same person it keys a
      *          merge request - the id to retire and the id that
      *          survives - on MRGPEDI, and this run folds the
      *          retired client into the survivor:
      *            - the retired DEMOFILE master is closed (marked
      *              cancelled as of the run date, never deleted, so
      *              its history still reads) and the close is
      *              journaled like any other master change;
      *            - a forwarding entry goes on the MRGXREF KSDS
      *              (CPYIFMX), which TRANMRG and COBOLIF honour so a
      *              slip still keyed with the old id lands on the
      *              survivor instead of rejecting;
      *            - the open WRNVSAM warning moves to the survivor,
      *              unless the survivor has its own outstanding
      *              warning, which stands;
      *            - NAMEIDX entries pointing at the retired id are
      *              repointed, so the name screening and the
      *              CICPGM1 lookup find the survivor;
      *            - the LOANFILE book and the SUSPFILE queue are
      *              copied to LOANOUT and SUSPOUT with the retired
      *              id's loans and open items carried across (the
      *              closed and resubmitted items keep the id they
      *              were worked under) - the JCL rolls both in as
      *              the new generations, same as SUSPWORK's SUSPOUT.
      *              PAYPOST takes the new owner onto LOANSTAT from
      *              the book on its next run.
      *          Every item moved is journaled on JRNFILE (CPYIFJN,
      *          action 'T') next to the master close, so the trail
      *          shows what the merge touched. A request that fails
      *          validation is listed with the reason and nothing of
      *          it is applied; any refusal ends the run RC 4 so the
      *          desk looks at the list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGPEDI ASSIGN TO "MRGPEDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGPEDI-STATUS.
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
           SELECT WRNVSAM ASSIGN TO "WRNVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ID-CLIENTE
               FILE STATUS IS WS-WRNVSAM-STATUS.
           SELECT NAMEIDX ASSIGN TO "NAMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NOME
               FILE STATUS IS WS-NAMEIDX-STATUS.
           SELECT LOANFILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANFILE-STATUS.
           SELECT LOANOUT ASSIGN TO "LOANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANOUT-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT SUSPOUT ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT MRGLIST ASSIGN TO "MRGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MRGPEDI.
       01  MP-REGISTRO.
           03 MP-ID-RETIRADO           PIC 9(06).
           03 MP-ID-SOBREVIVENTE       PIC 9(06).
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  MRGXREF.
           COPY CPYIFMX.
       FD  WRNVSAM.
           COPY CPYIFWO.
       FD  NAMEIDX.
           COPY CPYIFNM.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  LOANOUT.
       01  LO-REGISTRO                 PIC X(58).
       FD  SUSPFILE.
           COPY CPYIFSP.
       FD  SUSPOUT.
       01  SO-REGISTRO                 PIC X(68).
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  MRGLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-MRGPEDI-STATUS        PIC XX.
              88 MRGPEDI-OK            VALUE '00'.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-MRGXREF-STATUS        PIC XX.
              88 MRGXREF-OK            VALUE '00'.
              88 MRGXREF-AUSENTE       VALUE '35'.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
           03 WS-NAMEIDX-STATUS        PIC XX.
              88 NAMEIDX-OK            VALUE '00'.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-LOANOUT-STATUS        PIC XX.
              88 LOANOUT-OK            VALUE '00'.
           03 WS-SUSPFILE-STATUS       PIC XX.
              88 SUSPFILE-OK           VALUE '00'.
           03 WS-SUSPOUT-STATUS        PIC XX.
              88 SUSPOUT-OK            VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-MRGLIST-STATUS        PIC XX.
              88 MRGLIST-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-AVISOS-SW             PIC X       VALUE 'N'.
              88 HA-AVISOS             VALUE 'S'.
           03 WS-NOMES-SW              PIC X       VALUE 'N'.
              88 HA-NOMES              VALUE 'S'.
           03 WS-SUSPENSOS-SW          PIC X       VALUE 'N'.
              88 HA-SUSPENSOS          VALUE 'S'.
           03 WS-RESOLVE-SW            PIC X       VALUE 'N'.
              88 RESOLUCAO-COMPLETA    VALUE 'S'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-FUSAO.
      *    Motive of a refused request, blank while the request is
      *    still good. The retired master read last in the checks
      *    is the one the merge rewrites.
           03 WS-MOTIVO                PIC X(30)   VALUE SPACES.
           03 WS-DM-ANTES              PIC X(23)   VALUE SPACES.
           03 WS-WO-RETIRADO           PIC X(48)   VALUE SPACES.
       01 WS-TAB-FUSOES.
      *    Every merge applied this run, retired id to survivor -
      *    the sweeps of NAMEIDX, LOANFILE and SUSPFILE look each
      *    owner up here. A survivor merged away later in the same
      *    run is itself a retired entry, so the lookup follows the
      *    chain to the last survivor (bounded by WS-MAX-SALTOS).
           03 WS-MAX-FUSOES            PIC 9(04)   VALUE 500.
           03 WS-QTD-FUSOES            PIC 9(04)   VALUE ZERO.
           03 WS-MAX-SALTOS            PIC 99      VALUE 10.
           03 WS-SALTOS                PIC 99      VALUE ZERO.
           03 WS-ID-ORIGINAL           PIC 9(06)   VALUE ZERO.
           03 WS-ID-RESOLVIDO          PIC 9(06)   VALUE ZERO.
           03 WS-FU-ITEM OCCURS 1 TO 500 TIMES
                         DEPENDING ON WS-QTD-FUSOES
                         INDEXED BY WS-FU-IDX.
              05 WS-FU-RETIRADO        PIC 9(06).
              05 WS-FU-SOBREVIVENTE    PIC 9(06).
       01 WS-ITEM-JORNAL.
      *    Shape of JN-ANTES/JN-DEPOIS on a transfer record: the
      *    file the item lives on and its key under the retired id,
      *    then the same file and the survivor id it went to.
           03 WS-IJ-ANTES.
              05 IJ-ARQUIVO            PIC XX.
              05 IJ-CHAVE              PIC X(21).
           03 WS-IJ-DEPOIS.
              05 IJ-ARQUIVO-DESTINO    PIC XX.
              05 IJ-ID-SOBREVIVENTE    PIC 9(06).
              05 IJ-NOTA               PIC X(15).
           03 WS-IJ-CHAVE-SUSPENSO.
              05 IJ-SP-DATA-ESCALADA   PIC 9(08).
              05 IJ-SP-ACAO            PIC X.
              05 IJ-SP-RAZAO           PIC 99.
              05 FILLER                PIC X(10)   VALUE SPACES.
           03 WS-IJ-CHAVE-AVISO.
              05 IJ-WO-RAZAO           PIC 99.
              05 IJ-WO-DATA            PIC 9(08).
              05 FILLER                PIC X(11)   VALUE SPACES.
       01 WS-CONTADORES.
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-FUNDIDOS          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RECUSADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS-DESC       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SUSPENSOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NOMES             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-JORNAL            PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'CLIMERGE - FUSAO DE CLIENTES DUPLICADOS'.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'RETIRADO SOBREVIVENTE RESULTADO'.
           03 WS-LIN-DETALHE.
              05 RD-ID-RETIRADO        PIC 9(06).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RD-ID-SOBREVIVENTE    PIC 9(06).
              05 FILLER                PIC X(06)   VALUE SPACES.
              05 RD-RESULTADO          PIC X(30).
              05 FILLER                PIC X(29)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-PROCESSA UNTIL FIM-DO-ARQUIVO
            PERFORM P700-VARRE-NOMES
            PERFORM P740-COPIA-EMPRESTIMOS
            PERFORM P760-COPIA-SUSPENSOS
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "CLIMERGE ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            OPEN INPUT MRGPEDI
            IF NOT MRGPEDI-OK
                DISPLAY 'ERRO ABERTURA MRGPEDI: ' WS-MRGPEDI-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN I-O DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P130-ABRE-REMISSAO
            OPEN I-O WRNVSAM
            IF WRNVSAM-OK
                SET HA-AVISOS TO TRUE
            ELSE
                DISPLAY 'WRNVSAM NAO ENCONTRADO, SEM AVISOS A MOVER.'
            END-IF
            OPEN I-O NAMEIDX
            IF NAMEIDX-OK
                SET HA-NOMES TO TRUE
            ELSE
                DISPLAY 'NAMEIDX NAO ENCONTRADO, SEM NOMES A MOVER.'
            END-IF
            OPEN INPUT LOANFILE
            IF NOT LOANFILE-OK
                DISPLAY 'ERRO ABERTURA LOANFILE: '
                   WS-LOANFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT LOANOUT
            IF NOT LOANOUT-OK
                DISPLAY 'ERRO ABERTURA LOANOUT: ' WS-LOANOUT-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN INPUT SUSPFILE
            IF SUSPFILE-OK
                SET HA-SUSPENSOS TO TRUE
            ELSE
                DISPLAY 'SUSPFILE NAO ENCONTRADO, SEM SUSPENSOS.'
            END-IF
            OPEN OUTPUT SUSPOUT
            IF NOT SUSPOUT-OK
                DISPLAY 'ERRO ABERTURA SUSPOUT: ' WS-SUSPOUT-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT MRGLIST
            IF NOT MRGLIST-OK
                DISPLAY 'ERRO ABERTURA MRGLIST: ' WS-MRGLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-MRGPEDI
            .

       P110-LE-MRGPEDI.
            READ MRGPEDI
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT MRGPEDI-OK
                        DISPLAY 'ERRO LEITURA MRGPEDI: '
                           WS-MRGPEDI-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P130-ABRE-REMISSAO.
      *    The forwarding cross-reference is permanent - every merge
      *    adds its retired id. The very first run creates it empty
      *    and reopens I-O, same device as ONBOARD's NAMEIDX.
            OPEN I-O MRGXREF
            IF MRGXREF-AUSENTE
                OPEN OUTPUT MRGXREF
                IF MRGXREF-OK
                    CLOSE MRGXREF
                    OPEN I-O MRGXREF
                END-IF
            END-IF
            IF NOT MRGXREF-OK
                DISPLAY 'ERRO ABERTURA MRGXREF: ' WS-MRGXREF-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P500-PROCESSA.
            ADD 1 TO WS-CNT-LIDOS
            PERFORM P510-VALIDA-PEDIDO THRU P510-EXIT
            MOVE MP-ID-RETIRADO     TO RD-ID-RETIRADO
            MOVE MP-ID-SOBREVIVENTE TO RD-ID-SOBREVIVENTE
            IF WS-MOTIVO NOT = SPACES
                ADD 1 TO WS-CNT-RECUSADOS
                MOVE WS-MOTIVO TO RD-RESULTADO
            ELSE
                PERFORM P600-FUNDE-CLIENTE
                MOVE 'FUNDIDO' TO RD-RESULTADO
            END-IF
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-MRGPEDI
            .

       P510-VALIDA-PEDIDO.
      *    The survivor has to be a live client and the retired one
      *    a live client not merged before - a request that fails
      *    here changes nothing. The retired master is read last so
      *    it is the record in the FD when the merge rewrites it.
            MOVE SPACES TO WS-MOTIVO
            IF MP-ID-RETIRADO NOT NUMERIC
             OR MP-ID-SOBREVIVENTE NOT NUMERIC
             OR MP-ID-RETIRADO = ZERO
             OR MP-ID-SOBREVIVENTE = ZERO
                MOVE 'PEDIDO COM ID INVALIDO' TO WS-MOTIVO
                GO TO P510-EXIT
            END-IF
            IF MP-ID-RETIRADO = MP-ID-SOBREVIVENTE
                MOVE 'RETIRADO IGUAL AO SOBREVIVENTE' TO WS-MOTIVO
                GO TO P510-EXIT
            END-IF
            IF WS-QTD-FUSOES NOT LESS WS-MAX-FUSOES
                MOVE 'LIMITE DE FUSOES DA RODADA' TO WS-MOTIVO
                GO TO P510-EXIT
            END-IF
            MOVE MP-ID-SOBREVIVENTE TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO WS-MOTIVO
                    GO TO P510-EXIT
            END-READ
            IF DM-CANCELADO
                MOVE 'SOBREVIVENTE CANCELADO' TO WS-MOTIVO
                GO TO P510-EXIT
            END-IF
            MOVE MP-ID-RETIRADO TO MX-ID-RETIRADO
            READ MRGXREF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'RETIRADO JA FUNDIDO' TO WS-MOTIVO
                    GO TO P510-EXIT
            END-READ
            MOVE MP-ID-RETIRADO TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    MOVE 'RETIRADO NAO ENCONTRADO' TO WS-MOTIVO
                    GO TO P510-EXIT
            END-READ
            IF DM-CANCELADO
                MOVE 'RETIRADO JA CANCELADO' TO WS-MOTIVO
                GO TO P510-EXIT
            END-IF
            .
       P510-EXIT.
            EXIT.

       P600-FUNDE-CLIENTE.
      *    Close the retired master the way an accepted cancel does -
      *    cancelled as of the run date - and journal it with both
      *    images, so DEMORCVR replays the close like any other.
            MOVE DM-REGISTRO TO WS-DM-ANTES
            SET DM-CANCELADO TO TRUE
            MOVE WS-TS-DATA TO DM-DATA-CANCEL
            REWRITE DM-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO REGRAVANDO DEMOFILE '
                       DM-ID-CLIENTE ': ' WS-DEMOFILE-STATUS
                    PERFORM P050-ABORTA
            END-REWRITE
            PERFORM P720-GRAVA-JORNAL
            MOVE MP-ID-RETIRADO     TO MX-ID-RETIRADO
            MOVE MP-ID-SOBREVIVENTE TO MX-ID-SOBREVIVENTE
            MOVE WS-TS-DATA         TO MX-DATA
            WRITE MX-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO GRAVANDO MRGXREF '
                       MX-ID-RETIRADO ': ' WS-MRGXREF-STATUS
                    PERFORM P050-ABORTA
            END-WRITE
            MOVE 'MX'               TO IJ-ARQUIVO
            MOVE MP-ID-RETIRADO     TO IJ-CHAVE
            MOVE SPACES             TO IJ-NOTA
            MOVE MP-ID-RETIRADO     TO WS-ID-ORIGINAL
            MOVE MP-ID-SOBREVIVENTE TO WS-ID-RESOLVIDO
            PERFORM P730-GRAVA-TRANSFERENCIA
            IF HA-AVISOS
                PERFORM P620-TRANSFERE-AVISO THRU P620-EXIT
            END-IF
            ADD 1 TO WS-QTD-FUSOES
            MOVE MP-ID-RETIRADO
              TO WS-FU-RETIRADO (WS-QTD-FUSOES)
            MOVE MP-ID-SOBREVIVENTE
              TO WS-FU-SOBREVIVENTE (WS-QTD-FUSOES)
            ADD 1 TO WS-CNT-FUNDIDOS
            .

       P620-TRANSFERE-AVISO.
      *    WRNVSAM holds one outstanding warning per client. The
      *    retired id's goes across unless the survivor already has
      *    one of its own - that is the survivor master's latest
      *    accepted state and it stands; the retired one is dropped
      *    and journaled as such.
            MOVE MP-ID-RETIRADO TO WO-ID-CLIENTE
            READ WRNVSAM
                INVALID KEY
                    GO TO P620-EXIT
            END-READ
            MOVE WO-REGISTRO TO WS-WO-RETIRADO
            MOVE WO-RAZAO    TO IJ-WO-RAZAO
            MOVE WO-DATA     TO IJ-WO-DATA
            DELETE WRNVSAM
                INVALID KEY
                    DISPLAY 'ERRO EXCLUINDO WRNVSAM '
                       WO-ID-CLIENTE ': ' WS-WRNVSAM-STATUS
                    PERFORM P050-ABORTA
            END-DELETE
            MOVE 'WO'               TO IJ-ARQUIVO
            MOVE WS-IJ-CHAVE-AVISO  TO IJ-CHAVE
            MOVE MP-ID-RETIRADO     TO WS-ID-ORIGINAL
            MOVE MP-ID-SOBREVIVENTE TO WS-ID-RESOLVIDO
            MOVE MP-ID-SOBREVIVENTE TO WO-ID-CLIENTE
            READ WRNVSAM
                INVALID KEY
                    MOVE WS-WO-RETIRADO     TO WO-REGISTRO
                    MOVE MP-ID-SOBREVIVENTE TO WO-ID-CLIENTE
                    WRITE WO-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO GRAVANDO WRNVSAM '
                               WO-ID-CLIENTE ': '
                               WS-WRNVSAM-STATUS
                            PERFORM P050-ABORTA
                    END-WRITE
                    ADD 1 TO WS-CNT-AVISOS
                    MOVE SPACES TO IJ-NOTA
                    PERFORM P730-GRAVA-TRANSFERENCIA
                    GO TO P620-EXIT
            END-READ
            ADD 1 TO WS-CNT-AVISOS-DESC
            MOVE 'DESCARTADO' TO IJ-NOTA
            PERFORM P730-GRAVA-TRANSFERENCIA
            .
       P620-EXIT.
            EXIT.

       P650-RESOLVE-ID.
      *    Owner id in WS-ID-ORIGINAL, the id it belongs to after
      *    this run's merges comes back in WS-ID-RESOLVIDO.
            MOVE WS-ID-ORIGINAL TO WS-ID-RESOLVIDO
            MOVE ZERO TO WS-SALTOS
            MOVE 'N' TO WS-RESOLVE-SW
            IF WS-QTD-FUSOES GREATER ZERO
                PERFORM P655-SEGUE-FUSAO UNTIL RESOLUCAO-COMPLETA
            END-IF
            .

       P655-SEGUE-FUSAO.
            SET WS-FU-IDX TO 1
            SEARCH WS-FU-ITEM
                AT END
                    SET RESOLUCAO-COMPLETA TO TRUE
                WHEN WS-FU-RETIRADO (WS-FU-IDX) = WS-ID-RESOLVIDO
                    MOVE WS-FU-SOBREVIVENTE (WS-FU-IDX)
                      TO WS-ID-RESOLVIDO
                    ADD 1 TO WS-SALTOS
                    IF WS-SALTOS NOT LESS WS-MAX-SALTOS
                        SET RESOLUCAO-COMPLETA TO TRUE
                    END-IF
            END-SEARCH
            .

       P700-VARRE-NOMES.
      *    NAMEIDX is keyed by name, so the entries of a retired id
      *    can only be found by reading the whole file once.
            IF HA-NOMES AND WS-QTD-FUSOES GREATER ZERO
                MOVE 'N' TO WS-EOF-SW
                MOVE LOW-VALUES TO NM-NOME
                START NAMEIDX KEY IS NOT LESS THAN NM-NOME
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P710-TRATA-NOME UNTIL FIM-DO-ARQUIVO
            END-IF
            .

       P710-TRATA-NOME.
            READ NAMEIDX NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT NAMEIDX-OK
                        DISPLAY 'ERRO LEITURA NAMEIDX: '
                           WS-NAMEIDX-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE NM-ID-CLIENTE TO WS-ID-ORIGINAL
                    PERFORM P650-RESOLVE-ID
                    IF WS-ID-RESOLVIDO NOT = WS-ID-ORIGINAL
                        MOVE WS-ID-RESOLVIDO TO NM-ID-CLIENTE
                        REWRITE NM-REGISTRO
                            INVALID KEY
                                DISPLAY 'ERRO REGRAVANDO NAMEIDX: '
                                   WS-NAMEIDX-STATUS
                                PERFORM P050-ABORTA
                        END-REWRITE
                        ADD 1 TO WS-CNT-NOMES
                        MOVE 'NM'    TO IJ-ARQUIVO
                        MOVE NM-NOME TO IJ-CHAVE
                        MOVE SPACES  TO IJ-NOTA
                        PERFORM P730-GRAVA-TRANSFERENCIA
                    END-IF
            END-READ
            .

       P720-GRAVA-JORNAL.
      *    Same before/after journal trail as DEMOMNT writes - the
      *    close of the retired master is an ordinary change.
            ACCEPT WS-TS-HORA FROM TIME
            MOVE 'CLIMERGE'    TO JN-PROGRAMA
            MOVE 'A'           TO JN-ACAO
            MOVE DM-ID-CLIENTE TO JN-ID-CLIENTE
            MOVE WS-TS-DATA    TO JN-DATA
            MOVE WS-TS-HORA    TO JN-HORA
            MOVE WS-DM-ANTES   TO JN-ANTES
            MOVE DM-REGISTRO   TO JN-DEPOIS
            MOVE SPACES        TO JN-USUARIO
            MOVE SPACES        TO JN-TERMINAL
            WRITE JN-REGISTRO
            ADD 1 TO WS-CNT-JORNAL
            .

       P730-GRAVA-TRANSFERENCIA.
      *    One trail record per item moved - file and key under the
      *    retired id (WS-ID-ORIGINAL) before, the survivor after.
            ACCEPT WS-TS-HORA FROM TIME
            MOVE IJ-ARQUIVO      TO IJ-ARQUIVO-DESTINO
            MOVE WS-ID-RESOLVIDO TO IJ-ID-SOBREVIVENTE
            MOVE 'CLIMERGE'      TO JN-PROGRAMA
            SET JN-TRANSFERENCIA TO TRUE
            MOVE WS-ID-ORIGINAL  TO JN-ID-CLIENTE
            MOVE WS-TS-DATA      TO JN-DATA
            MOVE WS-TS-HORA      TO JN-HORA
            MOVE WS-IJ-ANTES     TO JN-ANTES
            MOVE WS-IJ-DEPOIS    TO JN-DEPOIS
            MOVE SPACES          TO JN-USUARIO
            MOVE SPACES          TO JN-TERMINAL
            WRITE JN-REGISTRO
            ADD 1 TO WS-CNT-JORNAL
            .

       P740-COPIA-EMPRESTIMOS.
      *    The book is copied whole to the next generation - a loan
      *    of a retired client goes across with its new owner.
            MOVE 'N' TO WS-EOF-SW
            PERFORM P750-TRATA-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            .

       P750-TRATA-EMPRESTIMO.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    MOVE LN-ID-CLIENTE TO WS-ID-ORIGINAL
                    PERFORM P650-RESOLVE-ID
                    IF WS-ID-RESOLVIDO NOT = WS-ID-ORIGINAL
                        MOVE WS-ID-RESOLVIDO TO LN-ID-CLIENTE
                        ADD 1 TO WS-CNT-EMPRESTIMOS
                        MOVE 'LN'             TO IJ-ARQUIVO
                        MOVE LN-ID-EMPRESTIMO TO IJ-CHAVE
                        MOVE SPACES           TO IJ-NOTA
                        PERFORM P730-GRAVA-TRANSFERENCIA
                    END-IF
                    WRITE LO-REGISTRO FROM LN-REGISTRO
            END-READ
            .

       P760-COPIA-SUSPENSOS.
      *    Same for the suspense queue - only the open items move;
      *    a closed or resubmitted item stays with the id it was
      *    worked under, it is history.
            IF HA-SUSPENSOS
                MOVE 'N' TO WS-EOF-SW
                PERFORM P770-TRATA-SUSPENSO UNTIL FIM-DO-ARQUIVO
            END-IF
            .

       P770-TRATA-SUSPENSO.
            READ SUSPFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT SUSPFILE-OK
                        DISPLAY 'ERRO LEITURA SUSPFILE: '
                           WS-SUSPFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF SP-ABERTO
                        MOVE SP-ID-CLIENTE TO WS-ID-ORIGINAL
                        PERFORM P650-RESOLVE-ID
                        IF WS-ID-RESOLVIDO NOT = WS-ID-ORIGINAL
                            MOVE WS-ID-RESOLVIDO TO SP-ID-CLIENTE
                            ADD 1 TO WS-CNT-SUSPENSOS
                            MOVE SP-DATA-ESCALADA
                              TO IJ-SP-DATA-ESCALADA
                            MOVE SP-ACAO  TO IJ-SP-ACAO
                            MOVE SP-RAZAO TO IJ-SP-RAZAO
                            MOVE 'SP'     TO IJ-ARQUIVO
                            MOVE WS-IJ-CHAVE-SUSPENSO TO IJ-CHAVE
                            MOVE SPACES   TO IJ-NOTA
                            PERFORM P730-GRAVA-TRANSFERENCIA
                        END-IF
                    END-IF
                    WRITE SO-REGISTRO FROM SP-REGISTRO
            END-READ
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'PEDIDOS LIDOS ............: ' TO RT-ROTULO
            MOVE WS-CNT-LIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CLIENTES FUNDIDOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-FUNDIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'PEDIDOS RECUSADOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-RECUSADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EMPRESTIMOS TRANSFERIDOS .: ' TO RT-ROTULO
            MOVE WS-CNT-EMPRESTIMOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'AVISOS TRANSFERIDOS ......: ' TO RT-ROTULO
            MOVE WS-CNT-AVISOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'AVISOS DESCARTADOS .......: ' TO RT-ROTULO
            MOVE WS-CNT-AVISOS-DESC TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'SUSPENSOS TRANSFERIDOS ...: ' TO RT-ROTULO
            MOVE WS-CNT-SUSPENSOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'NOMES REAPONTADOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-NOMES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'REGISTROS DE JORNAL ......: ' TO RT-ROTULO
            MOVE WS-CNT-JORNAL TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY '========================================'
            DISPLAY 'CLIMERGE - FUSAO DE CLIENTES'
            DISPLAY 'PEDIDOS LIDOS ............: ' WS-CNT-LIDOS
            DISPLAY 'CLIENTES FUNDIDOS ........: ' WS-CNT-FUNDIDOS
            DISPLAY 'PEDIDOS RECUSADOS ........: ' WS-CNT-RECUSADOS
            DISPLAY 'REGISTROS DE JORNAL ......: ' WS-CNT-JORNAL
            DISPLAY '========================================'
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            CLOSE MRGPEDI
            CLOSE DEMOFILE
            CLOSE MRGXREF
            IF HA-AVISOS
                CLOSE WRNVSAM
            END-IF
            IF HA-NOMES
                CLOSE NAMEIDX
            END-IF
            CLOSE LOANFILE
            CLOSE LOANOUT
            IF HA-SUSPENSOS
                CLOSE SUSPFILE
            END-IF
            CLOSE SUSPOUT
            CLOSE JRNFILE
            CLOSE MRGLIST
            IF WS-CNT-RECUSADOS GREATER ZERO
                DISPLAY 'CLIMERGE - HA PEDIDOS RECUSADOS, VER MRGLIST.'
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM CLIMERGE.
