      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention purge of long-closed clients. A cancelled
      *          client stays on DEMOFILE (DM-CANCELADO with its
      *          DM-DATA-CANCEL) and on NAMEIDX until this run takes
      *          it off, once it has been cancelled longer than the
      *          retention period - PARM 'nn' years, default 5: a
      *          client cancelled before today's date nn years back
      *          is a candidate. A candidate is held back, and
      *          listed with the reason, while anything is still
      *          open against it:
      *            - a loan of the LOANFILE book not paid off on
      *              LOANSTAT (a loan LOANSTAT does not know yet is
      *              open too);
      *            - its outstanding warning on WRNVSAM;
      *            - an open item on the SUSPFILE queue.
      *          Every other candidate is removed: the client goes
      *          to the permanent CLIARQ archive (CPYIFXC) first -
      *          the master as it stood and the name masked - then
      *          the master delete is journaled on JRNFILE (CPYIFJN,
      *          action 'E', before image = the master) and the
      *          record deleted, so DEMORCVR replays the removal and
      *          DEMOBAL counts it like any other exclusion. NAMEIDX
      *          is keyed by name, so it is read once to mask the
      *          names of the candidates and once more, after the
      *          masters are gone, to delete the entries of the
      *          removed ids; each entry deleted is journaled as
      *          trail (action 'T', file 'NM', the masked name - the
      *          real one leaves the files with the entry). PRGLIST
      *          lists every candidate, removed or held back. A
      *          candidate with no valid cancel date, one whose
      *          master changed under the run, or one past the
      *          run's limit is held back too, and any of those ends
      *          the run RC 4; a hold for open business alone is
      *          the normal course of things and ends RC 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOFILE ASSIGN TO "DEMOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
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
           SELECT LOANSTAT ASSIGN TO "LOANSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-ID-EMPRESTIMO
               FILE STATUS IS WS-LOANSTAT-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT CLIARQ ASSIGN TO "CLIARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIARQ-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT PRGLIST ASSIGN TO "PRGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  WRNVSAM.
           COPY CPYIFWO.
       FD  NAMEIDX.
           COPY CPYIFNM.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  LOANSTAT.
           COPY CPYIFLS.
       FD  SUSPFILE.
           COPY CPYIFSP.
       FD  CLIARQ.
           COPY CPYIFXC.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  PRGLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
           03 WS-NAMEIDX-STATUS        PIC XX.
              88 NAMEIDX-OK            VALUE '00'.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-LOANSTAT-STATUS       PIC XX.
              88 LOANSTAT-OK           VALUE '00'.
           03 WS-SUSPFILE-STATUS       PIC XX.
              88 SUSPFILE-OK           VALUE '00'.
           03 WS-CLIARQ-STATUS         PIC XX.
              88 CLIARQ-OK             VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-PRGLIST-STATUS        PIC XX.
              88 PRGLIST-OK            VALUE '00'.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(16)   VALUE SPACES.
           03 FILLER REDEFINES WS-PARM-ARG.
              05 WS-PARM-ANOS          PIC XX.
              05 FILLER                PIC X(14).
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-AVISOS-SW             PIC X       VALUE 'N'.
              88 HA-AVISOS             VALUE 'S'.
           03 WS-NOMES-SW              PIC X       VALUE 'N'.
              88 HA-NOMES              VALUE 'S'.
           03 WS-SITUACAO-SW           PIC X       VALUE 'N'.
              88 HA-SITUACAO           VALUE 'S'.
           03 WS-SUSPENSOS-SW          PIC X       VALUE 'N'.
              88 HA-SUSPENSOS          VALUE 'S'.
           03 WS-ATENCAO-SW            PIC X       VALUE 'N'.
              88 HA-ATENCAO            VALUE 'S'.
           03 WS-INICIO-SW             PIC X       VALUE 'S'.
              88 INICIO-DE-PALAVRA     VALUE 'S'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-RETENCAO.
           03 WS-ANOS-RETENCAO         PIC 99      VALUE 5.
           03 WS-DATA-LIMITE           PIC 9(08)   VALUE ZERO.
       01 WS-TAB-EXPURGOS.
      *    Every candidate of the run in id order, as the master
      *    sweep finds them - the loan, suspense and name sweeps
      *    look each owner up here. The motive stays blank while
      *    nothing holds the client back.
           03 WS-MAX-EXPURGOS          PIC 9(04)   VALUE 2000.
           03 WS-QTD-EXPURGOS          PIC 9(04)   VALUE ZERO.
           03 WS-IDX-TAB               PIC 9(04)   VALUE ZERO.
           03 WS-EX-ITEM OCCURS 1 TO 2000 TIMES
                         DEPENDING ON WS-QTD-EXPURGOS
                         ASCENDING KEY IS WS-EX-ID-CLIENTE
                         INDEXED BY WS-EX-IDX.
              05 WS-EX-ID-CLIENTE      PIC 9(06).
              05 WS-EX-MESTRE          PIC X(23).
              05 WS-EX-DATA-CANCEL     PIC 9(08).
              05 WS-EX-MOTIVO          PIC X(28).
              05 WS-EX-NOME-MASCARADO  PIC X(20).
              05 WS-EX-QTD-NOMES       PIC 99.
              05 WS-EX-SITUACAO        PIC X.
                 88 EX-PENDENTE        VALUE 'P'.
                 88 EX-EXPURGADO       VALUE 'X'.
                 88 EX-RETIDO          VALUE 'R'.
       01 WS-MASCARA.
      *    A name is masked a character at a time: the first letter
      *    of each word stays, every other letter becomes '*'.
           03 WS-NOME-ORIGEM           PIC X(20)   VALUE SPACES.
           03 FILLER REDEFINES WS-NOME-ORIGEM.
              05 WS-NO-CARACTER        PIC X       OCCURS 20 TIMES.
           03 WS-NOME-MASCARA          PIC X(20)   VALUE SPACES.
           03 FILLER REDEFINES WS-NOME-MASCARA.
              05 WS-NM-CARACTER        PIC X       OCCURS 20 TIMES.
           03 WS-POS                   PIC 99      VALUE ZERO.
       01 WS-ITEM-JORNAL.
      *    Shape of JN-ANTES/JN-DEPOIS on the trail record of a
      *    NAMEIDX entry removed - the same layout CLIMERGE uses for
      *    the items it moves, with no survivor id.
           03 WS-IJ-ANTES.
              05 IJ-ARQUIVO            PIC XX.
              05 IJ-CHAVE              PIC X(21).
           03 WS-IJ-DEPOIS.
              05 IJ-ARQUIVO-DESTINO    PIC XX.
              05 IJ-ID-DESTINO         PIC 9(06).
              05 IJ-NOTA               PIC X(15).
       01 WS-CONTADORES.
           03 WS-CNT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-CANDIDATOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EXPURGADOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RETIDOS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SUSPENSOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NOMES             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-JORNAL            PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'CLIPURGE - EXPURGO DE CLIENTES CANCELADOS'.
           03 WS-LIN-PARAMETRO.
              05 FILLER                PIC X(18)   VALUE
                 'RETENCAO EM ANOS: '.
              05 RP-ANOS               PIC 99.
              05 FILLER                PIC X(24)   VALUE
                 '   CANCELADOS ANTES DE: '.
              05 RP-DATA-LIMITE        PIC 9(08).
              05 FILLER                PIC X(28)   VALUE SPACES.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'CLIENTE CANCELADO NOME MASCARADO       RESULTADO'.
           03 WS-LIN-DETALHE.
              05 RD-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC XX      VALUE SPACES.
              05 RD-DATA-CANCEL        PIC 9(08).
              05 FILLER                PIC XX      VALUE SPACES.
              05 RD-NOME               PIC X(20).
              05 FILLER                PIC XX      VALUE SPACES.
              05 RD-SITUACAO           PIC X(10).
              05 RD-MOTIVO             PIC X(28).
              05 FILLER                PIC XX      VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-SELECIONA UNTIL FIM-DO-ARQUIVO
            IF WS-QTD-EXPURGOS GREATER ZERO
                PERFORM P300-VARRE-EMPRESTIMOS
                PERFORM P400-VARRE-SUSPENSOS
                PERFORM P450-CONFERE-AVISOS
                PERFORM P500-MASCARA-NOMES
                PERFORM P600-EXPURGA-CLIENTE
                    VARYING WS-IDX-TAB FROM 1 BY 1
                    UNTIL WS-IDX-TAB GREATER WS-QTD-EXPURGOS
                PERFORM P700-REMOVE-NOMES
            END-IF
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "CLIPURGE ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            IF WS-PARM-ARG NOT = SPACES
                IF WS-PARM-ANOS IS NUMERIC
                 AND WS-PARM-ANOS NOT = ZERO
                    MOVE WS-PARM-ANOS TO WS-ANOS-RETENCAO
                ELSE
                    DISPLAY 'PARM INVALIDO, ESPERADO ANOS (NN): '
                       WS-PARM-ARG
                    PERFORM P050-ABORTA
                END-IF
            END-IF
            COMPUTE WS-DATA-LIMITE =
                WS-TS-DATA - (WS-ANOS-RETENCAO * 10000)
            OPEN I-O DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN INPUT WRNVSAM
            IF WRNVSAM-OK
                SET HA-AVISOS TO TRUE
            ELSE
                DISPLAY 'WRNVSAM NAO ENCONTRADO, SEM AVISOS.'
            END-IF
            OPEN I-O NAMEIDX
            IF NAMEIDX-OK
                SET HA-NOMES TO TRUE
            ELSE
                DISPLAY 'NAMEIDX NAO ENCONTRADO, SEM NOMES A REMOVER.'
            END-IF
            OPEN INPUT LOANFILE
            IF NOT LOANFILE-OK
                DISPLAY 'ERRO ABERTURA LOANFILE: '
                   WS-LOANFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN INPUT LOANSTAT
            IF LOANSTAT-OK
                SET HA-SITUACAO TO TRUE
            ELSE
                DISPLAY 'LOANSTAT NAO ENCONTRADO, TODO EMPRESTIMO '
                   'CONTA COMO EM ABERTO.'
            END-IF
            OPEN INPUT SUSPFILE
            IF SUSPFILE-OK
                SET HA-SUSPENSOS TO TRUE
            ELSE
                DISPLAY 'SUSPFILE NAO ENCONTRADO, SEM SUSPENSOS.'
            END-IF
      *    The archive is permanent - every run appends to it; the
      *    very first run creates it, as REAJUSTE does AMRHIST.
            OPEN EXTEND CLIARQ
            IF NOT CLIARQ-OK
                OPEN OUTPUT CLIARQ
            END-IF
            IF NOT CLIARQ-OK
                DISPLAY 'ERRO ABERTURA CLIARQ: ' WS-CLIARQ-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT PRGLIST
            IF NOT PRGLIST-OK
                DISPLAY 'ERRO ABERTURA PRGLIST: ' WS-PRGLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-ANOS-RETENCAO TO RP-ANOS
            MOVE WS-DATA-LIMITE   TO RP-DATA-LIMITE
            MOVE WS-LIN-PARAMETRO TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            MOVE ZERO TO DM-ID-CLIENTE
            START DEMOFILE KEY IS NOT LESS THAN DM-ID-CLIENTE
                INVALID KEY
                    SET FIM-DO-ARQUIVO TO TRUE
            END-START
            .

       P200-SELECIONA.
      *    One pass over the master, in key order, so the candidate
      *    table comes out in the order SEARCH ALL needs. Only a
      *    cancelled client is looked at; one without a usable
      *    cancel date cannot be aged and is held back as such.
            READ DEMOFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT DEMOFILE-OK
                        DISPLAY 'ERRO LEITURA DEMOFILE: '
                           WS-DEMOFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-LIDOS
                    IF DM-CANCELADO
                        PERFORM P210-AVALIA-CANCELADO THRU P210-EXIT
                    END-IF
            END-READ
            .

       P210-AVALIA-CANCELADO.
            IF DM-DATA-CANCEL IS NUMERIC
             AND DM-DATA-CANCEL NOT = ZERO
             AND DM-DATA-CANCEL NOT LESS WS-DATA-LIMITE
                GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-CNT-CANDIDATOS
            IF WS-QTD-EXPURGOS NOT LESS WS-MAX-EXPURGOS
                MOVE DM-ID-CLIENTE TO RD-ID-CLIENTE
                MOVE DM-DATA-CANCEL TO RD-DATA-CANCEL
                MOVE SPACES TO RD-NOME
                MOVE 'RETIDO' TO RD-SITUACAO
                MOVE 'LIMITE DE EXPURGOS DA RODADA' TO RD-MOTIVO
                MOVE WS-LIN-DETALHE TO RL-LINHA
                WRITE RL-LINHA
                ADD 1 TO WS-CNT-RETIDOS
                SET HA-ATENCAO TO TRUE
                GO TO P210-EXIT
            END-IF
            ADD 1 TO WS-QTD-EXPURGOS
            MOVE DM-ID-CLIENTE  TO WS-EX-ID-CLIENTE (WS-QTD-EXPURGOS)
            MOVE DM-REGISTRO    TO WS-EX-MESTRE (WS-QTD-EXPURGOS)
            MOVE SPACES         TO WS-EX-MOTIVO (WS-QTD-EXPURGOS)
            MOVE SPACES TO WS-EX-NOME-MASCARADO (WS-QTD-EXPURGOS)
            MOVE ZERO           TO WS-EX-QTD-NOMES (WS-QTD-EXPURGOS)
            SET EX-PENDENTE (WS-QTD-EXPURGOS) TO TRUE
            IF DM-DATA-CANCEL IS NUMERIC
                MOVE DM-DATA-CANCEL
                  TO WS-EX-DATA-CANCEL (WS-QTD-EXPURGOS)
            ELSE
                MOVE ZERO TO WS-EX-DATA-CANCEL (WS-QTD-EXPURGOS)
            END-IF
            IF WS-EX-DATA-CANCEL (WS-QTD-EXPURGOS) = ZERO
                MOVE 'CANCELADO SEM DATA VALIDA'
                  TO WS-EX-MOTIVO (WS-QTD-EXPURGOS)
                SET HA-ATENCAO TO TRUE
            END-IF
            .
       P210-EXIT.
            EXIT.

       P300-VARRE-EMPRESTIMOS.
      *    A loan holds its client back until LOANSTAT shows it paid
      *    off - a loan PAYPOST has not taken on yet is still owed.
            MOVE 'N' TO WS-EOF-SW
            PERFORM P310-TRATA-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            .

       P310-TRATA-EMPRESTIMO.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    PERFORM P320-CONFERE-EMPRESTIMO THRU P320-EXIT
            END-READ
            .

       P320-CONFERE-EMPRESTIMO.
            SEARCH ALL WS-EX-ITEM
                AT END
                    GO TO P320-EXIT
                WHEN WS-EX-ID-CLIENTE (WS-EX-IDX) = LN-ID-CLIENTE
                    CONTINUE
            END-SEARCH
            IF HA-SITUACAO
                MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
                READ LOANSTAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LS-QUITADO
                            GO TO P320-EXIT
                        END-IF
                END-READ
            END-IF
            ADD 1 TO WS-CNT-EMPRESTIMOS
            IF WS-EX-MOTIVO (WS-EX-IDX) = SPACES
                MOVE 'EMPRESTIMO EM ABERTO'
                  TO WS-EX-MOTIVO (WS-EX-IDX)
            END-IF
            .
       P320-EXIT.
            EXIT.

       P400-VARRE-SUSPENSOS.
      *    Only an open item holds the client back - a closed or
      *    resubmitted one is history.
            IF HA-SUSPENSOS
                MOVE 'N' TO WS-EOF-SW
                PERFORM P410-TRATA-SUSPENSO UNTIL FIM-DO-ARQUIVO
            END-IF
            .

       P410-TRATA-SUSPENSO.
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
                        PERFORM P420-CONFERE-SUSPENSO THRU P420-EXIT
                    END-IF
            END-READ
            .

       P420-CONFERE-SUSPENSO.
            SEARCH ALL WS-EX-ITEM
                AT END
                    GO TO P420-EXIT
                WHEN WS-EX-ID-CLIENTE (WS-EX-IDX) = SP-ID-CLIENTE
                    CONTINUE
            END-SEARCH
            ADD 1 TO WS-CNT-SUSPENSOS
            IF WS-EX-MOTIVO (WS-EX-IDX) = SPACES
                MOVE 'ITEM DE SUSPENSO EM ABERTO'
                  TO WS-EX-MOTIVO (WS-EX-IDX)
            END-IF
            .
       P420-EXIT.
            EXIT.

       P450-CONFERE-AVISOS.
            IF HA-AVISOS
                PERFORM P460-CONFERE-AVISO
                    VARYING WS-IDX-TAB FROM 1 BY 1
                    UNTIL WS-IDX-TAB GREATER WS-QTD-EXPURGOS
            END-IF
            .

       P460-CONFERE-AVISO.
            MOVE WS-EX-ID-CLIENTE (WS-IDX-TAB) TO WO-ID-CLIENTE
            READ WRNVSAM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-AVISOS
                    IF WS-EX-MOTIVO (WS-IDX-TAB) = SPACES
                        MOVE 'AVISO PENDENTE NO WRNVSAM'
                          TO WS-EX-MOTIVO (WS-IDX-TAB)
                    END-IF
            END-READ
            .

       P500-MASCARA-NOMES.
      *    First pass over NAMEIDX: read only. The archive record is
      *    written before anything is removed, so it needs the
      *    masked name of every candidate ahead of the deletes.
            IF HA-NOMES
                MOVE 'N' TO WS-EOF-SW
                MOVE LOW-VALUES TO NM-NOME
                START NAMEIDX KEY IS NOT LESS THAN NM-NOME
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P510-TRATA-NOME UNTIL FIM-DO-ARQUIVO
            END-IF
            .

       P510-TRATA-NOME.
            READ NAMEIDX NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT NAMEIDX-OK
                        DISPLAY 'ERRO LEITURA NAMEIDX: '
                           WS-NAMEIDX-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    PERFORM P520-GUARDA-NOME THRU P520-EXIT
            END-READ
            .

       P520-GUARDA-NOME.
            SEARCH ALL WS-EX-ITEM
                AT END
                    GO TO P520-EXIT
                WHEN WS-EX-ID-CLIENTE (WS-EX-IDX) = NM-ID-CLIENTE
                    CONTINUE
            END-SEARCH
            ADD 1 TO WS-EX-QTD-NOMES (WS-EX-IDX)
            IF WS-EX-NOME-MASCARADO (WS-EX-IDX) = SPACES
                PERFORM P550-MASCARA-NOME
                MOVE WS-NOME-MASCARA
                  TO WS-EX-NOME-MASCARADO (WS-EX-IDX)
            END-IF
            .
       P520-EXIT.
            EXIT.

       P550-MASCARA-NOME.
      *    NM-NOME in, the masked name out in WS-NOME-MASCARA.
            MOVE NM-NOME TO WS-NOME-ORIGEM
            MOVE SPACES  TO WS-NOME-MASCARA
            SET INICIO-DE-PALAVRA TO TRUE
            PERFORM P560-MASCARA-CARACTER
                VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS GREATER 20
            .

       P560-MASCARA-CARACTER.
            IF WS-NO-CARACTER (WS-POS) = SPACE
                SET INICIO-DE-PALAVRA TO TRUE
            ELSE
                IF INICIO-DE-PALAVRA
                    MOVE WS-NO-CARACTER (WS-POS)
                      TO WS-NM-CARACTER (WS-POS)
                    MOVE 'N' TO WS-INICIO-SW
                ELSE
                    MOVE '*' TO WS-NM-CARACTER (WS-POS)
                END-IF
            END-IF
            .

       P600-EXPURGA-CLIENTE.
      *    Archive, journal, delete - in that order, so a run that
      *    dies half-way never leaves a removal without its archive
      *    record or its journal entry. The master is read again
      *    first: if it is no longer the record the sweep saw
      *    (reinstated or changed since), the client stays.
            IF WS-EX-MOTIVO (WS-IDX-TAB) = SPACES
                PERFORM P610-CONFERE-MESTRE
            END-IF
            MOVE WS-EX-ID-CLIENTE (WS-IDX-TAB)     TO RD-ID-CLIENTE
            MOVE WS-EX-DATA-CANCEL (WS-IDX-TAB)    TO RD-DATA-CANCEL
            MOVE WS-EX-NOME-MASCARADO (WS-IDX-TAB) TO RD-NOME
            IF WS-EX-MOTIVO (WS-IDX-TAB) NOT = SPACES
                SET EX-RETIDO (WS-IDX-TAB) TO TRUE
                ADD 1 TO WS-CNT-RETIDOS
                MOVE 'RETIDO' TO RD-SITUACAO
                MOVE WS-EX-MOTIVO (WS-IDX-TAB) TO RD-MOTIVO
            ELSE
                PERFORM P620-ARQUIVA-CLIENTE
                PERFORM P720-GRAVA-JORNAL
                DELETE DEMOFILE
                    INVALID KEY
                        DISPLAY 'ERRO EXCLUINDO DEMOFILE '
                           DM-ID-CLIENTE ': ' WS-DEMOFILE-STATUS
                        PERFORM P050-ABORTA
                END-DELETE
                SET EX-EXPURGADO (WS-IDX-TAB) TO TRUE
                ADD 1 TO WS-CNT-EXPURGADOS
                MOVE 'EXPURGADO' TO RD-SITUACAO
                MOVE SPACES TO RD-MOTIVO
            END-IF
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P610-CONFERE-MESTRE.
            MOVE WS-EX-ID-CLIENTE (WS-IDX-TAB) TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    MOVE 'MASTER ALTERADO NA RODADA'
                      TO WS-EX-MOTIVO (WS-IDX-TAB)
                    SET HA-ATENCAO TO TRUE
                NOT INVALID KEY
                    IF DM-REGISTRO NOT = WS-EX-MESTRE (WS-IDX-TAB)
                        MOVE 'MASTER ALTERADO NA RODADA'
                          TO WS-EX-MOTIVO (WS-IDX-TAB)
                        SET HA-ATENCAO TO TRUE
                    END-IF
            END-READ
            .

       P620-ARQUIVA-CLIENTE.
            ACCEPT WS-TS-HORA FROM TIME
            MOVE DM-ID-CLIENTE     TO XC-ID-CLIENTE
            MOVE WS-EX-NOME-MASCARADO (WS-IDX-TAB)
              TO XC-NOME-MASCARADO
            MOVE WS-EX-QTD-NOMES (WS-IDX-TAB) TO XC-QTD-NOMES
            MOVE WS-EX-DATA-CANCEL (WS-IDX-TAB) TO XC-DATA-CANCEL
            MOVE WS-TS-DATA        TO XC-DATA-EXPURGO
            MOVE WS-TS-HORA        TO XC-HORA-EXPURGO
            MOVE DM-REGISTRO       TO XC-MESTRE
            WRITE XC-REGISTRO
            IF NOT CLIARQ-OK
                DISPLAY 'ERRO GRAVANDO CLIARQ ' XC-ID-CLIENTE ': '
                   WS-CLIARQ-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P700-REMOVE-NOMES.
      *    Second pass over NAMEIDX, after the masters are gone:
      *    the entries of every id removed go with it.
            IF HA-NOMES AND WS-CNT-EXPURGADOS GREATER ZERO
                MOVE 'N' TO WS-EOF-SW
                MOVE LOW-VALUES TO NM-NOME
                START NAMEIDX KEY IS NOT LESS THAN NM-NOME
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P710-REMOVE-NOME UNTIL FIM-DO-ARQUIVO
            END-IF
            .

       P710-REMOVE-NOME.
            READ NAMEIDX NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT NAMEIDX-OK
                        DISPLAY 'ERRO LEITURA NAMEIDX: '
                           WS-NAMEIDX-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    PERFORM P715-CONFERE-NOME THRU P715-EXIT
            END-READ
            .

       P715-CONFERE-NOME.
            SEARCH ALL WS-EX-ITEM
                AT END
                    GO TO P715-EXIT
                WHEN WS-EX-ID-CLIENTE (WS-EX-IDX) = NM-ID-CLIENTE
                    CONTINUE
            END-SEARCH
            IF NOT EX-EXPURGADO (WS-EX-IDX)
                GO TO P715-EXIT
            END-IF
            PERFORM P550-MASCARA-NOME
            DELETE NAMEIDX
                INVALID KEY
                    DISPLAY 'ERRO EXCLUINDO NAMEIDX: '
                       WS-NAMEIDX-STATUS
                    PERFORM P050-ABORTA
            END-DELETE
            ADD 1 TO WS-CNT-NOMES
            PERFORM P730-GRAVA-REMOCAO
            .
       P715-EXIT.
            EXIT.

       P720-GRAVA-JORNAL.
      *    An ordinary exclusion, same shape as DEMOMNT's: the master
      *    as it stood before, nothing after.
            ACCEPT WS-TS-HORA FROM TIME
            MOVE 'CLIPURGE'    TO JN-PROGRAMA
            SET JN-EXCLUSAO    TO TRUE
            MOVE DM-ID-CLIENTE TO JN-ID-CLIENTE
            MOVE WS-TS-DATA    TO JN-DATA
            MOVE WS-TS-HORA    TO JN-HORA
            MOVE DM-REGISTRO   TO JN-ANTES
            MOVE SPACES        TO JN-DEPOIS
            MOVE SPACES        TO JN-USUARIO
            MOVE SPACES        TO JN-TERMINAL
            WRITE JN-REGISTRO
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO GRAVACAO JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-JORNAL
            .

       P730-GRAVA-REMOCAO.
      *    Trail record of a NAMEIDX entry removed - the masked name
      *    before, no owner after.
            ACCEPT WS-TS-HORA FROM TIME
            MOVE 'NM'            TO IJ-ARQUIVO
            MOVE WS-NOME-MASCARA TO IJ-CHAVE
            MOVE 'NM'            TO IJ-ARQUIVO-DESTINO
            MOVE ZERO            TO IJ-ID-DESTINO
            MOVE 'EXPURGADO'     TO IJ-NOTA
            MOVE 'CLIPURGE'      TO JN-PROGRAMA
            SET JN-TRANSFERENCIA TO TRUE
            MOVE NM-ID-CLIENTE   TO JN-ID-CLIENTE
            MOVE WS-TS-DATA      TO JN-DATA
            MOVE WS-TS-HORA      TO JN-HORA
            MOVE WS-IJ-ANTES     TO JN-ANTES
            MOVE WS-IJ-DEPOIS    TO JN-DEPOIS
            MOVE SPACES          TO JN-USUARIO
            MOVE SPACES          TO JN-TERMINAL
            WRITE JN-REGISTRO
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO GRAVACAO JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-JORNAL
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MASTERS LIDOS ............: ' TO RT-ROTULO
            MOVE WS-CNT-LIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CANCELADOS NO EXPURGO ....: ' TO RT-ROTULO
            MOVE WS-CNT-CANDIDATOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CLIENTES EXPURGADOS ......: ' TO RT-ROTULO
            MOVE WS-CNT-EXPURGADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CLIENTES RETIDOS .........: ' TO RT-ROTULO
            MOVE WS-CNT-RETIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EMPRESTIMOS EM ABERTO ....: ' TO RT-ROTULO
            MOVE WS-CNT-EMPRESTIMOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'AVISOS PENDENTES .........: ' TO RT-ROTULO
            MOVE WS-CNT-AVISOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'SUSPENSOS EM ABERTO ......: ' TO RT-ROTULO
            MOVE WS-CNT-SUSPENSOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'NOMES REMOVIDOS ..........: ' TO RT-ROTULO
            MOVE WS-CNT-NOMES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'REGISTROS DE JORNAL ......: ' TO RT-ROTULO
            MOVE WS-CNT-JORNAL TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY '========================================'
            DISPLAY 'CLIPURGE - EXPURGO DE CLIENTES CANCELADOS'
            DISPLAY 'CANCELADOS ANTES DE ......: ' WS-DATA-LIMITE
            DISPLAY 'MASTERS LIDOS ............: ' WS-CNT-LIDOS
            DISPLAY 'CLIENTES EXPURGADOS ......: ' WS-CNT-EXPURGADOS
            DISPLAY 'CLIENTES RETIDOS .........: ' WS-CNT-RETIDOS
            DISPLAY 'REGISTROS DE JORNAL ......: ' WS-CNT-JORNAL
            DISPLAY '========================================'
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            CLOSE DEMOFILE
            IF HA-AVISOS
                CLOSE WRNVSAM
            END-IF
            IF HA-NOMES
                CLOSE NAMEIDX
            END-IF
            CLOSE LOANFILE
            IF HA-SITUACAO
                CLOSE LOANSTAT
            END-IF
            IF HA-SUSPENSOS
                CLOSE SUSPFILE
            END-IF
            CLOSE CLIARQ
            CLOSE JRNFILE
            CLOSE PRGLIST
            IF HA-ATENCAO
                DISPLAY 'CLIPURGE - HA CLIENTES RETIDOS A VERIFICAR, '
                   'VER PRGLIST.'
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM CLIPURGE.
