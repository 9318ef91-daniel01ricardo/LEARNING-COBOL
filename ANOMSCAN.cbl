      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly anomaly scan over the AUDHIST decision archive,
      *          with the CPYIFJN change journal as second source. The
      *          edit judges each transaction alone, so a pattern that
      *          builds across days goes unseen until someone happens
      *          to notice; this run applies three rules over a window
      *          of days back from the run date, each one tuned (or
      *          switched off with zero) on the ANOPARM card:
      *            R1 - DM-LINHA changed at least n times in the
      *                 window (journal changes whose before and
      *                 after images differ in DM-LINHA);
      *            R2 - the same reject reason from the same AU-ORIGEM
      *                 desk on at least n different nights in the
      *                 window (AUDHIST);
      *            R3 - a cancel in the window that lands at most n
      *                 days after the client's inclusion (journal).
      *          Days are counted 30/360, as WRNAGING counts them.
      *          ANOLIST lists every flagged client with the rules it
      *          hit, the journal changes behind R1/R3 and the AUDHIST
      *          decisions that triggered - the R2 rejects, and the
      *          client's decisions on the days of the R1/R3 changes,
      *          which carry the desk. Every flagged client is also
      *          marked on the REVVSAM KSDS (CPYIFRV), reloaded each
      *          run, for CICPGM4's review flag. The journal is read
      *          first into a table, with the same loud-abort sizing
      *          as the other in-memory tables; AUDHIST is swept end
      *          to end in key order, one client at a time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOMSCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOPARM ASSIGN TO "ANOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOPARM-STATUS.
           SELECT AUDHIST ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT REVVSAM ASSIGN TO "REVVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-ID-CLIENTE
               FILE STATUS IS WS-REVVSAM-STATUS.
           SELECT ANOLIST ASSIGN TO "ANOLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANOPARM.
       01  AN-REGISTRO.
           03 AN-JANELA-DIAS           PIC 9(03).
           03 AN-MAX-LINHA             PIC 99.
           03 AN-MIN-NOITES            PIC 99.
           03 AN-DIAS-CANCEL           PIC 9(03).
       FD  AUDHIST.
       01  AH-REGISTRO.
           03 AH-CHAVE.
              05 AH-ID-CLIENTE         PIC 9(06).
              05 AH-DATA               PIC 9(08).
              05 AH-HORA               PIC 9(08).
              05 AH-SEQ                PIC 9(04).
           03 AH-DADOS.
              05 AH-STATUS             PIC 9.
              05 AH-LINHA              PIC 99.
              05 AH-CODIGO             PIC 9.
              05 AH-CAMPO              PIC 99.
              05 AH-DADO               PIC 99.
              05 AH-DISPOSICAO         PIC X.
                 88 AH-REJEITADO       VALUE 'R'.
              05 AH-RAZAO              PIC 99.
              05 AH-ORIGEM             PIC XX.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  REVVSAM.
           COPY CPYIFRV.
       FD  ANOLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-ANOPARM-STATUS        PIC XX.
              88 ANOPARM-OK            VALUE '00'.
           03 WS-AUDHIST-STATUS        PIC XX.
              88 AUDHIST-OK            VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-REVVSAM-STATUS        PIC XX.
              88 REVVSAM-OK            VALUE '00'.
           03 WS-ANOLIST-STATUS        PIC XX.
              88 ANOLIST-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-R1-SW                 PIC X       VALUE 'N'.
              88 HA-R1                 VALUE 'S'.
           03 WS-R2-SW                 PIC X       VALUE 'N'.
              88 HA-R2                 VALUE 'S'.
           03 WS-R3-SW                 PIC X       VALUE 'N'.
              88 HA-R3                 VALUE 'S'.
           03 WS-INCLUSAO-SW           PIC X       VALUE 'N'.
              88 HA-INCLUSAO           VALUE 'S'.
       01 WS-REGRAS.
      *    Defaults when there is no ANOPARM card: two weeks, five
      *    changes of DM-LINHA, five nights of the same reject, a
      *    cancel within thirty days of the inclusion.
           03 WS-JANELA-DIAS           PIC 9(03)   VALUE 14.
           03 WS-MAX-LINHA             PIC 99      VALUE 5.
           03 WS-MIN-NOITES            PIC 99      VALUE 5.
           03 WS-DIAS-CANCEL           PIC 9(03)   VALUE 30.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-DATAS.
           03 WS-DATA-CALC             PIC 9(08).
           03 FILLER REDEFINES WS-DATA-CALC.
              05 WS-DC-ANO             PIC 9(04).
              05 WS-DC-MES             PIC 99.
              05 WS-DC-DIA             PIC 99.
           03 WS-DN                    PIC 9(07)   VALUE ZERO.
           03 WS-DN-HOJE               PIC 9(07)   VALUE ZERO.
           03 WS-DN-INCLUSAO           PIC 9(07)   VALUE ZERO.
           03 WS-DIAS                  PIC S9(05)  VALUE ZERO.
      *    Enough of a master image to read DM-LINHA and the state
      *    off the journal's before and after images.
       01 WS-IMAGEM-ANTES.
           03 WS-IA-ID-CLIENTE         PIC 9(06).
           03 WS-IA-STATUS             PIC X.
           03 WS-IA-LINHA              PIC XX.
           03 FILLER                   PIC X(05).
           03 WS-IA-SITUACAO           PIC X.
              88 IA-CANCELADO          VALUE 'C'.
           03 FILLER                   PIC X(08).
       01 WS-IMAGEM-DEPOIS.
           03 WS-ID-ID-CLIENTE         PIC 9(06).
           03 WS-ID-STATUS             PIC X.
           03 WS-ID-LINHA              PIC XX.
           03 FILLER                   PIC X(05).
           03 WS-ID-SITUACAO           PIC X.
              88 ID-CANCELADO          VALUE 'C'.
           03 FILLER                   PIC X(08).
       01 WS-TAB-EVENTOS.
      *    The journal changes that matter to R1 and R3, in journal
      *    order: 'L' DM-LINHA changed, 'I' inclusion, 'C' cancel.
           03 WS-MAX-EVENTOS           PIC 9(04)   VALUE 5000.
           03 WS-QTD-EVENTOS           PIC 9(04)   VALUE ZERO.
           03 WS-IDX-EV                PIC 9(04)   VALUE ZERO.
           03 WS-IDX-EV2               PIC 9(04)   VALUE ZERO.
           03 WS-IDX-INCLUSAO          PIC 9(04)   VALUE ZERO.
           03 WS-EV-ITEM OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-QTD-EVENTOS.
              05 WS-EV-ID-CLIENTE      PIC 9(06).
              05 WS-EV-DATA            PIC 9(08).
              05 WS-EV-HORA            PIC 9(08).
              05 WS-EV-DN              PIC 9(07).
              05 WS-EV-TIPO            PIC X.
                 88 EV-LINHA           VALUE 'L'.
                 88 EV-INCLUSAO        VALUE 'I'.
                 88 EV-CANCEL          VALUE 'C'.
              05 WS-EV-PROGRAMA        PIC X(08).
              05 WS-EV-USUARIO         PIC X(08).
              05 WS-EV-LINHA-ANTES     PIC XX.
              05 WS-EV-LINHA-DEPOIS    PIC XX.
              05 WS-EV-VISTO           PIC X.
                 88 EV-VISTO           VALUE 'S'.
              05 WS-EV-GATILHO         PIC X.
                 88 EV-GATILHO         VALUE 'S'.
       01 WS-TAB-JORNAL.
      *    Clients the journal rules flagged, found again from the
      *    AUDHIST sweep; the ones never met there are listed last.
           03 WS-MAX-JORNAL            PIC 9(04)   VALUE 1000.
           03 WS-QTD-JORNAL            PIC 9(04)   VALUE ZERO.
           03 WS-IDX-JN                PIC 9(04)   VALUE ZERO.
           03 WS-JN-ITEM OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-QTD-JORNAL
                         INDEXED BY WS-JN-IDX.
              05 WS-JN-ID-CLIENTE      PIC 9(06).
              05 WS-JN-R1              PIC X.
              05 WS-JN-QTD-LINHA       PIC 9(03).
              05 WS-JN-R3              PIC X.
              05 WS-JN-DIAS-CANCEL     PIC 9(03).
              05 WS-JN-LISTADO         PIC X.
                 88 JN-LISTADO         VALUE 'S'.
       01 WS-CLIENTE.
      *    The AUDHIST client being swept - its decisions in the
      *    window and its rejects by reason and desk.
           03 WS-ID-CLIENTE            PIC 9(06)   VALUE ZERO.
           03 WS-QTD-LINHA             PIC 9(03)   VALUE ZERO.
           03 WS-MENOR-DIAS-CANCEL     PIC 9(03)   VALUE ZERO.
           03 WS-QTD-DECISOES          PIC 99      VALUE ZERO.
           03 WS-DECISOES-FORA         PIC 9(05)   VALUE ZERO.
           03 WS-QTD-GATILHOS          PIC 9(04)   VALUE ZERO.
           03 WS-IDX-DC                PIC 99      VALUE ZERO.
           03 WS-DC-ITEM OCCURS 50 TIMES.
              05 WS-DC-DATA            PIC 9(08).
              05 WS-DC-HORA            PIC 9(08).
              05 WS-DC-DISPOSICAO      PIC X.
              05 WS-DC-RAZAO           PIC 99.
              05 WS-DC-ORIGEM          PIC XX.
           03 WS-QTD-COMBOS            PIC 99      VALUE ZERO.
           03 WS-IDX-CB                PIC 99      VALUE ZERO.
           03 WS-CB-ITEM OCCURS 20 TIMES
                         INDEXED BY WS-CB-IDX.
              05 WS-CB-RAZAO           PIC 99.
              05 WS-CB-ORIGEM          PIC XX.
              05 WS-CB-ULT-DATA        PIC 9(08).
              05 WS-CB-NOITES          PIC 99.
              05 WS-CB-GATILHO         PIC X.
                 88 CB-GATILHO         VALUE 'S'.
           03 WS-ORIGEM-MARCA          PIC XX      VALUE SPACES.
       01 WS-ETIQUETA.
           03 WS-ET-R1                 PIC X(03).
           03 WS-ET-R2                 PIC X(03).
           03 WS-ET-R3                 PIC XX.
       01 WS-CONTADORES.
           03 WS-CNT-JORNAL            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AUDHIST           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NA-JANELA         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-CLIENTES          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-R1                PIC 9(07)   VALUE ZERO.
           03 WS-CNT-R2                PIC 9(07)   VALUE ZERO.
           03 WS-CNT-R3                PIC 9(07)   VALUE ZERO.
           03 WS-CNT-MARCADOS          PIC 9(07)   VALUE ZERO.
       01 WS-PAGINACAO.
           03 WS-LINHAS-NA-PAGINA      PIC 99      VALUE 99.
           03 WS-LINHAS-POR-PAGINA     PIC 99      VALUE 55.
           03 WS-PAGINA                PIC 9(04)   VALUE ZERO.
           03 WS-LINHA-SALVA           PIC X(80)   VALUE SPACES.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1.
              05 FILLER                PIC X(44)   VALUE
                 'ANOMSCAN - PADROES ATIPICOS DE TRANSACAO'.
              05 FILLER                PIC X(22)   VALUE SPACES.
              05 FILLER                PIC X(07)   VALUE 'PAGINA '.
              05 RC-PAGINA             PIC 9(04).
              05 FILLER                PIC X(03)   VALUE SPACES.
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(07)   VALUE 'JANELA '.
              05 RC-JANELA             PIC 9(03).
              05 FILLER                PIC X(10)   VALUE
                 ' DIAS ATE '.
              05 RC-DATA               PIC 9(08).
              05 FILLER                PIC X(11)   VALUE
                 '  R1 LINHA '.
              05 RC-MAX-LINHA          PIC 99.
              05 FILLER                PIC X(12)   VALUE
                 '  R2 NOITES '.
              05 RC-MIN-NOITES         PIC 99.
              05 FILLER                PIC X(11)   VALUE
                 '  R3 DIAS '.
              05 RC-DIAS-CANCEL        PIC 9(03).
              05 FILLER                PIC X(11)   VALUE SPACES.
           03 WS-LIN-CLIENTE.
              05 FILLER                PIC X(08)   VALUE 'CLIENTE '.
              05 RL-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(10)   VALUE
                 '  REGRAS: '.
              05 RL-REGRAS             PIC X(08).
              05 FILLER                PIC X(48)   VALUE SPACES.
           03 WS-LIN-R1.
              05 FILLER                PIC X(25)   VALUE
                 '  R1 - DM-LINHA ALTERADA '.
              05 R1-QTD                PIC 9(03).
              05 FILLER                PIC X(10)   VALUE
                 ' VEZES EM '.
              05 R1-JANELA             PIC 9(03).
              05 FILLER                PIC X(05)   VALUE ' DIAS'.
              05 FILLER                PIC X(34)   VALUE SPACES.
           03 WS-LIN-R2.
              05 FILLER                PIC X(13)   VALUE
                 '  R2 - RAZAO '.
              05 R2-RAZAO              PIC 99.
              05 FILLER                PIC X(11)   VALUE
                 ' DA ORIGEM '.
              05 R2-ORIGEM             PIC XX.
              05 FILLER                PIC X(14)   VALUE
                 ' REJEITADA EM '.
              05 R2-NOITES             PIC 99.
              05 FILLER                PIC X(07)   VALUE ' NOITES'.
              05 FILLER                PIC X(29)   VALUE SPACES.
           03 WS-LIN-R3.
              05 FILLER                PIC X(17)   VALUE
                 '  R3 - CANCELADO '.
              05 R3-DIAS               PIC 9(03).
              05 FILLER                PIC X(21)   VALUE
                 ' DIAS APOS A INCLUSAO'.
              05 FILLER                PIC X(39)   VALUE SPACES.
           03 WS-LIN-EVENTO.
              05 FILLER                PIC X(08)   VALUE '    JRN '.
              05 RE-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-HORA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-PROGRAMA           PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-USUARIO            PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RE-TIPO               PIC X(09).
              05 FILLER                PIC X(07)   VALUE ' LINHA '.
              05 RE-LINHA-ANTES        PIC XX.
              05 FILLER                PIC X(04)   VALUE ' -> '.
              05 RE-LINHA-DEPOIS       PIC XX.
              05 FILLER                PIC X(12)   VALUE SPACES.
           03 WS-LIN-DECISAO.
              05 FILLER                PIC X(08)   VALUE '    DEC '.
              05 RD-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-HORA               PIC 9(08).
              05 FILLER                PIC X(06)   VALUE ' DISP '.
              05 RD-DISPOSICAO         PIC X.
              05 FILLER                PIC X(07)   VALUE ' RAZAO '.
              05 RD-RAZAO              PIC 99.
              05 FILLER                PIC X(08)   VALUE ' ORIGEM '.
              05 RD-ORIGEM             PIC XX.
              05 FILLER                PIC X(07)   VALUE ' REGRA '.
              05 RD-REGRAS             PIC X(08).
              05 FILLER                PIC X(14)   VALUE SPACES.
           03 WS-LIN-TEXTO.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RX-TEXTO              PIC X(60).
              05 RX-VALOR              PIC 9(05).
              05 FILLER                PIC X(11)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-LE-JORNAL UNTIL FIM-DO-ARQUIVO
            PERFORM P300-REGRAS-JORNAL THRU P300-EXIT
                VARYING WS-IDX-EV FROM 1 BY 1
                UNTIL WS-IDX-EV GREATER WS-QTD-EVENTOS
            PERFORM P400-VARRE-AUDHIST
            PERFORM P580-SO-JORNAL
                VARYING WS-IDX-JN FROM 1 BY 1
                UNTIL WS-IDX-JN GREATER WS-QTD-JORNAL
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "ANOMSCAN ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            OPEN INPUT ANOPARM
            IF ANOPARM-OK
                READ ANOPARM
                    AT END
                        DISPLAY 'ANOPARM VAZIO, USANDO DEFAULTS.'
                    NOT AT END
                        PERFORM P110-VALIDA-PARAMETROS
                END-READ
                CLOSE ANOPARM
            ELSE
                DISPLAY 'ANOPARM NAO ENCONTRADO, USANDO DEFAULTS.'
            END-IF
            MOVE WS-TS-DATA TO WS-DATA-CALC
            PERFORM P800-DIA-NUMERO
            MOVE WS-DN TO WS-DN-HOJE
            OPEN INPUT JRNFILE
            IF NOT JRNFILE-OK
                DISPLAY 'ERRO ABERTURA JRNFILE: ' WS-JRNFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN INPUT AUDHIST
            IF NOT AUDHIST-OK
                DISPLAY 'ERRO ABERTURA AUDHIST: ' WS-AUDHIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT REVVSAM
            IF NOT REVVSAM-OK
                DISPLAY 'ERRO ABERTURA REVVSAM: ' WS-REVVSAM-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT ANOLIST
            IF NOT ANOLIST-OK
                DISPLAY 'ERRO ABERTURA ANOLIST: ' WS-ANOLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-JANELA-DIAS TO RC-JANELA
            MOVE WS-TS-DATA     TO RC-DATA
            MOVE WS-MAX-LINHA   TO RC-MAX-LINHA
            MOVE WS-MIN-NOITES  TO RC-MIN-NOITES
            MOVE WS-DIAS-CANCEL TO RC-DIAS-CANCEL
            .

       P110-VALIDA-PARAMETROS.
      *    A rule set to zero is switched off; the window is not.
            IF AN-JANELA-DIAS NOT NUMERIC
             OR AN-MAX-LINHA NOT NUMERIC
             OR AN-MIN-NOITES NOT NUMERIC
             OR AN-DIAS-CANCEL NOT NUMERIC
             OR AN-JANELA-DIAS = ZERO
                DISPLAY 'ANOPARM INVALIDO: ' AN-REGISTRO
                PERFORM P050-ABORTA
            END-IF
            MOVE AN-JANELA-DIAS TO WS-JANELA-DIAS
            MOVE AN-MAX-LINHA   TO WS-MAX-LINHA
            MOVE AN-MIN-NOITES  TO WS-MIN-NOITES
            MOVE AN-DIAS-CANCEL TO WS-DIAS-CANCEL
            .

       P200-LE-JORNAL.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT JRNFILE-OK
                        DISPLAY 'ERRO LEITURA JRNFILE: '
                           WS-JRNFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-JORNAL
                    PERFORM P210-CLASSIFICA-JORNAL
                       THRU P210-EXIT
            END-READ
            .

       P210-CLASSIFICA-JORNAL.
      *    An inclusion may sit up to the R3 span before the window;
      *    anything older matters to no rule.
            IF NOT JN-INCLUSAO AND NOT JN-ALTERACAO
                GO TO P210-EXIT
            END-IF
            IF JN-DATA NOT NUMERIC
                GO TO P210-EXIT
            END-IF
            MOVE JN-DATA TO WS-DATA-CALC
            PERFORM P800-DIA-NUMERO
            COMPUTE WS-DIAS = WS-DN-HOJE - WS-DN
            IF WS-DIAS LESS ZERO
             OR WS-DIAS GREATER WS-JANELA-DIAS + WS-DIAS-CANCEL
                GO TO P210-EXIT
            END-IF
            MOVE JN-ANTES  TO WS-IMAGEM-ANTES
            MOVE JN-DEPOIS TO WS-IMAGEM-DEPOIS
            IF JN-INCLUSAO
                PERFORM P220-GUARDA-EVENTO
                SET EV-INCLUSAO (WS-QTD-EVENTOS) TO TRUE
                GO TO P210-EXIT
            END-IF
            IF WS-IA-LINHA NOT = WS-ID-LINHA
                PERFORM P220-GUARDA-EVENTO
                SET EV-LINHA (WS-QTD-EVENTOS) TO TRUE
            END-IF
            IF ID-CANCELADO AND NOT IA-CANCELADO
                PERFORM P220-GUARDA-EVENTO
                SET EV-CANCEL (WS-QTD-EVENTOS) TO TRUE
            END-IF
            .
       P210-EXIT.
            EXIT.

       P220-GUARDA-EVENTO.
            IF WS-QTD-EVENTOS NOT LESS WS-MAX-EVENTOS
                DISPLAY 'JRNFILE COM MAIS DE ' WS-MAX-EVENTOS
                   ' EVENTOS NO PERIODO - REDUZIR A JANELA.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-EVENTOS
            MOVE JN-ID-CLIENTE TO WS-EV-ID-CLIENTE (WS-QTD-EVENTOS)
            MOVE JN-DATA       TO WS-EV-DATA (WS-QTD-EVENTOS)
            MOVE JN-HORA       TO WS-EV-HORA (WS-QTD-EVENTOS)
            MOVE WS-DN         TO WS-EV-DN (WS-QTD-EVENTOS)
            MOVE JN-PROGRAMA   TO WS-EV-PROGRAMA (WS-QTD-EVENTOS)
            IF JN-USUARIO = SPACES
                MOVE '(LOTE)' TO WS-EV-USUARIO (WS-QTD-EVENTOS)
            ELSE
                MOVE JN-USUARIO TO WS-EV-USUARIO (WS-QTD-EVENTOS)
            END-IF
            MOVE WS-IA-LINHA   TO WS-EV-LINHA-ANTES (WS-QTD-EVENTOS)
            MOVE WS-ID-LINHA   TO WS-EV-LINHA-DEPOIS (WS-QTD-EVENTOS)
            MOVE 'N'           TO WS-EV-VISTO (WS-QTD-EVENTOS)
            MOVE 'N'           TO WS-EV-GATILHO (WS-QTD-EVENTOS)
            .

       P300-REGRAS-JORNAL.
      *    Each client once, at its first event: R1 and R3 over all
      *    of its events, which sit in journal (time) order.
            IF EV-VISTO (WS-IDX-EV)
                GO TO P300-EXIT
            END-IF
            MOVE WS-EV-ID-CLIENTE (WS-IDX-EV) TO WS-ID-CLIENTE
            MOVE ZERO TO WS-QTD-LINHA
            MOVE ZERO TO WS-MENOR-DIAS-CANCEL
            MOVE 'N' TO WS-R1-SW
            MOVE 'N' TO WS-R3-SW
            MOVE 'N' TO WS-INCLUSAO-SW
            PERFORM P310-EVENTO-CLIENTE THRU P310-EXIT
                VARYING WS-IDX-EV2 FROM WS-IDX-EV BY 1
                UNTIL WS-IDX-EV2 GREATER WS-QTD-EVENTOS
            IF WS-MAX-LINHA GREATER ZERO
             AND WS-QTD-LINHA NOT LESS WS-MAX-LINHA
                SET HA-R1 TO TRUE
                PERFORM P320-MARCA-LINHA
                    VARYING WS-IDX-EV2 FROM WS-IDX-EV BY 1
                    UNTIL WS-IDX-EV2 GREATER WS-QTD-EVENTOS
            END-IF
            IF HA-R1 OR HA-R3
                PERFORM P330-GUARDA-CLIENTE-JORNAL
            END-IF
            .
       P300-EXIT.
            EXIT.

       P310-EVENTO-CLIENTE.
            IF WS-EV-ID-CLIENTE (WS-IDX-EV2) NOT = WS-ID-CLIENTE
                GO TO P310-EXIT
            END-IF
            SET EV-VISTO (WS-IDX-EV2) TO TRUE
            COMPUTE WS-DIAS = WS-DN-HOJE - WS-EV-DN (WS-IDX-EV2)
            EVALUATE TRUE
                WHEN EV-INCLUSAO (WS-IDX-EV2)
                    SET HA-INCLUSAO TO TRUE
                    MOVE WS-EV-DN (WS-IDX-EV2) TO WS-DN-INCLUSAO
                    MOVE WS-IDX-EV2 TO WS-IDX-INCLUSAO
                WHEN EV-LINHA (WS-IDX-EV2)
                    IF WS-DIAS NOT GREATER WS-JANELA-DIAS
                        ADD 1 TO WS-QTD-LINHA
                    END-IF
                WHEN EV-CANCEL (WS-IDX-EV2)
                    IF HA-INCLUSAO
                     AND WS-DIAS-CANCEL GREATER ZERO
                     AND WS-DIAS NOT GREATER WS-JANELA-DIAS
                        PERFORM P315-CANCEL-APOS-INCLUSAO
                    END-IF
            END-EVALUATE
            .
       P310-EXIT.
            EXIT.

       P315-CANCEL-APOS-INCLUSAO.
            COMPUTE WS-DIAS = WS-EV-DN (WS-IDX-EV2) - WS-DN-INCLUSAO
            IF WS-DIAS NOT GREATER WS-DIAS-CANCEL
                IF NOT HA-R3
                 OR WS-DIAS LESS WS-MENOR-DIAS-CANCEL
                    MOVE WS-DIAS TO WS-MENOR-DIAS-CANCEL
                END-IF
                SET HA-R3 TO TRUE
                SET EV-GATILHO (WS-IDX-EV2) TO TRUE
                SET EV-GATILHO (WS-IDX-INCLUSAO) TO TRUE
            END-IF
            .

       P320-MARCA-LINHA.
            IF WS-EV-ID-CLIENTE (WS-IDX-EV2) = WS-ID-CLIENTE
             AND EV-LINHA (WS-IDX-EV2)
             AND WS-DN-HOJE - WS-EV-DN (WS-IDX-EV2)
                 NOT GREATER WS-JANELA-DIAS
                SET EV-GATILHO (WS-IDX-EV2) TO TRUE
            END-IF
            .

       P330-GUARDA-CLIENTE-JORNAL.
            IF WS-QTD-JORNAL NOT LESS WS-MAX-JORNAL
                DISPLAY 'MAIS DE ' WS-MAX-JORNAL
                   ' CLIENTES SINALIZADOS PELO JORNAL.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-JORNAL
            MOVE WS-ID-CLIENTE TO WS-JN-ID-CLIENTE (WS-QTD-JORNAL)
            MOVE WS-R1-SW      TO WS-JN-R1 (WS-QTD-JORNAL)
            MOVE WS-QTD-LINHA  TO WS-JN-QTD-LINHA (WS-QTD-JORNAL)
            MOVE WS-R3-SW      TO WS-JN-R3 (WS-QTD-JORNAL)
            MOVE WS-MENOR-DIAS-CANCEL
              TO WS-JN-DIAS-CANCEL (WS-QTD-JORNAL)
            MOVE 'N'           TO WS-JN-LISTADO (WS-QTD-JORNAL)
            .

       P400-VARRE-AUDHIST.
      *    The whole archive in key order - client by client, each
      *    client's decisions oldest first.
            MOVE 'N' TO WS-EOF-SW
            MOVE ZERO TO AH-ID-CLIENTE
            MOVE ZERO TO AH-DATA
            MOVE ZERO TO AH-HORA
            MOVE ZERO TO AH-SEQ
            START AUDHIST KEY NOT LESS AH-CHAVE
                INVALID KEY
                    SET FIM-DO-ARQUIVO TO TRUE
            END-START
            MOVE ZERO TO WS-ID-CLIENTE
            PERFORM P410-LE-AUDHIST UNTIL FIM-DO-ARQUIVO
            IF WS-ID-CLIENTE NOT = ZERO
                PERFORM P500-FECHA-CLIENTE
            END-IF
            .

       P410-LE-AUDHIST.
            READ AUDHIST NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT AUDHIST-OK
                        DISPLAY 'ERRO LEITURA AUDHIST: '
                           WS-AUDHIST-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-AUDHIST
                    IF AH-ID-CLIENTE NOT = WS-ID-CLIENTE
                        IF WS-ID-CLIENTE NOT = ZERO
                            PERFORM P500-FECHA-CLIENTE
                        END-IF
                        PERFORM P420-ABRE-CLIENTE
                    END-IF
                    PERFORM P430-ACUMULA-DECISAO
                       THRU P430-EXIT
            END-READ
            .

       P420-ABRE-CLIENTE.
            MOVE AH-ID-CLIENTE TO WS-ID-CLIENTE
            ADD 1 TO WS-CNT-CLIENTES
            MOVE ZERO TO WS-QTD-DECISOES
            MOVE ZERO TO WS-DECISOES-FORA
            MOVE ZERO TO WS-QTD-COMBOS
            .

       P430-ACUMULA-DECISAO.
            MOVE AH-DATA TO WS-DATA-CALC
            PERFORM P800-DIA-NUMERO
            COMPUTE WS-DIAS = WS-DN-HOJE - WS-DN
            IF WS-DIAS LESS ZERO
             OR WS-DIAS GREATER WS-JANELA-DIAS
                GO TO P430-EXIT
            END-IF
            ADD 1 TO WS-CNT-NA-JANELA
            IF WS-QTD-DECISOES LESS 50
                ADD 1 TO WS-QTD-DECISOES
                MOVE AH-DATA       TO WS-DC-DATA (WS-QTD-DECISOES)
                MOVE AH-HORA       TO WS-DC-HORA (WS-QTD-DECISOES)
                MOVE AH-DISPOSICAO
                  TO WS-DC-DISPOSICAO (WS-QTD-DECISOES)
                MOVE AH-RAZAO      TO WS-DC-RAZAO (WS-QTD-DECISOES)
                MOVE AH-ORIGEM     TO WS-DC-ORIGEM (WS-QTD-DECISOES)
            ELSE
                ADD 1 TO WS-DECISOES-FORA
            END-IF
            IF AH-REJEITADO
                PERFORM P440-CONTA-NOITE
            END-IF
            .
       P430-EXIT.
            EXIT.

       P440-CONTA-NOITE.
      *    Decisions come oldest first, so a new night for a reason
      *    and desk is simply a date other than the last one seen.
            SET WS-CB-IDX TO 1
            SEARCH WS-CB-ITEM
                AT END
                    PERFORM P445-NOVO-COMBO
                WHEN WS-CB-IDX GREATER WS-QTD-COMBOS
                    PERFORM P445-NOVO-COMBO
                WHEN WS-CB-RAZAO (WS-CB-IDX) = AH-RAZAO
                 AND WS-CB-ORIGEM (WS-CB-IDX) = AH-ORIGEM
                    IF WS-CB-ULT-DATA (WS-CB-IDX) NOT = AH-DATA
                        ADD 1 TO WS-CB-NOITES (WS-CB-IDX)
                        MOVE AH-DATA TO WS-CB-ULT-DATA (WS-CB-IDX)
                    END-IF
            END-SEARCH
            .

       P445-NOVO-COMBO.
            IF WS-QTD-COMBOS LESS 20
                ADD 1 TO WS-QTD-COMBOS
                MOVE AH-RAZAO  TO WS-CB-RAZAO (WS-QTD-COMBOS)
                MOVE AH-ORIGEM TO WS-CB-ORIGEM (WS-QTD-COMBOS)
                MOVE AH-DATA   TO WS-CB-ULT-DATA (WS-QTD-COMBOS)
                MOVE 1         TO WS-CB-NOITES (WS-QTD-COMBOS)
                MOVE 'N'       TO WS-CB-GATILHO (WS-QTD-COMBOS)
            END-IF
            .

       P500-FECHA-CLIENTE.
            MOVE 'N' TO WS-R1-SW
            MOVE 'N' TO WS-R2-SW
            MOVE 'N' TO WS-R3-SW
            SET WS-JN-IDX TO 1
            SEARCH WS-JN-ITEM
                AT END
                    CONTINUE
                WHEN WS-JN-ID-CLIENTE (WS-JN-IDX) = WS-ID-CLIENTE
                    SET JN-LISTADO (WS-JN-IDX) TO TRUE
                    MOVE WS-JN-R1 (WS-JN-IDX) TO WS-R1-SW
                    MOVE WS-JN-R3 (WS-JN-IDX) TO WS-R3-SW
                    MOVE WS-JN-QTD-LINHA (WS-JN-IDX) TO WS-QTD-LINHA
                    MOVE WS-JN-DIAS-CANCEL (WS-JN-IDX)
                      TO WS-MENOR-DIAS-CANCEL
            END-SEARCH
            IF WS-MIN-NOITES GREATER ZERO
                PERFORM P510-AVALIA-COMBO
                    VARYING WS-IDX-CB FROM 1 BY 1
                    UNTIL WS-IDX-CB GREATER WS-QTD-COMBOS
            END-IF
            IF HA-R1 OR HA-R2 OR HA-R3
                PERFORM P600-LISTA-CLIENTE
            END-IF
            .

       P510-AVALIA-COMBO.
            IF WS-CB-NOITES (WS-IDX-CB) NOT LESS WS-MIN-NOITES
                SET CB-GATILHO (WS-IDX-CB) TO TRUE
                SET HA-R2 TO TRUE
            END-IF
            .

       P580-SO-JORNAL.
      *    Flagged by the journal but without a single decision on
      *    AUDHIST - listed with its journal changes only.
            IF NOT JN-LISTADO (WS-IDX-JN)
                MOVE WS-JN-ID-CLIENTE (WS-IDX-JN) TO WS-ID-CLIENTE
                MOVE WS-JN-R1 (WS-IDX-JN) TO WS-R1-SW
                MOVE 'N' TO WS-R2-SW
                MOVE WS-JN-R3 (WS-IDX-JN) TO WS-R3-SW
                MOVE WS-JN-QTD-LINHA (WS-IDX-JN) TO WS-QTD-LINHA
                MOVE WS-JN-DIAS-CANCEL (WS-IDX-JN)
                  TO WS-MENOR-DIAS-CANCEL
                MOVE ZERO TO WS-QTD-DECISOES
                MOVE ZERO TO WS-DECISOES-FORA
                MOVE ZERO TO WS-QTD-COMBOS
                SET JN-LISTADO (WS-IDX-JN) TO TRUE
                PERFORM P600-LISTA-CLIENTE
            END-IF
            .

       P600-LISTA-CLIENTE.
            MOVE SPACES TO WS-ETIQUETA
            IF HA-R1
                MOVE 'R1' TO WS-ET-R1
                ADD 1 TO WS-CNT-R1
            END-IF
            IF HA-R2
                MOVE 'R2' TO WS-ET-R2
                ADD 1 TO WS-CNT-R2
            END-IF
            IF HA-R3
                MOVE 'R3' TO WS-ET-R3
                ADD 1 TO WS-CNT-R3
            END-IF
            MOVE SPACES TO RL-LINHA
            PERFORM P700-GRAVA-LINHA
            MOVE WS-ID-CLIENTE TO RL-ID-CLIENTE
            MOVE WS-ETIQUETA   TO RL-REGRAS
            MOVE WS-LIN-CLIENTE TO RL-LINHA
            PERFORM P700-GRAVA-LINHA
            IF HA-R1
                MOVE WS-QTD-LINHA   TO R1-QTD
                MOVE WS-JANELA-DIAS TO R1-JANELA
                MOVE WS-LIN-R1 TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-ORIGEM-MARCA
            PERFORM P610-LISTA-COMBO
                VARYING WS-IDX-CB FROM 1 BY 1
                UNTIL WS-IDX-CB GREATER WS-QTD-COMBOS
            IF HA-R3
                MOVE WS-MENOR-DIAS-CANCEL TO R3-DIAS
                MOVE WS-LIN-R3 TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            PERFORM P620-LISTA-EVENTO
                VARYING WS-IDX-EV FROM 1 BY 1
                UNTIL WS-IDX-EV GREATER WS-QTD-EVENTOS
            MOVE ZERO TO WS-QTD-GATILHOS
            PERFORM P630-LISTA-DECISAO
                VARYING WS-IDX-DC FROM 1 BY 1
                UNTIL WS-IDX-DC GREATER WS-QTD-DECISOES
            IF WS-QTD-GATILHOS = ZERO
                MOVE 'NENHUMA DECISAO DO AUDHIST NA JANELA'
                  TO RX-TEXTO
                MOVE ZERO TO RX-VALOR
                MOVE WS-LIN-TEXTO TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            IF WS-DECISOES-FORA GREATER ZERO
                MOVE 'DECISOES DA JANELA ALEM DAS LISTAVEIS ......: '
                  TO RX-TEXTO
                MOVE WS-DECISOES-FORA TO RX-VALOR
                MOVE WS-LIN-TEXTO TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            PERFORM P680-MARCA-REVISAO
            .

       P610-LISTA-COMBO.
            IF CB-GATILHO (WS-IDX-CB)
                MOVE WS-CB-RAZAO (WS-IDX-CB)  TO R2-RAZAO
                MOVE WS-CB-ORIGEM (WS-IDX-CB) TO R2-ORIGEM
                MOVE WS-CB-NOITES (WS-IDX-CB) TO R2-NOITES
                MOVE WS-LIN-R2 TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
                IF WS-ORIGEM-MARCA = SPACES
                    MOVE WS-CB-ORIGEM (WS-IDX-CB) TO WS-ORIGEM-MARCA
                END-IF
            END-IF
            .

       P620-LISTA-EVENTO.
            IF WS-EV-ID-CLIENTE (WS-IDX-EV) = WS-ID-CLIENTE
             AND EV-GATILHO (WS-IDX-EV)
                MOVE WS-EV-DATA (WS-IDX-EV)     TO RE-DATA
                MOVE WS-EV-HORA (WS-IDX-EV)     TO RE-HORA
                MOVE WS-EV-PROGRAMA (WS-IDX-EV) TO RE-PROGRAMA
                MOVE WS-EV-USUARIO (WS-IDX-EV)  TO RE-USUARIO
                EVALUATE TRUE
                    WHEN EV-LINHA (WS-IDX-EV)
                        MOVE 'R1 LINHA' TO RE-TIPO
                    WHEN EV-INCLUSAO (WS-IDX-EV)
                        MOVE 'R3 INCL' TO RE-TIPO
                    WHEN OTHER
                        MOVE 'R3 CANCEL' TO RE-TIPO
                END-EVALUATE
                MOVE WS-EV-LINHA-ANTES (WS-IDX-EV)  TO RE-LINHA-ANTES
                MOVE WS-EV-LINHA-DEPOIS (WS-IDX-EV) TO RE-LINHA-DEPOIS
                MOVE WS-LIN-EVENTO TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            .

       P630-LISTA-DECISAO.
      *    A decision triggered R2 when it is a reject of a flagged
      *    reason and desk, R1/R3 when it fell on the day of one of
      *    the journal changes behind those rules.
            MOVE SPACES TO WS-ETIQUETA
            IF WS-DC-DISPOSICAO (WS-IDX-DC) = 'R'
                PERFORM P635-COMBO-DA-DECISAO
                    VARYING WS-IDX-CB FROM 1 BY 1
                    UNTIL WS-IDX-CB GREATER WS-QTD-COMBOS
            END-IF
            PERFORM P640-EVENTO-DA-DECISAO
                VARYING WS-IDX-EV FROM 1 BY 1
                UNTIL WS-IDX-EV GREATER WS-QTD-EVENTOS
            IF WS-ETIQUETA NOT = SPACES
                ADD 1 TO WS-QTD-GATILHOS
                IF WS-ORIGEM-MARCA = SPACES
                    MOVE WS-DC-ORIGEM (WS-IDX-DC) TO WS-ORIGEM-MARCA
                END-IF
                MOVE WS-DC-DATA (WS-IDX-DC)       TO RD-DATA
                MOVE WS-DC-HORA (WS-IDX-DC)       TO RD-HORA
                MOVE WS-DC-DISPOSICAO (WS-IDX-DC) TO RD-DISPOSICAO
                MOVE WS-DC-RAZAO (WS-IDX-DC)      TO RD-RAZAO
                MOVE WS-DC-ORIGEM (WS-IDX-DC)     TO RD-ORIGEM
                MOVE WS-ETIQUETA                  TO RD-REGRAS
                MOVE WS-LIN-DECISAO TO RL-LINHA
                PERFORM P700-GRAVA-LINHA
            END-IF
            .

       P635-COMBO-DA-DECISAO.
            IF CB-GATILHO (WS-IDX-CB)
             AND WS-CB-RAZAO (WS-IDX-CB) = WS-DC-RAZAO (WS-IDX-DC)
             AND WS-CB-ORIGEM (WS-IDX-CB) = WS-DC-ORIGEM (WS-IDX-DC)
                MOVE 'R2' TO WS-ET-R2
            END-IF
            .

       P640-EVENTO-DA-DECISAO.
            IF WS-EV-ID-CLIENTE (WS-IDX-EV) = WS-ID-CLIENTE
             AND EV-GATILHO (WS-IDX-EV)
             AND WS-EV-DATA (WS-IDX-EV) = WS-DC-DATA (WS-IDX-DC)
                IF EV-LINHA (WS-IDX-EV)
                    MOVE 'R1' TO WS-ET-R1
                ELSE
                    MOVE 'R3' TO WS-ET-R3
                END-IF
            END-IF
            .

       P680-MARCA-REVISAO.
            MOVE WS-ID-CLIENTE   TO RV-ID-CLIENTE
            MOVE WS-TS-DATA      TO RV-DATA-SCAN
            MOVE WS-R1-SW        TO RV-REGRA-LINHA
            MOVE WS-R2-SW        TO RV-REGRA-REJEICAO
            MOVE WS-R3-SW        TO RV-REGRA-CANCEL
            MOVE WS-ORIGEM-MARCA TO RV-ORIGEM
            MOVE WS-QTD-GATILHOS TO RV-QTD-DECISOES
            WRITE RV-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO GRAVANDO REVVSAM: '
                       WS-REVVSAM-STATUS ' ' WS-ID-CLIENTE
                    PERFORM P050-ABORTA
            END-WRITE
            ADD 1 TO WS-CNT-MARCADOS
            .

       P700-GRAVA-LINHA.
            IF WS-LINHAS-NA-PAGINA NOT LESS WS-LINHAS-POR-PAGINA
                MOVE RL-LINHA TO WS-LINHA-SALVA
                PERFORM P710-CABECALHO
                MOVE WS-LINHA-SALVA TO RL-LINHA
            END-IF
            WRITE RL-LINHA
            ADD 1 TO WS-LINHAS-NA-PAGINA
            .

       P710-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO RC-PAGINA
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 3 TO WS-LINHAS-NA-PAGINA
            .

       P800-DIA-NUMERO.
      *    Date in WS-DATA-CALC as a 30/360 day number in WS-DN.
            COMPUTE WS-DN = WS-DC-ANO * 360
                          + WS-DC-MES * 30
                          + WS-DC-DIA
            .

       P900-FIM.
            IF WS-PAGINA = ZERO
                PERFORM P710-CABECALHO
            END-IF
            MOVE SPACES TO RL-LINHA
            PERFORM P700-GRAVA-LINHA
            MOVE 'REGISTROS DO JORNAL ......: ' TO RT-ROTULO
            MOVE WS-CNT-JORNAL TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'EVENTOS DO JORNAL ........: ' TO RT-ROTULO
            MOVE WS-QTD-EVENTOS TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'DECISOES NO AUDHIST ......: ' TO RT-ROTULO
            MOVE WS-CNT-AUDHIST TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'DECISOES NA JANELA .......: ' TO RT-ROTULO
            MOVE WS-CNT-NA-JANELA TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'CLIENTES NO AUDHIST ......: ' TO RT-ROTULO
            MOVE WS-CNT-CLIENTES TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'SINALIZADOS R1 LINHA .....: ' TO RT-ROTULO
            MOVE WS-CNT-R1 TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'SINALIZADOS R2 REJEICAO ..: ' TO RT-ROTULO
            MOVE WS-CNT-R2 TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'SINALIZADOS R3 CANCEL ....: ' TO RT-ROTULO
            MOVE WS-CNT-R3 TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            MOVE 'CLIENTES EM REVISAO ......: ' TO RT-ROTULO
            MOVE WS-CNT-MARCADOS TO RT-VALOR
            PERFORM P950-GRAVA-TOTAL
            CLOSE JRNFILE
            CLOSE AUDHIST
            CLOSE REVVSAM
            CLOSE ANOLIST
            DISPLAY '========================================'
            DISPLAY 'ANOMSCAN - PADROES ATIPICOS DE TRANSACAO'
            DISPLAY 'DECISOES NA JANELA .......: ' WS-CNT-NA-JANELA
            DISPLAY 'EVENTOS DO JORNAL ........: ' WS-QTD-EVENTOS
            DISPLAY 'CLIENTES EM REVISAO ......: ' WS-CNT-MARCADOS
            DISPLAY '========================================'
            GOBACK.

       P950-GRAVA-TOTAL.
            MOVE WS-LIN-TOTAL TO RL-LINHA
            PERFORM P700-GRAVA-LINHA
            .
       END PROGRAM ANOMSCAN.
