      ******************************************************************
      * Author:
      * Date:
      * Purpose: Repricing of the indexed loans of the AMORTSCH
      *          portfolio. A loan with LN-PERIODOS-REAJUSTE set
      *          resets its rate every that many periods: reset m
      *          falls on the due date of period m times the
      *          frequency and prices every period after it at the
      *          RATEIDX reference rate in force on that date (CPYIFTX)
      *          plus the loan's LN-SPREAD. LOANFILE and the current
      *          AMRSCHED are walked in step, in book order as PAYPOST
      *          walks them; for every reset due on or before the run
      *          date (PARM aaaammdd, default today) and not yet
      *          applied (LN-REAJUSTES), the remaining periods are
      *          recomputed at the new rate from the balance the loan
      *          actually stands at: periods LOANSTAT already shows
      *          paid past the reset (LS-PAGO-ATE) keep their lines,
      *          and the reprice starts after the last period paid,
      *          from the balance scheduled there. A loan behind on
      *          its payments still owes its arrears as scheduled, so
      *          the reprice starts at the reset itself; with no
      *          LOANSTAT record (or no LOANSTAT at all) the reset's
      *          scheduled balance is the base. Level payment (Price)
      *          loans get a new installment over the periods left,
      *          Fibonacci and SAC loans keep each period's
      *          amortization and pay the new interest on top. The
      *          superseded schedule lines go to the permanent
      *          AMRHIST history with the reset date and both rates;
      *          AMROUT and LOANOUT are the new AMRSCHED and LOANFILE
      *          generations (LN-TAXA now the rate in force, the reset
      *          counted), rolled in after a clean run the way
      *          CLIMERGE's LOANOUT is. REPLIST shows old and new
      *          installment per loan and closes with the totals per
      *          client. A reset that cannot be priced - no reference
      *          rate on its date, indexing fields not numeric, no
      *          complete schedule - holds the loan back unchanged and
      *          ends the run with RETURN-CODE 4. Replaces the
      *          hand-edited AMRPARM cards and single-loan AMORTSCH
      *          reruns of every reset date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAJUSTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIDX ASSIGN TO "RATEIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIDX-STATUS.
           SELECT LOANFILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANFILE-STATUS.
           SELECT AMRSCHED ASSIGN TO "AMRSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRSCHED-STATUS.
           SELECT LOANOUT ASSIGN TO "LOANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANOUT-STATUS.
           SELECT AMROUT ASSIGN TO "AMROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMROUT-STATUS.
           SELECT AMRHIST ASSIGN TO "AMRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRHIST-STATUS.
           SELECT LOANSTAT ASSIGN TO "LOANSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-ID-EMPRESTIMO
               FILE STATUS IS WS-LOANSTAT-STATUS.
           SELECT REPLIST ASSIGN TO "REPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATEIDX.
           COPY CPYIFTX.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  AMRSCHED.
       01  SC-REGISTRO.
           03 SC-ID-EMPRESTIMO         PIC 9(08).
           03 SC-PERIODO               PIC 9(04).
           03 SC-FATOR                 PIC 9(18).
           03 SC-PAGAMENTO             PIC 9(09)V99.
           03 SC-JUROS                 PIC 9(09)V99.
           03 SC-SALDO                 PIC 9(09)V99.
       FD  LOANOUT.
       01  LO-REGISTRO                 PIC X(58).
       FD  AMROUT.
       01  AO-REGISTRO                 PIC X(63).
       FD  AMRHIST.
      *    One superseded schedule line - the reset that replaced it,
      *    the run that did it, the rate it was priced at and the
      *    rate that replaced it, then the AMRSCHED line as it stood.
       01  HS-REGISTRO.
           03 HS-DATA-REAJUSTE         PIC 9(08).
           03 HS-DATA-PROCESSO         PIC 9(08).
           03 HS-TAXA-ANTERIOR         PIC 9(03)V9(04).
           03 HS-TAXA-NOVA             PIC 9(03)V9(04).
           03 HS-QUADRO                PIC X(63).
       FD  LOANSTAT.
           COPY CPYIFLS.
       FD  REPLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-RATEIDX-STATUS        PIC XX.
              88 RATEIDX-OK            VALUE '00'.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-AMRSCHED-STATUS       PIC XX.
              88 AMRSCHED-OK           VALUE '00'.
           03 WS-LOANOUT-STATUS        PIC XX.
              88 LOANOUT-OK            VALUE '00'.
           03 WS-AMROUT-STATUS         PIC XX.
              88 AMROUT-OK             VALUE '00'.
           03 WS-AMRHIST-STATUS        PIC XX.
              88 AMRHIST-OK            VALUE '00'.
           03 WS-LOANSTAT-STATUS       PIC XX.
              88 LOANSTAT-OK           VALUE '00'.
              88 LOANSTAT-AUSENTE      VALUE '35'.
           03 WS-REPLIST-STATUS        PIC XX.
              88 REPLIST-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-EOF-QUADRO-SW         PIC X       VALUE 'N'.
              88 FIM-DO-QUADRO         VALUE 'S'.
           03 WS-FIM-REAJ-SW           PIC X       VALUE 'N'.
              88 FIM-DOS-REAJUSTES     VALUE 'S'.
           03 WS-REAJUSTADO-SW         PIC X       VALUE 'N'.
              88 EMPRESTIMO-REAJUSTADO VALUE 'S'.
           03 WS-LOANSTAT-SW           PIC X       VALUE 'N'.
              88 LOANSTAT-ABERTO       VALUE 'S'.
       01 WS-PARM.
           03 WS-PARM-ARG              PIC X(08)   VALUE SPACES.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-DATAS.
      *    Period n falls due n-1 months after the first due date,
      *    the day of the month kept as keyed - the dates are only
      *    compared as aaaammdd, never aged.
           03 WS-DATA-BASE             PIC 9(08)   VALUE ZERO.
           03 WS-DATA-CALC             PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-DATA-CALC.
              05 WS-CALC-ANO           PIC 9(04).
              05 WS-CALC-MES           PIC 99.
              05 WS-CALC-DIA           PIC 99.
           03 WS-MESES                 PIC 9(05)   VALUE ZERO.
           03 WS-ANOS                  PIC 9(04)   VALUE ZERO.
           03 WS-RESTO-MESES           PIC 99      VALUE ZERO.
           03 WS-DATA-REAJUSTE         PIC 9(08)   VALUE ZERO.
       01 WS-INDICE.
      *    The whole RATEIDX in effective-date order - a thousand
      *    published rates is decades of monthly fixings; the table
      *    aborts loudly rather than drop a rate if that changes.
           03 WS-MAX-TAXAS             PIC 9(04)   VALUE 1000.
           03 WS-QTD-TAXAS             PIC 9(04)   VALUE ZERO.
           03 WS-IDX-TX                PIC 9(04)   VALUE ZERO.
           03 WS-TX-ACHADA             PIC 9(04)   VALUE ZERO.
           03 WS-TX-ITEM OCCURS 1000 TIMES.
              05 WS-TX-DATA            PIC 9(08).
              05 WS-TX-TAXA            PIC 9(03)V9(04).
       01 WS-QUADRO.
      *    One loan's schedule as read from AMRSCHED, period n at
      *    entry n - sixty years of monthly periods; a longer term
      *    aborts loudly.
           03 WS-MAX-PERIODOS          PIC 9(04)   VALUE 720.
           03 WS-QTD-PERIODOS          PIC 9(04)   VALUE ZERO.
           03 WS-IDX-PER               PIC 9(04)   VALUE ZERO.
           03 WS-QD-ITEM OCCURS 720 TIMES.
              05 WS-QD-PERIODO         PIC 9(04).
              05 WS-QD-FATOR           PIC 9(18).
              05 WS-QD-PAGAMENTO       PIC 9(09)V99.
              05 WS-QD-JUROS           PIC 9(09)V99.
              05 WS-QD-SALDO           PIC 9(09)V99.
       01 WS-LINHA-QUADRO.
      *    The schedule line being written - the AMRSCHED record
      *    area holds the next loan's first line meanwhile.
           03 WQ-ID-EMPRESTIMO         PIC 9(08).
           03 WQ-PERIODO               PIC 9(04).
           03 WQ-FATOR                 PIC 9(18).
           03 WQ-PAGAMENTO             PIC 9(09)V99.
           03 WQ-JUROS                 PIC 9(09)V99.
           03 WQ-SALDO                 PIC 9(09)V99.
       01 WS-CALCULO.
           03 WS-METODO                PIC X       VALUE 'F'.
              88 METODO-FIBONACCI      VALUE 'F'.
              88 METODO-PRICE          VALUE 'P'.
              88 METODO-SAC            VALUE 'S'.
              88 METODO-VALIDO         VALUE 'F' 'P' 'S'.
           03 WS-PER-REAJUSTE          PIC 9(07)   VALUE ZERO.
      *    The period the reprice starts after - the reset, or the
      *    last period LOANSTAT shows paid when that is later.
           03 WS-PER-INICIO            PIC 9(07)   VALUE ZERO.
           03 WS-PAGO-ATE              PIC 9(04)   VALUE ZERO.
           03 WS-PERIODOS-RESTANTES    PIC 9(04)   VALUE ZERO.
           03 WS-TAXA-ANTERIOR         PIC 9(03)V9(04) VALUE ZERO.
           03 WS-TAXA-NOVA             PIC 9(03)V9(04) VALUE ZERO.
           03 WS-SALDO                 PIC 9(09)V99 VALUE ZERO.
           03 WS-AMORTIZACAO           PIC 9(09)V99 VALUE ZERO.
           03 WS-JUROS                 PIC 9(09)V99 VALUE ZERO.
           03 WS-PARCELA-ANTERIOR      PIC 9(09)V99 VALUE ZERO.
      *    Price: F = (1 + i) ** n over the periods left, the
      *    installment per unit of balance and the installment -
      *    the same arithmetic AMORTSCH prices a new loan with.
           03 WS-FATOR-PRICE           PIC 9(09)V9(09) VALUE ZERO.
           03 WS-COEF-PRICE            PIC 9(03)V9(12) VALUE ZERO.
           03 WS-PRESTACAO             PIC 9(09)V99 VALUE ZERO.
       01 WS-CARTEIRA.
      *    Per-client roll-up - same two-hundred-client table and
      *    the same loud abort as AMORTSCH's portfolio summary.
           03 WS-MAX-CLIENTES          PIC 9(03)   VALUE 200.
           03 WS-QTD-CLIENTES          PIC 9(03)   VALUE ZERO.
           03 WS-CLI-ATUAL             PIC 9(03)   VALUE ZERO.
           03 WS-IDX-CLI               PIC 9(03)   VALUE ZERO.
           03 WS-CLI-ITEM OCCURS 200 TIMES.
              05 WS-CLI-ID             PIC 9(06).
              05 WS-CLI-REAJUSTES      PIC 9(05).
              05 WS-CLI-PARCELA-ANT    PIC 9(11)V99.
              05 WS-CLI-PARCELA-NOVA   PIC 9(11)V99.
       01 WS-CONTADORES.
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-INDEXADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REAJUSTADOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REAJUSTES         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RETIDOS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-LINHAS-HIST       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-QUADRO-ORFAO      PIC 9(07)   VALUE ZERO.
           03 WS-CNT-APOS-PAGO         PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1.
              05 FILLER                PIC X(40)   VALUE
                 'REAJUSTE - REPRECIFICACAO DE EMPRESTIMOS'.
              05 FILLER                PIC X(20)   VALUE
                 ' INDEXADOS - DATA: '.
              05 RC-DATA               PIC 9(08).
              05 FILLER                PIC X(12)   VALUE SPACES.
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(40)   VALUE
                 'EMPREST. CLIENTE DT REAJ.  TAXA ANT TAXA'.
              05 FILLER                PIC X(40)   VALUE
                 ' NOVA PARCELA ANT.  PARCELA NOVA'.
           03 WS-LIN-DETALHE.
              05 RD-ID-EMPRESTIMO      PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-DATA-REAJUSTE      PIC 9(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-TAXA-ANTERIOR      PIC 9(03).9(04).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-TAXA-NOVA          PIC 9(03).9(04).
              05 FILLER                PIC X       VALUE SPACE.
              05 RD-PARCELA-ANTERIOR   PIC 9(09).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-PARCELA-NOVA       PIC 9(09).99.
              05 FILLER                PIC X(09)   VALUE SPACES.
           03 WS-LIN-RETIDO.
              05 FILLER                PIC X(11)   VALUE
                 'EMPRESTIMO '.
              05 RR-ID-EMPRESTIMO      PIC X(08).
              05 FILLER                PIC X(09)   VALUE
                 ' RETIDO: '.
              05 RR-MOTIVO             PIC X(40).
              05 FILLER                PIC X(12)   VALUE SPACES.
           03 WS-LIN-CABEC3            PIC X(80)   VALUE
              'CLIENTE  REAJ.  PARCELAS ANTERIORES  PARCELAS NOVAS'.
           03 WS-LIN-RESUMO.
              05 RS-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RS-REAJUSTES          PIC 9(05).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RS-PARCELA-ANT        PIC 9(11).99.
              05 FILLER                PIC X(06)   VALUE SPACES.
              05 RS-PARCELA-NOVA       PIC 9(11).99.
              05 FILLER                PIC X(31)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-LE-QUADRO
            PERFORM P300-LE-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            PERFORM P410-COPIA-ORFAO UNTIL FIM-DO-QUADRO
            PERFORM P950-RELATORIO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "REAJUSTE ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            IF WS-PARM-ARG = SPACES
                MOVE WS-TS-DATA TO WS-DATA-BASE
            ELSE
                IF WS-PARM-ARG IS NOT NUMERIC
                    DISPLAY 'PARM COM DATA INVALIDA: ' WS-PARM-ARG
                    PERFORM P050-ABORTA
                END-IF
                MOVE WS-PARM-ARG TO WS-DATA-BASE
            END-IF
            PERFORM P110-CARREGA-INDICE
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
            OPEN OUTPUT LOANOUT
            IF NOT LOANOUT-OK
                DISPLAY 'ERRO ABERTURA LOANOUT: ' WS-LOANOUT-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT AMROUT
            IF NOT AMROUT-OK
                DISPLAY 'ERRO ABERTURA AMROUT: ' WS-AMROUT-STATUS
                PERFORM P050-ABORTA
            END-IF
      *    The history is permanent - every run appends to it; the
      *    very first run creates it, as CLIMERGE does its list.
            OPEN EXTEND AMRHIST
            IF NOT AMRHIST-OK
                OPEN OUTPUT AMRHIST
            END-IF
            IF NOT AMRHIST-OK
                DISPLAY 'ERRO ABERTURA AMRHIST: ' WS-AMRHIST-STATUS
                PERFORM P050-ABORTA
            END-IF
      *    Without LOANSTAT the scheduled balance at the reset is
      *    the base, as before the status master existed.
            OPEN INPUT LOANSTAT
            EVALUATE TRUE
                WHEN LOANSTAT-OK
                    SET LOANSTAT-ABERTO TO TRUE
                WHEN LOANSTAT-AUSENTE
                    DISPLAY 'LOANSTAT NAO ENCONTRADO, REAJUSTE SOBRE '
                       'O SALDO PREVISTO.'
                WHEN OTHER
                    DISPLAY 'ERRO ABERTURA LOANSTAT: '
                       WS-LOANSTAT-STATUS
                    PERFORM P050-ABORTA
            END-EVALUATE
            OPEN OUTPUT REPLIST
            IF NOT REPLIST-OK
                DISPLAY 'ERRO ABERTURA REPLIST: ' WS-REPLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-DATA-BASE TO RC-DATA
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            .

       P110-CARREGA-INDICE.
      *    A rate out of date order or not numeric would price a
      *    reset from the wrong fixing - the run stops instead.
            OPEN INPUT RATEIDX
            IF NOT RATEIDX-OK
                DISPLAY 'ERRO ABERTURA RATEIDX: ' WS-RATEIDX-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P120-LE-TAXA UNTIL FIM-DO-ARQUIVO
            CLOSE RATEIDX
            MOVE 'N' TO WS-EOF-SW
            DISPLAY 'REAJUSTE - ' WS-QTD-TAXAS
               ' TAXAS DE REFERENCIA CARREGADAS.'
            .

       P120-LE-TAXA.
            READ RATEIDX
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT RATEIDX-OK
                        DISPLAY 'ERRO LEITURA RATEIDX: '
                           WS-RATEIDX-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF TX-DATA-VIGENCIA IS NOT NUMERIC
                     OR TX-TAXA IS NOT NUMERIC
                        DISPLAY 'RATEIDX COM CAMPO NAO NUMERICO: '
                           TX-REGISTRO
                        PERFORM P050-ABORTA
                    END-IF
                    IF WS-QTD-TAXAS GREATER ZERO
                     AND TX-DATA-VIGENCIA NOT GREATER
                         WS-TX-DATA (WS-QTD-TAXAS)
                        DISPLAY 'RATEIDX FORA DE ORDEM EM '
                           TX-DATA-VIGENCIA
                        PERFORM P050-ABORTA
                    END-IF
                    IF WS-QTD-TAXAS NOT LESS WS-MAX-TAXAS
                        DISPLAY 'TABELA DE TAXAS ESGOTADA EM '
                           TX-DATA-VIGENCIA
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-QTD-TAXAS
                    MOVE TX-DATA-VIGENCIA
                      TO WS-TX-DATA (WS-QTD-TAXAS)
                    MOVE TX-TAXA TO WS-TX-TAXA (WS-QTD-TAXAS)
            END-READ
            .

       P200-LE-QUADRO.
            READ AMRSCHED
                AT END
                    SET FIM-DO-QUADRO TO TRUE
                NOT AT END
                    IF NOT AMRSCHED-OK
                        DISPLAY 'ERRO LEITURA AMRSCHED: '
                           WS-AMRSCHED-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P300-LE-EMPRESTIMO.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-EMPRESTIMOS
                    PERFORM P400-TRATA-EMPRESTIMO
                       THRU P400-EXIT
            END-READ
            .

       P400-TRATA-EMPRESTIMO.
      *    LOANFILE and AMRSCHED in step, as PAYPOST walks them -
      *    lines for loans the book no longer carries pass through
      *    untouched; every loan's schedule is held in the table
      *    while its resets are priced, then written back.
            MOVE 'N' TO WS-REAJUSTADO-SW
            MOVE ZERO TO WS-QTD-PERIODOS
            IF LN-ID-EMPRESTIMO IS NOT NUMERIC
                WRITE LO-REGISTRO FROM LN-REGISTRO
                GO TO P400-EXIT
            END-IF
            PERFORM P410-COPIA-ORFAO
                UNTIL FIM-DO-QUADRO
                   OR SC-ID-EMPRESTIMO NOT LESS LN-ID-EMPRESTIMO
            PERFORM P420-CARREGA-PERIODO
                UNTIL FIM-DO-QUADRO
                   OR SC-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO

            IF LN-PERIODOS-REAJUSTE IS NUMERIC
             AND LN-PERIODOS-REAJUSTE GREATER ZERO
                ADD 1 TO WS-CNT-INDEXADOS
                PERFORM P430-LE-LOANSTAT
                PERFORM P500-REAJUSTA-EMPRESTIMO THRU P500-EXIT
            END-IF

            PERFORM P700-GRAVA-PERIODO
                VARYING WS-IDX-PER FROM 1 BY 1
                UNTIL WS-IDX-PER GREATER WS-QTD-PERIODOS
            WRITE LO-REGISTRO FROM LN-REGISTRO
            IF EMPRESTIMO-REAJUSTADO
                ADD 1 TO WS-CNT-REAJUSTADOS
            END-IF
            .
       P400-EXIT.
            EXIT.

       P410-COPIA-ORFAO.
      *    Schedule lines for a loan the book no longer carries -
      *    an AMRSCHED from another LOANFILE generation.
            ADD 1 TO WS-CNT-QUADRO-ORFAO
            WRITE AO-REGISTRO FROM SC-REGISTRO
            PERFORM P200-LE-QUADRO
            .

       P420-CARREGA-PERIODO.
            IF WS-QTD-PERIODOS NOT LESS WS-MAX-PERIODOS
                DISPLAY 'QUADRO DO EMPRESTIMO ' LN-ID-EMPRESTIMO
                   ' EXCEDE A TABELA DE PERIODOS.'
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-QTD-PERIODOS
            MOVE SC-PERIODO   TO WS-QD-PERIODO (WS-QTD-PERIODOS)
            MOVE SC-FATOR     TO WS-QD-FATOR (WS-QTD-PERIODOS)
            MOVE SC-PAGAMENTO TO WS-QD-PAGAMENTO (WS-QTD-PERIODOS)
            MOVE SC-JUROS     TO WS-QD-JUROS (WS-QTD-PERIODOS)
            MOVE SC-SALDO     TO WS-QD-SALDO (WS-QTD-PERIODOS)
            PERFORM P200-LE-QUADRO
            .

       P430-LE-LOANSTAT.
      *    Only the last period fully paid is taken - the credit
      *    held toward the next period is PAYPOST's to apply.
            MOVE ZERO TO WS-PAGO-ATE
            IF LOANSTAT-ABERTO
                MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
                READ LOANSTAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LS-PAGO-ATE IS NUMERIC
                            MOVE LS-PAGO-ATE TO WS-PAGO-ATE
                        END-IF
                END-READ
            END-IF
            .

       P500-REAJUSTA-EMPRESTIMO.
            IF LN-SPREAD IS NOT NUMERIC
             OR LN-REAJUSTES IS NOT NUMERIC
             OR LN-TAXA IS NOT NUMERIC
             OR LN-TERMOS IS NOT NUMERIC
             OR LN-DATA-PRIMEIRO-VENC IS NOT NUMERIC
                MOVE 'CAMPOS DE INDEXACAO NAO NUMERICOS'
                  TO RR-MOTIVO
                PERFORM P590-RETEM-EMPRESTIMO
                GO TO P500-EXIT
            END-IF
            MOVE LN-METODO TO WS-METODO
            IF WS-METODO = SPACE
                SET METODO-FIBONACCI TO TRUE
            END-IF
            IF NOT METODO-VALIDO
                MOVE 'METODO DE AMORTIZACAO INVALIDO' TO RR-MOTIVO
                PERFORM P590-RETEM-EMPRESTIMO
                GO TO P500-EXIT
            END-IF
      *    The schedule has to be the whole loan, period n at entry
      *    n - anything else is not the schedule this book built.
            IF WS-QTD-PERIODOS NOT = LN-TERMOS
                MOVE 'SEM QUADRO COMPLETO NO AMRSCHED' TO RR-MOTIVO
                PERFORM P590-RETEM-EMPRESTIMO
                GO TO P500-EXIT
            END-IF
            MOVE 'N' TO WS-FIM-REAJ-SW
            PERFORM P510-PROXIMO-REAJUSTE THRU P510-EXIT
                UNTIL FIM-DOS-REAJUSTES
            .
       P500-EXIT.
            EXIT.

       P510-PROXIMO-REAJUSTE.
      *    Reset m falls on the due date of period m times the
      *    frequency and reprices every period after it. A reset
      *    with no period left after it, or due after the run
      *    date, ends the loan's resets for this run.
            COMPUTE WS-PER-REAJUSTE =
                (LN-REAJUSTES + 1) * LN-PERIODOS-REAJUSTE
            IF WS-PER-REAJUSTE NOT LESS LN-TERMOS
                SET FIM-DOS-REAJUSTES TO TRUE
                GO TO P510-EXIT
            END-IF
            IF WS-QD-PERIODO (WS-PER-REAJUSTE) NOT = WS-PER-REAJUSTE
                MOVE 'QUADRO FORA DE SEQUENCIA NO AMRSCHED'
                  TO RR-MOTIVO
                PERFORM P590-RETEM-EMPRESTIMO
                GO TO P510-EXIT
            END-IF
            PERFORM P520-DATA-REAJUSTE
            IF WS-DATA-REAJUSTE GREATER WS-DATA-BASE
                SET FIM-DOS-REAJUSTES TO TRUE
                GO TO P510-EXIT
            END-IF
      *    Periods already paid past the reset were paid at the old
      *    installment and stand; a loan paid to its last period
      *    has nothing left to reprice.
            MOVE WS-PER-REAJUSTE TO WS-PER-INICIO
            IF WS-PAGO-ATE GREATER WS-PER-INICIO
                MOVE WS-PAGO-ATE TO WS-PER-INICIO
            END-IF
            IF WS-PER-INICIO NOT LESS WS-QTD-PERIODOS
                SET FIM-DOS-REAJUSTES TO TRUE
                GO TO P510-EXIT
            END-IF

            MOVE ZERO TO WS-TX-ACHADA
            PERFORM P530-PROCURA-TAXA
                VARYING WS-IDX-TX FROM 1 BY 1
                UNTIL WS-IDX-TX GREATER WS-QTD-TAXAS
                   OR WS-TX-DATA (WS-IDX-TX) GREATER WS-DATA-REAJUSTE
            IF WS-TX-ACHADA = ZERO
                MOVE 'SEM TAXA DE REFERENCIA NA DATA' TO RR-MOTIVO
                PERFORM P590-RETEM-EMPRESTIMO
                GO TO P510-EXIT
            END-IF
            MOVE LN-TAXA TO WS-TAXA-ANTERIOR
            ADD WS-TX-TAXA (WS-TX-ACHADA) LN-SPREAD
                GIVING WS-TAXA-NOVA
                ON SIZE ERROR
                    MOVE 'TAXA DE REFERENCIA MAIS SPREAD EXCEDE'
                      TO RR-MOTIVO
                    PERFORM P590-RETEM-EMPRESTIMO
                    GO TO P510-EXIT
            END-ADD

            ADD 1 TO WS-PER-INICIO GIVING WS-IDX-PER
            MOVE WS-QD-PAGAMENTO (WS-IDX-PER) TO WS-PARCELA-ANTERIOR
            PERFORM P540-GRAVA-HISTORICO
                VARYING WS-IDX-PER FROM WS-IDX-PER BY 1
                UNTIL WS-IDX-PER GREATER WS-QTD-PERIODOS
            PERFORM P600-RECALCULA-QUADRO
            IF WS-PER-INICIO GREATER WS-PER-REAJUSTE
                ADD 1 TO WS-CNT-APOS-PAGO
            END-IF

            ADD 1 TO LN-REAJUSTES
            MOVE WS-TAXA-NOVA TO LN-TAXA
            SET EMPRESTIMO-REAJUSTADO TO TRUE
            ADD 1 TO WS-CNT-REAJUSTES
            PERFORM P550-LISTA-REAJUSTE
            PERFORM P560-ACUMULA-CLIENTE
            .
       P510-EXIT.
            EXIT.

       P520-DATA-REAJUSTE.
            MOVE LN-DATA-PRIMEIRO-VENC TO WS-DATA-CALC
            COMPUTE WS-MESES = WS-CALC-MES - 1 + WS-PER-REAJUSTE - 1
            DIVIDE WS-MESES BY 12
                GIVING WS-ANOS REMAINDER WS-RESTO-MESES
            ADD WS-ANOS TO WS-CALC-ANO
            ADD 1 TO WS-RESTO-MESES GIVING WS-CALC-MES
            MOVE WS-DATA-CALC TO WS-DATA-REAJUSTE
            .

       P530-PROCURA-TAXA.
            MOVE WS-IDX-TX TO WS-TX-ACHADA
            .

       P540-GRAVA-HISTORICO.
            MOVE WS-DATA-REAJUSTE TO HS-DATA-REAJUSTE
            MOVE WS-DATA-BASE     TO HS-DATA-PROCESSO
            MOVE WS-TAXA-ANTERIOR TO HS-TAXA-ANTERIOR
            MOVE WS-TAXA-NOVA     TO HS-TAXA-NOVA
            PERFORM P710-MONTA-LINHA
            MOVE WS-LINHA-QUADRO  TO HS-QUADRO
            WRITE HS-REGISTRO
            IF NOT AMRHIST-OK
                DISPLAY 'ERRO GRAVACAO AMRHIST: ' WS-AMRHIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-LINHAS-HIST
            .

       P550-LISTA-REAJUSTE.
            MOVE LN-ID-EMPRESTIMO    TO RD-ID-EMPRESTIMO
            MOVE LN-ID-CLIENTE       TO RD-ID-CLIENTE
            MOVE WS-DATA-REAJUSTE    TO RD-DATA-REAJUSTE
            MOVE WS-TAXA-ANTERIOR    TO RD-TAXA-ANTERIOR
            MOVE WS-TAXA-NOVA        TO RD-TAXA-NOVA
            MOVE WS-PARCELA-ANTERIOR TO RD-PARCELA-ANTERIOR
            ADD 1 TO WS-PER-INICIO GIVING WS-IDX-PER
            MOVE WS-QD-PAGAMENTO (WS-IDX-PER) TO RD-PARCELA-NOVA
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P560-ACUMULA-CLIENTE.
            MOVE ZERO TO WS-CLI-ATUAL
            PERFORM P570-PROCURA-CLIENTE
                VARYING WS-IDX-CLI FROM 1 BY 1
                UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
                   OR WS-CLI-ATUAL GREATER ZERO
            IF WS-CLI-ATUAL = ZERO
                IF WS-QTD-CLIENTES NOT LESS WS-MAX-CLIENTES
                    DISPLAY 'TABELA DE CLIENTES ESGOTADA EM '
                       LN-ID-CLIENTE
                    PERFORM P050-ABORTA
                END-IF
                ADD 1 TO WS-QTD-CLIENTES
                MOVE WS-QTD-CLIENTES TO WS-CLI-ATUAL
                MOVE LN-ID-CLIENTE TO WS-CLI-ID (WS-CLI-ATUAL)
                MOVE ZERO TO WS-CLI-REAJUSTES (WS-CLI-ATUAL)
                MOVE ZERO TO WS-CLI-PARCELA-ANT (WS-CLI-ATUAL)
                MOVE ZERO TO WS-CLI-PARCELA-NOVA (WS-CLI-ATUAL)
            END-IF
            ADD 1 TO WS-CLI-REAJUSTES (WS-CLI-ATUAL)
            ADD WS-PARCELA-ANTERIOR
              TO WS-CLI-PARCELA-ANT (WS-CLI-ATUAL)
            ADD WS-QD-PAGAMENTO (WS-IDX-PER)
              TO WS-CLI-PARCELA-NOVA (WS-CLI-ATUAL)
            .

       P570-PROCURA-CLIENTE.
            IF WS-CLI-ID (WS-IDX-CLI) = LN-ID-CLIENTE
                MOVE WS-IDX-CLI TO WS-CLI-ATUAL
            END-IF
            .

       P590-RETEM-EMPRESTIMO.
      *    The loan goes out as it came in from this reset on - a
      *    reset already priced earlier in the run stands.
            ADD 1 TO WS-CNT-RETIDOS
            SET FIM-DOS-REAJUSTES TO TRUE
            MOVE LN-ID-EMPRESTIMO TO RR-ID-EMPRESTIMO
            MOVE WS-LIN-RETIDO TO RL-LINHA
            WRITE RL-LINHA
            .

       P600-RECALCULA-QUADRO.
      *    From the balance scheduled at the start period, over the
      *    periods left, at the new rate. The last period takes
      *    whatever balance is left, as in AMORTSCH.
            MOVE WS-QD-SALDO (WS-PER-INICIO) TO WS-SALDO
            SUBTRACT WS-PER-INICIO FROM WS-QTD-PERIODOS
                GIVING WS-PERIODOS-RESTANTES
            IF METODO-PRICE
                PERFORM P610-CALCULA-PRESTACAO
            END-IF
            ADD 1 TO WS-PER-INICIO GIVING WS-IDX-PER
            PERFORM P620-RECALCULA-PERIODO
                VARYING WS-IDX-PER FROM WS-IDX-PER BY 1
                UNTIL WS-IDX-PER GREATER WS-QTD-PERIODOS
            .

       P610-CALCULA-PRESTACAO.
            IF WS-TAXA-NOVA = ZERO
                COMPUTE WS-PRESTACAO ROUNDED =
                    WS-SALDO / WS-PERIODOS-RESTANTES
            ELSE
                COMPUTE WS-FATOR-PRICE ROUNDED =
                    (1 + WS-TAXA-NOVA / 100) ** WS-PERIODOS-RESTANTES
                    ON SIZE ERROR
                        DISPLAY 'FATOR PRICE EXCEDE O CAMPO - '
                           'EMPRESTIMO ' LN-ID-EMPRESTIMO
                        PERFORM P050-ABORTA
                END-COMPUTE
                COMPUTE WS-COEF-PRICE ROUNDED =
                    WS-TAXA-NOVA * WS-FATOR-PRICE
                    / ((WS-FATOR-PRICE - 1) * 100)
                    ON SIZE ERROR
                        DISPLAY 'ERRO NO CALCULO DA PRESTACAO - '
                           'EMPRESTIMO ' LN-ID-EMPRESTIMO
                        PERFORM P050-ABORTA
                END-COMPUTE
                COMPUTE WS-PRESTACAO ROUNDED =
                    WS-SALDO * WS-COEF-PRICE
                    ON SIZE ERROR
                        DISPLAY 'ERRO NO CALCULO DA PRESTACAO - '
                           'EMPRESTIMO ' LN-ID-EMPRESTIMO
                        PERFORM P050-ABORTA
                END-COMPUTE
            END-IF
            .

       P620-RECALCULA-PERIODO.
      *    Fibonacci and SAC amortize the same principal per period
      *    whatever the rate - the period keeps its amortization
      *    and only the interest on top changes. Price amortizes
      *    what the new installment leaves after the interest.
            COMPUTE WS-JUROS ROUNDED = WS-SALDO * WS-TAXA-NOVA / 100
                ON SIZE ERROR
                    DISPLAY 'ERRO NO CALCULO DOS JUROS - EMPRESTIMO '
                       LN-ID-EMPRESTIMO
                    PERFORM P050-ABORTA
            END-COMPUTE
            EVALUATE TRUE
                WHEN WS-IDX-PER = WS-QTD-PERIODOS
                    MOVE WS-SALDO TO WS-AMORTIZACAO
                WHEN METODO-PRICE
                    IF WS-PRESTACAO GREATER WS-JUROS
                        SUBTRACT WS-JUROS FROM WS-PRESTACAO
                            GIVING WS-AMORTIZACAO
                    ELSE
                        MOVE ZERO TO WS-AMORTIZACAO
                    END-IF
                WHEN OTHER
                    IF WS-QD-PAGAMENTO (WS-IDX-PER)
                       GREATER WS-QD-JUROS (WS-IDX-PER)
                        SUBTRACT WS-QD-JUROS (WS-IDX-PER)
                            FROM WS-QD-PAGAMENTO (WS-IDX-PER)
                            GIVING WS-AMORTIZACAO
                    ELSE
                        MOVE ZERO TO WS-AMORTIZACAO
                    END-IF
            END-EVALUATE
            IF WS-AMORTIZACAO GREATER WS-SALDO
                MOVE WS-SALDO TO WS-AMORTIZACAO
            END-IF
            SUBTRACT WS-AMORTIZACAO FROM WS-SALDO
            MOVE WS-JUROS TO WS-QD-JUROS (WS-IDX-PER)
            ADD WS-AMORTIZACAO WS-JUROS
                GIVING WS-QD-PAGAMENTO (WS-IDX-PER)
            MOVE WS-SALDO TO WS-QD-SALDO (WS-IDX-PER)
            .

       P700-GRAVA-PERIODO.
            PERFORM P710-MONTA-LINHA
            WRITE AO-REGISTRO FROM WS-LINHA-QUADRO
            .

       P710-MONTA-LINHA.
            MOVE LN-ID-EMPRESTIMO TO WQ-ID-EMPRESTIMO
            MOVE WS-QD-PERIODO (WS-IDX-PER)   TO WQ-PERIODO
            MOVE WS-QD-FATOR (WS-IDX-PER)     TO WQ-FATOR
            MOVE WS-QD-PAGAMENTO (WS-IDX-PER) TO WQ-PAGAMENTO
            MOVE WS-QD-JUROS (WS-IDX-PER)     TO WQ-JUROS
            MOVE WS-QD-SALDO (WS-IDX-PER)     TO WQ-SALDO
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'RESUMO DOS REAJUSTES POR CLIENTE' TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC3 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P960-DETALHE-CLIENTE
                VARYING WS-IDX-CLI FROM 1 BY 1
                UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EMPRESTIMOS LIDOS ........: ' TO RT-ROTULO
            MOVE WS-CNT-EMPRESTIMOS TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'EMPRESTIMOS INDEXADOS ....: ' TO RT-ROTULO
            MOVE WS-CNT-INDEXADOS TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'EMPRESTIMOS REAJUSTADOS ..: ' TO RT-ROTULO
            MOVE WS-CNT-REAJUSTADOS TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'REAJUSTES APLICADOS ......: ' TO RT-ROTULO
            MOVE WS-CNT-REAJUSTES TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'EMPRESTIMOS RETIDOS ......: ' TO RT-ROTULO
            MOVE WS-CNT-RETIDOS TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'LINHAS PARA O AMRHIST ....: ' TO RT-ROTULO
            MOVE WS-CNT-LINHAS-HIST TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'REAJ. APOS O PAGO-ATE ....: ' TO RT-ROTULO
            MOVE WS-CNT-APOS-PAGO TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            MOVE 'LINHAS SEM EMPRESTIMO ....: ' TO RT-ROTULO
            MOVE WS-CNT-QUADRO-ORFAO TO RT-VALOR
            PERFORM P970-LINHA-TOTAL
            DISPLAY 'REAJUSTE - ' WS-CNT-REAJUSTES
               ' REAJUSTES EM ' WS-CNT-REAJUSTADOS ' EMPRESTIMOS, '
               WS-CNT-RETIDOS ' RETIDOS.'
            IF WS-CNT-RETIDOS GREATER ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            .

       P960-DETALHE-CLIENTE.
            MOVE WS-CLI-ID (WS-IDX-CLI) TO RS-ID-CLIENTE
            MOVE WS-CLI-REAJUSTES (WS-IDX-CLI) TO RS-REAJUSTES
            MOVE WS-CLI-PARCELA-ANT (WS-IDX-CLI) TO RS-PARCELA-ANT
            MOVE WS-CLI-PARCELA-NOVA (WS-IDX-CLI) TO RS-PARCELA-NOVA
            MOVE WS-LIN-RESUMO TO RL-LINHA
            WRITE RL-LINHA
            .

       P970-LINHA-TOTAL.
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            .

       P900-FIM.
            CLOSE LOANFILE
            CLOSE AMRSCHED
            CLOSE LOANOUT
            CLOSE AMROUT
            CLOSE AMRHIST
            IF LOANSTAT-ABERTO
                CLOSE LOANSTAT
            END-IF
            CLOSE REPLIST
            GOBACK.
       END PROGRAM REAJUSTE.
