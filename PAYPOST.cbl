      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily loan payment posting and delinquency aging over
      *          the AMORTSCH portfolio. Three passes:
      *            - every loan on LOANFILE gets its LOANSTAT loan-
      *              status record (created on first sight, client id
      *              and first due date refreshed from the book on
      *              every run);
      *            - the day's PAYFILE payments (CPYIFPG, keyed by
      *              LN-ID-EMPRESTIMO, presence convention as
      *              AMORTSCH's LOANFILE) are taken in as credit on
      *              the loan, each one listed on PAYLIST as posted
      *              or refused with the reason;
      *            - LOANFILE and the AMRSCHED schedule built from it
      *              (same order, AMORTSCH writes the schedule in
      *              book order) are walked in step: the credit
      *              settles SC-PAGAMENTO period by period from the
      *              paid-to period on, and every period past its due
      *              date still unsettled goes into arrears, aged in
      *              days on the same commercial 30/360 count the
      *              aging reports use.
      *          The DELQLIST report lists every loan in arrears with
      *          its paid-to period, amount and days past due, telling
      *          a short payment (money came in, not enough to settle
      *          the period) from a missed one (nothing came in), and
      *          closes with the 30/60/90+ aging buckets per client.
      *          A payment the book does not know ends the run with
      *          RETURN-CODE 4 so collections sees it the same day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANFILE-STATUS.
           SELECT PAYFILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYFILE-STATUS.
           SELECT AMRSCHED ASSIGN TO "AMRSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRSCHED-STATUS.
           SELECT LOANSTAT ASSIGN TO "LOANSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-ID-EMPRESTIMO
               FILE STATUS IS WS-LOANSTAT-STATUS.
           SELECT PAYLIST ASSIGN TO "PAYLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLIST-STATUS.
           SELECT DELQLIST ASSIGN TO "DELQLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELQLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  PAYFILE.
           COPY CPYIFPG.
       FD  AMRSCHED.
       01  SC-REGISTRO.
           03 SC-ID-EMPRESTIMO         PIC 9(08).
           03 SC-PERIODO               PIC 9(04).
           03 SC-FATOR                 PIC 9(18).
           03 SC-PAGAMENTO             PIC 9(09)V99.
           03 SC-JUROS                 PIC 9(09)V99.
           03 SC-SALDO                 PIC 9(09)V99.
       FD  LOANSTAT.
           COPY CPYIFLS.
       FD  PAYLIST.
       01  RL-LINHA-PGTO               PIC X(80).
       FD  DELQLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-PAYFILE-STATUS        PIC XX.
              88 PAYFILE-OK            VALUE '00'.
           03 WS-AMRSCHED-STATUS       PIC XX.
              88 AMRSCHED-OK           VALUE '00'.
           03 WS-LOANSTAT-STATUS       PIC XX.
              88 LOANSTAT-OK           VALUE '00'.
              88 LOANSTAT-AUSENTE      VALUE '35'.
           03 WS-PAYLIST-STATUS        PIC XX.
              88 PAYLIST-OK            VALUE '00'.
           03 WS-DELQLIST-STATUS       PIC XX.
              88 DELQLIST-OK           VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-EOF-QUADRO-SW         PIC X       VALUE 'N'.
              88 FIM-DO-QUADRO         VALUE 'S'.
           03 WS-INTERROMPIDO-SW       PIC X       VALUE 'N'.
              88 QUITACAO-INTERROMPIDA VALUE 'S'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-DATAS.
      *    Due dates and days past due on the commercial 30/360
      *    count - the same month arithmetic WRNAGING and SUSPWORK
      *    age their items with. Period n falls due n-1 months after
      *    the first due date, which on this count is 30 days each.
           03 WS-DATA-CALC             PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-DATA-CALC.
              05 WS-CALC-ANO           PIC 9(04).
              05 WS-CALC-MES           PIC 99.
              05 WS-CALC-DIA           PIC 99.
           03 WS-SERIAL-CALC           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-HOJE           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-BASE           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-VENC           PIC 9(07)   VALUE ZERO.
           03 WS-DIAS                  PIC 9(05)   VALUE ZERO.
       01 WS-CALCULO.
           03 WS-A-PAGAR               PIC 9(09)V99 VALUE ZERO.
           03 WS-ULTIMO-PERIODO        PIC 9(04)   VALUE ZERO.
           03 WS-IDX-FAIXA             PIC 9       VALUE ZERO.
           03 WS-EMP-FAIXA             PIC 9(09)V99
                                       OCCURS 4 TIMES.
       01 WS-CARTEIRA.
      *    Per-client aging roll-up - same two-hundred-client table
      *    and the same loud abort as AMORTSCH's portfolio summary.
           03 WS-MAX-CLIENTES          PIC 9(03)   VALUE 200.
           03 WS-QTD-CLIENTES          PIC 9(03)   VALUE ZERO.
           03 WS-CLI-ATUAL             PIC 9(03)   VALUE ZERO.
           03 WS-IDX-CLI               PIC 9(03)   VALUE ZERO.
           03 WS-CLI-ITEM OCCURS 200 TIMES.
              05 WS-CLI-ID             PIC 9(06).
              05 WS-CLI-PARCIAIS       PIC 9(03).
              05 WS-CLI-SEM-PGTO       PIC 9(03).
              05 WS-CLI-FAIXA          PIC 9(11)V99
                                       OCCURS 4 TIMES.
       01 WS-TOT-FAIXAS.
           03 WS-TOT-FAIXA             PIC 9(11)V99
                                       OCCURS 4 TIMES.
       01 WS-CONTADORES.
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NOVOS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-IGNORADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PGTO-LIDOS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PGTO-POSTADOS     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PGTO-RECUSADOS    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PGTO-JA-POSTADOS  PIC 9(07)   VALUE ZERO.
           03 WS-VLR-POSTADO           PIC 9(11)V99 VALUE ZERO.
           03 WS-CNT-EM-DIA            PIC 9(07)   VALUE ZERO.
           03 WS-CNT-PARCIAIS          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-PGTO          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-QUITADOS          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-QUADRO        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-QUADRO-ORFAO      PIC 9(07)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC-PGTO1       PIC X(80)   VALUE
              'PAYPOST - POSTAGEM DE PAGAMENTOS DE EMPRESTIMOS'.
           03 WS-LIN-CABEC-PGTO2       PIC X(80)   VALUE
              'EMPRESTIMO DATA      VALOR         SITUACAO'.
           03 WS-LIN-PGTO.
              05 RP-ID-EMPRESTIMO      PIC X(08).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RP-DATA               PIC X(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RP-VALOR              PIC 9(09).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RP-SITUACAO           PIC X(30).
              05 FILLER                PIC X(15)   VALUE SPACES.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'PAYPOST - EMPRESTIMOS EM ATRASO'.
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(40)   VALUE
                 'EMPRESTIMO CLIENTE PAGO ATE PER.  EM ATR'.
              05 FILLER                PIC X(40)   VALUE
                 'ASO     DIAS  SITUACAO'.
           03 WS-LIN-DETALHE.
              05 RD-ID-EMPRESTIMO      PIC 9(08).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RD-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-PAGO-ATE           PIC 9(04).
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RD-PERIODOS           PIC 9(04).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-ATRASO             PIC 9(09).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-DIAS               PIC 9(05).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-SITUACAO           PIC X(13).
              05 FILLER                PIC X(13)   VALUE SPACES.
           03 WS-LIN-AVISO.
              05 FILLER                PIC X(11)   VALUE
                 'EMPRESTIMO '.
              05 RA-ID-EMPRESTIMO      PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RA-MOTIVO             PIC X(40).
              05 FILLER                PIC X(20)   VALUE SPACES.
           03 WS-LIN-CABEC3.
              05 FILLER                PIC X(40)   VALUE
                 'CLIENTE    01 A 30 DIAS    31 A 60 DIAS '.
              05 FILLER                PIC X(40)   VALUE
                 '   61 A 90 DIAS MAIS DE 90 DIAS PARC SEM'.
           03 WS-LIN-RESUMO.
              05 RS-ID-CLIENTE         PIC 9(06).
              05 RS-FAIXA-ITEM OCCURS 4 TIMES.
                 07 FILLER             PIC X.
                 07 RS-FAIXA           PIC 9(11).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RS-PARCIAIS           PIC 9(03).
              05 FILLER                PIC X       VALUE SPACE.
              05 RS-SEM-PGTO           PIC 9(03).
              05 FILLER                PIC X(05)   VALUE SPACES.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
           03 WS-LIN-VALOR.
              05 RV-ROTULO             PIC X(28).
              05 RV-VALOR              PIC 9(11).99.
              05 FILLER                PIC X(38)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-CADASTRA-CARTEIRA
            PERFORM P300-POSTA-PAGAMENTOS
            PERFORM P400-ENVELHECE-CARTEIRA
            PERFORM P950-RELATORIO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "PAYPOST ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            MOVE WS-TS-DATA TO WS-DATA-CALC
            PERFORM P150-CALCULA-SERIAL
            MOVE WS-SERIAL-CALC TO WS-SERIAL-HOJE
            INITIALIZE WS-TOT-FAIXAS
            PERFORM P110-ABRE-LOANSTAT
            OPEN OUTPUT PAYLIST
            IF NOT PAYLIST-OK
                DISPLAY 'ERRO ABERTURA PAYLIST: ' WS-PAYLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT DELQLIST
            IF NOT DELQLIST-OK
                DISPLAY 'ERRO ABERTURA DELQLIST: '
                   WS-DELQLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC-PGTO1 TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE WS-LIN-CABEC-PGTO2 TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            .

       P110-ABRE-LOANSTAT.
      *    The loan-status master is permanent; the very first run
      *    creates it empty and reopens I-O, same as AUDARCH's
      *    history.
            OPEN I-O LOANSTAT
            IF LOANSTAT-AUSENTE
                OPEN OUTPUT LOANSTAT
                IF LOANSTAT-OK
                    CLOSE LOANSTAT
                    OPEN I-O LOANSTAT
                END-IF
            END-IF
            IF NOT LOANSTAT-OK
                DISPLAY 'ERRO ABERTURA LOANSTAT: '
                   WS-LOANSTAT-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P150-CALCULA-SERIAL.
            COMPUTE WS-SERIAL-CALC =
                (WS-CALC-ANO * 360) + (WS-CALC-MES * 30)
                + WS-CALC-DIA
            .

       P200-CADASTRA-CARTEIRA.
            OPEN INPUT LOANFILE
            IF NOT LOANFILE-OK
                DISPLAY 'ERRO ABERTURA LOANFILE: '
                   WS-LOANFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE 'N' TO WS-EOF-SW
            PERFORM P210-LE-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            CLOSE LOANFILE
            MOVE 'N' TO WS-EOF-SW
            .

       P210-LE-EMPRESTIMO.
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
                    PERFORM P220-CADASTRA-EMPRESTIMO
                       THRU P220-EXIT
            END-READ
            .

       P220-CADASTRA-EMPRESTIMO.
      *    A loan AMORTSCH would refuse, or one with no first due
      *    date to age from, never gets a status record - its
      *    payments then refuse as an unknown loan, which is what
      *    collections needs to hear.
            IF LN-ID-EMPRESTIMO IS NOT NUMERIC
             OR LN-ID-CLIENTE IS NOT NUMERIC
             OR LN-TERMOS IS NOT NUMERIC
             OR LN-DATA-PRIMEIRO-VENC IS NOT NUMERIC
                ADD 1 TO WS-CNT-IGNORADOS
                GO TO P220-EXIT
            END-IF
            IF LN-DATA-PRIMEIRO-VENC = ZERO OR LN-TERMOS = ZERO
                ADD 1 TO WS-CNT-IGNORADOS
                MOVE LN-ID-EMPRESTIMO TO RA-ID-EMPRESTIMO
                MOVE 'SEM PRIMEIRO VENCIMENTO OU TERMOS - IGNORADO'
                  TO RA-MOTIVO
                MOVE WS-LIN-AVISO TO RL-LINHA
                WRITE RL-LINHA
                GO TO P220-EXIT
            END-IF

            MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
            READ LOANSTAT
                INVALID KEY
                    INITIALIZE LS-REGISTRO
                    MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
                    MOVE LN-ID-CLIENTE    TO LS-ID-CLIENTE
                    MOVE LN-TERMOS        TO LS-TERMOS
                    MOVE LN-DATA-PRIMEIRO-VENC
                      TO LS-DATA-PRIMEIRO-VENC
                    SET LS-EM-DIA TO TRUE
                    WRITE LS-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO GRAVANDO LOANSTAT '
                               LS-ID-EMPRESTIMO ': '
                               WS-LOANSTAT-STATUS
                            PERFORM P050-ABORTA
                    END-WRITE
                    ADD 1 TO WS-CNT-NOVOS
                    GO TO P220-EXIT
            END-READ

      *    The book is the authority for owner and terms - a loan
      *    moved to another client or re-termed shows here on the
      *    next run.
            MOVE LN-ID-CLIENTE         TO LS-ID-CLIENTE
            MOVE LN-TERMOS             TO LS-TERMOS
            MOVE LN-DATA-PRIMEIRO-VENC TO LS-DATA-PRIMEIRO-VENC
            REWRITE LS-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO REGRAVANDO LOANSTAT '
                       LS-ID-EMPRESTIMO ': ' WS-LOANSTAT-STATUS
                    PERFORM P050-ABORTA
            END-REWRITE
            .
       P220-EXIT.
            EXIT.

       P300-POSTA-PAGAMENTOS.
      *    PAYFILE is optional - a day with no payments still ages
      *    the book.
            OPEN INPUT PAYFILE
            IF NOT PAYFILE-OK
                DISPLAY 'PAYPOST - SEM PAYFILE, NENHUM PAGAMENTO A '
                   'POSTAR.'
            ELSE
                MOVE 'N' TO WS-EOF-SW
                PERFORM P310-LE-PAGAMENTO UNTIL FIM-DO-ARQUIVO
                CLOSE PAYFILE
                MOVE 'N' TO WS-EOF-SW
            END-IF
            .

       P310-LE-PAGAMENTO.
            READ PAYFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT PAYFILE-OK
                        DISPLAY 'ERRO LEITURA PAYFILE: '
                           WS-PAYFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    ADD 1 TO WS-CNT-PGTO-LIDOS
                    PERFORM P320-POSTA-PAGAMENTO
                       THRU P320-EXIT
            END-READ
            .

       P320-POSTA-PAGAMENTO.
            MOVE PG-ID-EMPRESTIMO TO RP-ID-EMPRESTIMO
            MOVE PG-DATA          TO RP-DATA
            MOVE ZERO             TO RP-VALOR

            IF PG-ID-EMPRESTIMO IS NOT NUMERIC
             OR PG-DATA IS NOT NUMERIC
             OR PG-VALOR IS NOT NUMERIC
                MOVE 'CAMPO NAO NUMERICO' TO RP-SITUACAO
                PERFORM P330-RECUSA-PAGAMENTO
                GO TO P320-EXIT
            END-IF
            MOVE PG-VALOR TO RP-VALOR
            IF PG-VALOR = ZERO
                MOVE 'VALOR ZERADO' TO RP-SITUACAO
                PERFORM P330-RECUSA-PAGAMENTO
                GO TO P320-EXIT
            END-IF

            MOVE PG-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
            READ LOANSTAT
                INVALID KEY
                    MOVE 'EMPRESTIMO NAO CADASTRADO' TO RP-SITUACAO
                    PERFORM P330-RECUSA-PAGAMENTO
                    GO TO P320-EXIT
            END-READ

      *    A loan already stamped today by a different run has
      *    had this file posted - a resubmit must not credit the
      *    same money twice. Several payments for one loan in this
      *    run carry this run's own stamp and all go in.
            IF LS-DATA-POSTAGEM = WS-TS-DATA
             AND LS-HORA-POSTAGEM NOT = WS-TS-HORA
                ADD 1 TO WS-CNT-PGTO-JA-POSTADOS
                MOVE 'JA POSTADO NESTA DATA' TO RP-SITUACAO
                MOVE WS-LIN-PGTO TO RL-LINHA-PGTO
                WRITE RL-LINHA-PGTO
                GO TO P320-EXIT
            END-IF

            ADD PG-VALOR TO LS-CREDITO
                ON SIZE ERROR
                    DISPLAY 'CREDITO EXCEDE O CAMPO NO EMPRESTIMO '
                       LS-ID-EMPRESTIMO
                    PERFORM P050-ABORTA
            END-ADD
            ADD PG-VALOR TO LS-TOTAL-PAGO
            IF PG-DATA GREATER LS-DATA-ULT-PGTO
                MOVE PG-DATA TO LS-DATA-ULT-PGTO
            END-IF
            MOVE WS-TS-DATA TO LS-DATA-POSTAGEM
            MOVE WS-TS-HORA TO LS-HORA-POSTAGEM
            REWRITE LS-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO REGRAVANDO LOANSTAT '
                       LS-ID-EMPRESTIMO ': ' WS-LOANSTAT-STATUS
                    PERFORM P050-ABORTA
            END-REWRITE
            ADD 1 TO WS-CNT-PGTO-POSTADOS
            ADD PG-VALOR TO WS-VLR-POSTADO
            MOVE 'POSTADO' TO RP-SITUACAO
            MOVE WS-LIN-PGTO TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            .
       P320-EXIT.
            EXIT.

       P330-RECUSA-PAGAMENTO.
            ADD 1 TO WS-CNT-PGTO-RECUSADOS
            MOVE WS-LIN-PGTO TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            .

       P400-ENVELHECE-CARTEIRA.
      *    LOANFILE and AMRSCHED in step - the schedule holds only
      *    the loans AMORTSCH generated, in book order, so a loan
      *    either finds its periods at the head of the schedule or
      *    has none.
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
            PERFORM P405-LE-QUADRO
            MOVE 'N' TO WS-EOF-SW
            PERFORM P410-LE-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
            PERFORM P407-DESCARTA-ORFAO UNTIL FIM-DO-QUADRO
            CLOSE LOANFILE
            CLOSE AMRSCHED
            .

       P405-LE-QUADRO.
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

       P407-DESCARTA-ORFAO.
      *    Schedule lines for a loan the book no longer carries -
      *    an AMRSCHED from another LOANFILE generation.
            ADD 1 TO WS-CNT-QUADRO-ORFAO
            PERFORM P405-LE-QUADRO
            .

       P410-LE-EMPRESTIMO.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    PERFORM P420-ENVELHECE-EMPRESTIMO
                       THRU P420-EXIT
            END-READ
            .

       P420-ENVELHECE-EMPRESTIMO.
            IF LN-ID-EMPRESTIMO IS NOT NUMERIC
                GO TO P420-EXIT
            END-IF
            PERFORM P407-DESCARTA-ORFAO
                UNTIL FIM-DO-QUADRO
                   OR SC-ID-EMPRESTIMO NOT LESS LN-ID-EMPRESTIMO
            IF FIM-DO-QUADRO
             OR SC-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO
                ADD 1 TO WS-CNT-SEM-QUADRO
                MOVE LN-ID-EMPRESTIMO TO RA-ID-EMPRESTIMO
                MOVE 'SEM QUADRO NO AMRSCHED - NAO ENVELHECIDO'
                  TO RA-MOTIVO
                MOVE WS-LIN-AVISO TO RL-LINHA
                WRITE RL-LINHA
                GO TO P420-EXIT
            END-IF

            MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
            READ LOANSTAT
                INVALID KEY
      *             Ignored in the first pass - its periods are
      *             skipped so the next loan lines up.
                    PERFORM P405-LE-QUADRO
                        UNTIL FIM-DO-QUADRO
                           OR SC-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO
                    GO TO P420-EXIT
            END-READ

            MOVE ZERO TO LS-ATRASO
            MOVE ZERO TO LS-DIAS-ATRASO
            MOVE ZERO TO LS-PERIODOS-ATRASO
            INITIALIZE WS-CALCULO
            MOVE 'N' TO WS-INTERROMPIDO-SW
            MOVE LS-DATA-PRIMEIRO-VENC TO WS-DATA-CALC
            PERFORM P150-CALCULA-SERIAL
            MOVE WS-SERIAL-CALC TO WS-SERIAL-BASE
            PERFORM P430-APLICA-PERIODO
                UNTIL FIM-DO-QUADRO
                   OR SC-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO

            EVALUATE TRUE
                WHEN LS-PAGO-ATE NOT LESS WS-ULTIMO-PERIODO
                    SET LS-QUITADO TO TRUE
                    ADD 1 TO WS-CNT-QUITADOS
                WHEN LS-PERIODOS-ATRASO = ZERO
                    SET LS-EM-DIA TO TRUE
                    ADD 1 TO WS-CNT-EM-DIA
      *         Money sitting against the oldest unpaid period means
      *         the client paid, just not enough - a short payment,
      *         not a missed one.
                WHEN LS-CREDITO GREATER ZERO
                    SET LS-PARCIAL TO TRUE
                    ADD 1 TO WS-CNT-PARCIAIS
                WHEN OTHER
                    SET LS-SEM-PAGAMENTO TO TRUE
                    ADD 1 TO WS-CNT-SEM-PGTO
            END-EVALUATE
            REWRITE LS-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO REGRAVANDO LOANSTAT '
                       LS-ID-EMPRESTIMO ': ' WS-LOANSTAT-STATUS
                    PERFORM P050-ABORTA
            END-REWRITE

            IF LS-PARCIAL OR LS-SEM-PAGAMENTO
                PERFORM P450-LISTA-ATRASO
                PERFORM P460-ACUMULA-CLIENTE
            END-IF
            .
       P420-EXIT.
            EXIT.

       P430-APLICA-PERIODO.
      *    Periods past the paid-to mark settle in order while the
      *    credit covers them; the first one it cannot cover stops
      *    the settling, keeps the credit as a part payment against
      *    itself, and it and every later period already past due
      *    go into arrears, each aged from its own due date.
            MOVE SC-PERIODO TO WS-ULTIMO-PERIODO
            IF SC-PERIODO GREATER LS-PAGO-ATE
                IF NOT QUITACAO-INTERROMPIDA
                 AND LS-CREDITO NOT LESS SC-PAGAMENTO
                    SUBTRACT SC-PAGAMENTO FROM LS-CREDITO
                    MOVE SC-PERIODO TO LS-PAGO-ATE
                ELSE
                    IF QUITACAO-INTERROMPIDA
                        MOVE SC-PAGAMENTO TO WS-A-PAGAR
                    ELSE
                        SUBTRACT LS-CREDITO FROM SC-PAGAMENTO
                            GIVING WS-A-PAGAR
                        SET QUITACAO-INTERROMPIDA TO TRUE
                    END-IF
                    COMPUTE WS-SERIAL-VENC =
                        WS-SERIAL-BASE + ((SC-PERIODO - 1) * 30)
                    IF WS-SERIAL-VENC LESS WS-SERIAL-HOJE
                        PERFORM P440-ENVELHECE-PERIODO
                    END-IF
                END-IF
            END-IF
            PERFORM P405-LE-QUADRO
            .

       P440-ENVELHECE-PERIODO.
            COMPUTE WS-DIAS = WS-SERIAL-HOJE - WS-SERIAL-VENC
            ADD WS-A-PAGAR TO LS-ATRASO
            ADD 1 TO LS-PERIODOS-ATRASO
            IF WS-DIAS GREATER LS-DIAS-ATRASO
                MOVE WS-DIAS TO LS-DIAS-ATRASO
            END-IF
            EVALUATE TRUE
                WHEN WS-DIAS NOT GREATER 30
                    MOVE 1 TO WS-IDX-FAIXA
                WHEN WS-DIAS NOT GREATER 60
                    MOVE 2 TO WS-IDX-FAIXA
                WHEN WS-DIAS NOT GREATER 90
                    MOVE 3 TO WS-IDX-FAIXA
                WHEN OTHER
                    MOVE 4 TO WS-IDX-FAIXA
            END-EVALUATE
            ADD WS-A-PAGAR TO WS-EMP-FAIXA (WS-IDX-FAIXA)
            .

       P450-LISTA-ATRASO.
            MOVE LS-ID-EMPRESTIMO   TO RD-ID-EMPRESTIMO
            MOVE LS-ID-CLIENTE      TO RD-ID-CLIENTE
            MOVE LS-PAGO-ATE        TO RD-PAGO-ATE
            MOVE LS-PERIODOS-ATRASO TO RD-PERIODOS
            MOVE LS-ATRASO          TO RD-ATRASO
            MOVE LS-DIAS-ATRASO     TO RD-DIAS
            IF LS-PARCIAL
                MOVE 'PGTO PARCIAL' TO RD-SITUACAO
            ELSE
                MOVE 'SEM PAGAMENTO' TO RD-SITUACAO
            END-IF
            MOVE WS-LIN-DETALHE TO RL-LINHA
            WRITE RL-LINHA
            .

       P460-ACUMULA-CLIENTE.
            MOVE ZERO TO WS-CLI-ATUAL
            PERFORM P470-PROCURA-CLIENTE
                VARYING WS-IDX-CLI FROM 1 BY 1
                UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
                   OR WS-CLI-ATUAL GREATER ZERO
            IF WS-CLI-ATUAL = ZERO
                IF WS-QTD-CLIENTES NOT LESS WS-MAX-CLIENTES
                    DISPLAY 'TABELA DE CLIENTES ESGOTADA EM '
                       LS-ID-CLIENTE
                    PERFORM P050-ABORTA
                END-IF
                ADD 1 TO WS-QTD-CLIENTES
                MOVE WS-QTD-CLIENTES TO WS-CLI-ATUAL
                INITIALIZE WS-CLI-ITEM (WS-CLI-ATUAL)
                MOVE LS-ID-CLIENTE TO WS-CLI-ID (WS-CLI-ATUAL)
            END-IF
            IF LS-PARCIAL
                ADD 1 TO WS-CLI-PARCIAIS (WS-CLI-ATUAL)
            ELSE
                ADD 1 TO WS-CLI-SEM-PGTO (WS-CLI-ATUAL)
            END-IF
            PERFORM P480-SOMA-FAIXA
                VARYING WS-IDX-FAIXA FROM 1 BY 1
                UNTIL WS-IDX-FAIXA GREATER 4
            .

       P470-PROCURA-CLIENTE.
            IF WS-CLI-ID (WS-IDX-CLI) = LS-ID-CLIENTE
                MOVE WS-IDX-CLI TO WS-CLI-ATUAL
            END-IF
            .

       P480-SOMA-FAIXA.
            ADD WS-EMP-FAIXA (WS-IDX-FAIXA)
              TO WS-CLI-FAIXA (WS-CLI-ATUAL, WS-IDX-FAIXA)
            ADD WS-EMP-FAIXA (WS-IDX-FAIXA)
              TO WS-TOT-FAIXA (WS-IDX-FAIXA)
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE 'PAGAMENTOS LIDOS .........: ' TO RT-ROTULO
            MOVE WS-CNT-PGTO-LIDOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE 'PAGAMENTOS POSTADOS ......: ' TO RT-ROTULO
            MOVE WS-CNT-PGTO-POSTADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE 'JA POSTADOS ANTES ........: ' TO RT-ROTULO
            MOVE WS-CNT-PGTO-JA-POSTADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE 'PAGAMENTOS RECUSADOS .....: ' TO RT-ROTULO
            MOVE WS-CNT-PGTO-RECUSADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO
            MOVE 'VALOR POSTADO ............: ' TO RV-ROTULO
            MOVE WS-VLR-POSTADO TO RV-VALOR
            MOVE WS-LIN-VALOR TO RL-LINHA-PGTO
            WRITE RL-LINHA-PGTO

            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'ENVELHECIMENTO POR CLIENTE' TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC3 TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P970-DETALHE-CLIENTE
                VARYING WS-IDX-CLI FROM 1 BY 1
                UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE '01 A 30 DIAS .............: ' TO RV-ROTULO
            MOVE WS-TOT-FAIXA (1) TO RV-VALOR
            MOVE WS-LIN-VALOR TO RL-LINHA
            WRITE RL-LINHA
            MOVE '31 A 60 DIAS .............: ' TO RV-ROTULO
            MOVE WS-TOT-FAIXA (2) TO RV-VALOR
            MOVE WS-LIN-VALOR TO RL-LINHA
            WRITE RL-LINHA
            MOVE '61 A 90 DIAS .............: ' TO RV-ROTULO
            MOVE WS-TOT-FAIXA (3) TO RV-VALOR
            MOVE WS-LIN-VALOR TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'MAIS DE 90 DIAS ..........: ' TO RV-ROTULO
            MOVE WS-TOT-FAIXA (4) TO RV-VALOR
            MOVE WS-LIN-VALOR TO RL-LINHA
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EMPRESTIMOS NO LOANFILE ..: ' TO RT-ROTULO
            MOVE WS-CNT-EMPRESTIMOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'NOVOS NO LOANSTAT ........: ' TO RT-ROTULO
            MOVE WS-CNT-NOVOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'IGNORADOS ................: ' TO RT-ROTULO
            MOVE WS-CNT-IGNORADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EM DIA ...................: ' TO RT-ROTULO
            MOVE WS-CNT-EM-DIA TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EM ATRASO - PGTO PARCIAL .: ' TO RT-ROTULO
            MOVE WS-CNT-PARCIAIS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EM ATRASO - SEM PAGAMENTO : ' TO RT-ROTULO
            MOVE WS-CNT-SEM-PGTO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'QUITADOS .................: ' TO RT-ROTULO
            MOVE WS-CNT-QUITADOS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'SEM QUADRO NO AMRSCHED ...: ' TO RT-ROTULO
            MOVE WS-CNT-SEM-QUADRO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'LINHAS DE QUADRO ORFAS ...: ' TO RT-ROTULO
            MOVE WS-CNT-QUADRO-ORFAO TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY 'PAYPOST - ' WS-CNT-PGTO-POSTADOS ' POSTADOS, '
               WS-CNT-PGTO-RECUSADOS ' RECUSADOS, '
               WS-CNT-PARCIAIS ' PARCIAIS, '
               WS-CNT-SEM-PGTO ' SEM PAGAMENTO.'
            .

       P970-DETALHE-CLIENTE.
            MOVE WS-CLI-ID (WS-IDX-CLI) TO RS-ID-CLIENTE
            PERFORM P980-DETALHE-FAIXA
                VARYING WS-IDX-FAIXA FROM 1 BY 1
                UNTIL WS-IDX-FAIXA GREATER 4
            MOVE WS-CLI-PARCIAIS (WS-IDX-CLI) TO RS-PARCIAIS
            MOVE WS-CLI-SEM-PGTO (WS-IDX-CLI) TO RS-SEM-PGTO
            MOVE WS-LIN-RESUMO TO RL-LINHA
            WRITE RL-LINHA
            .

       P980-DETALHE-FAIXA.
            MOVE WS-CLI-FAIXA (WS-IDX-CLI, WS-IDX-FAIXA)
              TO RS-FAIXA (WS-IDX-FAIXA)
            .

       P900-FIM.
            CLOSE LOANSTAT
            CLOSE PAYLIST
            CLOSE DELQLIST
            IF WS-CNT-PGTO-RECUSADOS GREATER ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM PAYPOST.
