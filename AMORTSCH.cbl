      *          loan id, closing with a portfolio summary of total
      *          payments and interest per client. One run replaces
      *          a morning of edited parameter cards.
      *          Each loan (LN-METODO) and the AMRPARM card carry the
      *          amortization method: 'F' (or blank, the book before
      *          the code existed) spreads principal by the FIBIDX
      *          growth factors as above, 'P' is level payment (Price
      *          table - one installment for every period, interest
      *          on the balance, the rest amortizes) and 'S' is
      *          constant amortization (SAC - the same principal
      *          every period, interest on the balance on top). All
      *          three write the same AMRSCHED record and AMRLIST
      *          lines; SC-FATOR is zero outside the Fibonacci
      *          method, and the portfolio summary closes with totals
      *          by method. FIBIDX is only needed when a Fibonacci
      *          loan is in the run: without it (the JCL runs this
      *          program without the DD when FIBCHECK fails) the
      *          Price and SAC loans still schedule, each Fibonacci
      *          loan is rejected and the run ends RETURN-CODE 8.
      *          An indexed loan REAJUSTE has already repriced
      *          (LN-REAJUSTES above zero) is never rebuilt: LN-TAXA
      *          is only the rate since the last reset, and a schedule
      *          priced at it from period one would undo the resets.
      *          Its lines are carried forward unchanged from AMRANT,
      *          the AMRSCHED generation in force, read in step with
      *          LOANFILE in loan-id order; with no AMRANT, or no
      *          lines there for the loan, the loan is rejected and
      *          the run ends RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AMRSCHED ASSIGN TO "AMRSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRSCHED-STATUS.
           SELECT AMRANT ASSIGN TO "AMRANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRANT-STATUS.
           SELECT AMRLIST ASSIGN TO "AMRLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRLIST-STATUS.
           03 AM-PRINCIPAL             PIC 9(09)V99.
           03 AM-TAXA                  PIC 9(03)V9(04).
           03 AM-TERMOS                PIC 9(04).
           03 AM-METODO                PIC X.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  FIBIDX.
           03 SC-PAGAMENTO             PIC 9(09)V99.
           03 SC-JUROS                 PIC 9(09)V99.
           03 SC-SALDO                 PIC 9(09)V99.
       FD  AMRANT.
      *    The AMRSCHED generation in force - same layout.
       01  SA-REGISTRO.
           03 SA-ID-EMPRESTIMO         PIC 9(08).
           03 SA-PERIODO               PIC 9(04).
           03 SA-FATOR                 PIC 9(18).
           03 SA-PAGAMENTO             PIC 9(09)V99.
           03 SA-JUROS                 PIC 9(09)V99.
           03 SA-SALDO                 PIC 9(09)V99.
       FD  AMRLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-ID-CLIENTE            PIC 9(06)   VALUE ZERO.
       77 WS-FIBIDX-STATUS         PIC XX.
          88 FIBIDX-OK             VALUE '00'.
       77 WS-FIBIDX-SW             PIC X       VALUE 'N'.
          88 FIBIDX-ABERTO         VALUE 'S'.
       77 WS-AMRSCHED-STATUS       PIC XX.
          88 AMRSCHED-OK           VALUE '00'.
       77 WS-AMRLIST-STATUS        PIC XX.
          88 AMRLIST-OK            VALUE '00'.
       77 WS-AMRANT-STATUS         PIC XX.
          88 AMRANT-OK             VALUE '00'.
       77 WS-AMRANT-SW             PIC X       VALUE 'N'.
          88 AMRANT-ABERTO         VALUE 'S'.
       77 WS-EOF-AMRANT-SW         PIC X       VALUE 'N'.
          88 FIM-DO-AMRANT         VALUE 'S'.
       77 WS-REPRECIFICADO-SW      PIC X       VALUE 'N'.
          88 EMPRESTIMO-REPRECIFICADO VALUE 'S'.
       77 WS-PERIODO                PIC 9(04)   VALUE ZERO.
       77 WS-SOMA-FATORES           PIC 9(18)   VALUE ZERO.
       77 WS-FATOR                  PIC 9(18)   VALUE ZERO.
           03 WS-PRINCIPAL             PIC 9(09)V99 VALUE ZERO.
           03 WS-TAXA                  PIC 9(03)V9(04) VALUE ZERO.
           03 WS-TERMOS                PIC 9(04)   VALUE ZERO.
           03 WS-METODO                PIC X       VALUE 'F'.
              88 METODO-FIBONACCI      VALUE 'F'.
              88 METODO-PRICE          VALUE 'P'.
              88 METODO-SAC            VALUE 'S'.
              88 METODO-VALIDO         VALUE 'F' 'P' 'S'.
           03 WS-IDX-MET               PIC 9       VALUE ZERO.
       01 WS-CALCULO.
           03 WS-SALDO                 PIC 9(09)V99 VALUE ZERO.
           03 WS-AMORTIZACAO           PIC 9(09)V99 VALUE ZERO.
           03 WS-PAGAMENTO             PIC 9(09)V99 VALUE ZERO.
           03 WS-TOT-PAGAMENTOS        PIC 9(11)V99 VALUE ZERO.
           03 WS-TOT-JUROS             PIC 9(11)V99 VALUE ZERO.
      *    Price: F = (1 + i) ** n, the installment per unit of
      *    principal and the installment itself; SAC: the principal
      *    over the term count.
           03 WS-FATOR-PRICE           PIC 9(09)V9(09) VALUE ZERO.
           03 WS-COEF-PRICE            PIC 9(03)V9(12) VALUE ZERO.
           03 WS-PRESTACAO             PIC 9(09)V99 VALUE ZERO.
           03 WS-AMORT-CONSTANTE       PIC 9(09)V99 VALUE ZERO.
       01 WS-CARTEIRA.
      *    Per-client roll-up of the book - two hundred distinct
      *    clients is far beyond today's portfolio; the table aborts
           03 WS-CNT-EMPRESTIMOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMP-GERADOS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMP-REJEITADOS    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMP-SEM-FIBIDX    PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMP-MANTIDOS      PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EMP-SEM-QUADRO    PIC 9(07)   VALUE ZERO.
       01 WS-METODOS.
      *    One entry per method: 1 Fibonacci, 2 Price, 3 SAC.
           03 WS-MET-ITEM OCCURS 3 TIMES.
              05 WS-MET-EMPRESTIMOS    PIC 9(05).
              05 WS-MET-PAGAMENTOS     PIC 9(13)V99.
              05 WS-MET-JUROS          PIC 9(13)V99.
       01 WS-NOMES-METODO-INIC.
           03 FILLER                   PIC X(10)   VALUE 'FIBONACCI'.
           03 FILLER                   PIC X(10)   VALUE 'PRICE'.
           03 FILLER                   PIC X(10)   VALUE 'SAC'.
       01 WS-NOMES-METODO REDEFINES WS-NOMES-METODO-INIC.
           03 WS-NOME-METODO OCCURS 3 TIMES
                                       PIC X(10).
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'AMORTSCH - QUADRO DE AMORTIZACAO'.
              05 FILLER                PIC X(10)   VALUE
                 '  TERMOS: '.
              05 RP-TERMOS             PIC 9(04).
              05 FILLER                PIC X(10)   VALUE
                 '  METODO: '.
              05 RP-METODO             PIC X(10).
              05 FILLER                PIC X(07)   VALUE SPACES.
           03 WS-LIN-DETALHE.
              05 RD-PERIODO            PIC 9(04).
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RS-JUROS              PIC 9(13),99.
              05 FILLER                PIC X(31)   VALUE SPACES.
           03 WS-LIN-METODO.
              05 RM-METODO             PIC X(10).
              05 FILLER                PIC X(01)   VALUE SPACES.
              05 RM-EMPRESTIMOS        PIC 9(05).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-PAGAMENTOS         PIC 9(13).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-JUROS              PIC 9(13).99.
              05 FILLER                PIC X(28)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            MOVE ZERO TO WS-TOT-JUROS
            MOVE WS-PRINCIPAL TO WS-SALDO
            PERFORM P150-CABECALHO
            EVALUATE TRUE
                WHEN METODO-FIBONACCI
                    PERFORM P200-SOMA-FATORES
                        VARYING WS-PERIODO FROM 1 BY 1
                        UNTIL WS-PERIODO GREATER WS-TERMOS
                WHEN METODO-PRICE
                    PERFORM P220-CALCULA-PRESTACAO
                WHEN METODO-SAC
                    PERFORM P230-CALCULA-AMORTIZACAO
            END-EVALUATE
            PERFORM P500-GERA-PERIODO
                VARYING WS-PERIODO FROM 1 BY 1
                UNTIL WS-PERIODO GREATER WS-TERMOS
      *    LOANFILE present means portfolio mode - the whole book in
      *    one pass, parameters per loan record, master validated.
      *    Absent, the single AMRPARM schedule runs as always.
            INITIALIZE WS-METODOS
            OPEN INPUT LOANFILE
            IF LOANFILE-OK
                SET MODO-CARTEIRA TO TRUE
                       WS-DEMOFILE-STATUS
                    PERFORM P050-ABORTA
                END-IF
                PERFORM P140-ABRE-AMRANT
            ELSE
                PERFORM P130-LE-AMRPARM
            END-IF
      *    FIBIDX is only opened for the Fibonacci method - a run
      *    of Price and SAC loans goes ahead without it.
            OPEN INPUT FIBIDX
            IF FIBIDX-OK
                SET FIBIDX-ABERTO TO TRUE
            ELSE
                DISPLAY 'AMORTSCH - FIBIDX NAO DISPONIVEL ('
                   WS-FIBIDX-STATUS '), SO METODOS PRICE E SAC.'
                IF NOT MODO-CARTEIRA AND METODO-FIBONACCI
                    DISPLAY 'AMRPARM PEDE O METODO FIBONACCI - '
                       'FIBIDX OBRIGATORIO.'
                    PERFORM P050-ABORTA
                END-IF
            END-IF
            OPEN OUTPUT AMRSCHED
            IF NOT AMRSCHED-OK
                    MOVE AM-PRINCIPAL TO WS-PRINCIPAL
                    MOVE AM-TAXA      TO WS-TAXA
                    MOVE AM-TERMOS    TO WS-TERMOS
                    MOVE AM-METODO    TO WS-METODO
            END-READ
            CLOSE AMRPARM
            IF WS-TERMOS = ZERO OR WS-PRINCIPAL = ZERO
                   'DEVEM SER MAIORES QUE ZERO.'
                PERFORM P050-ABORTA
            END-IF
            IF WS-METODO = SPACE
                SET METODO-FIBONACCI TO TRUE
            END-IF
            IF NOT METODO-VALIDO
                DISPLAY 'AMRPARM INVALIDO - METODO ' WS-METODO
                   ' (F, P OU S).'
                PERFORM P050-ABORTA
            END-IF
            .

       P140-ABRE-AMRANT.
      *    Only the repriced loans need the schedule in force - a
      *    book with none of them runs without it.
            OPEN INPUT AMRANT
            IF AMRANT-OK
                SET AMRANT-ABERTO TO TRUE
                PERFORM P460-LE-AMRANT
            ELSE
                DISPLAY 'AMORTSCH - AMRANT NAO DISPONIVEL ('
                   WS-AMRANT-STATUS '), EMPRESTIMOS REAJUSTADOS '
                   'SERAO REJEITADOS.'
                SET FIM-DO-AMRANT TO TRUE
            END-IF
            .

       P150-CABECALHO.
            MOVE WS-PRINCIPAL TO RP-PRINCIPAL
            MOVE WS-TAXA      TO RP-TAXA
            MOVE WS-TERMOS    TO RP-TERMOS
            PERFORM P240-INDICE-METODO
            MOVE WS-NOME-METODO (WS-IDX-MET) TO RP-METODO
            MOVE WS-LIN-PARM TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            END-READ
            .

       P220-CALCULA-PRESTACAO.
      *    Level payment - the installment that pays the principal
      *    off in n periods at rate i is P * i * F / (F - 1), with
      *    F = (1 + i) ** n; at rate zero it is just P / n.
            IF WS-TAXA = ZERO
                COMPUTE WS-PRESTACAO ROUNDED =
                    WS-PRINCIPAL / WS-TERMOS
            ELSE
                COMPUTE WS-FATOR-PRICE ROUNDED =
                    (1 + WS-TAXA / 100) ** WS-TERMOS
                    ON SIZE ERROR
                        DISPLAY 'FATOR PRICE EXCEDE O CAMPO - TAXA '
                           WS-TAXA ' TERMOS ' WS-TERMOS
                        PERFORM P050-ABORTA
                END-COMPUTE
                COMPUTE WS-COEF-PRICE ROUNDED =
                    WS-TAXA * WS-FATOR-PRICE
                    / ((WS-FATOR-PRICE - 1) * 100)
                    ON SIZE ERROR
                        DISPLAY 'ERRO NO CALCULO DA PRESTACAO - TAXA '
                           WS-TAXA ' TERMOS ' WS-TERMOS
                        PERFORM P050-ABORTA
                END-COMPUTE
                COMPUTE WS-PRESTACAO ROUNDED =
                    WS-PRINCIPAL * WS-COEF-PRICE
                    ON SIZE ERROR
                        DISPLAY 'ERRO NO CALCULO DA PRESTACAO - TAXA '
                           WS-TAXA ' TERMOS ' WS-TERMOS
                        PERFORM P050-ABORTA
                END-COMPUTE
            END-IF
            .

       P230-CALCULA-AMORTIZACAO.
      *    Constant amortization - the same share of principal every
      *    period; the installment falls with the interest.
            COMPUTE WS-AMORT-CONSTANTE ROUNDED =
                WS-PRINCIPAL / WS-TERMOS
            .

       P240-INDICE-METODO.
            EVALUATE TRUE
                WHEN METODO-PRICE
                    MOVE 2 TO WS-IDX-MET
                WHEN METODO-SAC
                    MOVE 3 TO WS-IDX-MET
                WHEN OTHER
                    MOVE 1 TO WS-IDX-MET
            END-EVALUATE
            .

       P500-GERA-PERIODO.
            IF METODO-FIBONACCI
                PERFORM P210-LE-FATOR
            ELSE
                MOVE ZERO TO WS-FATOR
            END-IF
            COMPUTE WS-JUROS ROUNDED = WS-SALDO * WS-TAXA / 100
                ON SIZE ERROR
                       WS-PERIODO
                    PERFORM P050-ABORTA
            END-COMPUTE
      *    The last period takes whatever balance is left, so the
      *    rounding residue of the proportional shares dies here
      *    instead of leaving a centavo on the books.
            IF WS-PERIODO = WS-TERMOS
                MOVE WS-SALDO TO WS-AMORTIZACAO
            ELSE
                EVALUATE TRUE
                    WHEN METODO-FIBONACCI
                        PERFORM P510-AMORTIZA-FIBONACCI
                    WHEN METODO-PRICE
                        PERFORM P520-AMORTIZA-PRICE
                    WHEN METODO-SAC
                        MOVE WS-AMORT-CONSTANTE TO WS-AMORTIZACAO
                END-EVALUATE
                IF WS-AMORTIZACAO GREATER WS-SALDO
                    MOVE WS-SALDO TO WS-AMORTIZACAO
                END-IF
            END-IF
            ADD WS-AMORTIZACAO TO WS-JUROS GIVING WS-PAGAMENTO
            SUBTRACT WS-AMORTIZACAO FROM WS-SALDO
            ADD WS-PAGAMENTO TO WS-TOT-PAGAMENTOS
            PERFORM P700-GRAVA-PERIODO
            .

       P510-AMORTIZA-FIBONACCI.
            COMPUTE WS-AMORTIZACAO ROUNDED =
                WS-PRINCIPAL * WS-FATOR / WS-SOMA-FATORES
                ON SIZE ERROR
                    DISPLAY 'ERRO NO CALCULO DA AMORTIZACAO EM '
                       WS-PERIODO
                    PERFORM P050-ABORTA
            END-COMPUTE
            .

       P520-AMORTIZA-PRICE.
      *    The installment less the period's interest - never below
      *    zero, however the rounding of a tiny installment falls.
            IF WS-PRESTACAO GREATER WS-JUROS
                SUBTRACT WS-JUROS FROM WS-PRESTACAO
                    GIVING WS-AMORTIZACAO
            ELSE
                MOVE ZERO TO WS-AMORTIZACAO
            END-IF
            .

       P700-GRAVA-PERIODO.
            MOVE WS-ID-EMPRESTIMO TO SC-ID-EMPRESTIMO
            MOVE WS-PERIODO     TO SC-PERIODO
                GO TO P410-EXIT
            END-IF

      *    A blank method is the book as it stood before the code -
      *    every such loan was a Fibonacci schedule.
            MOVE LN-METODO TO WS-METODO
            IF WS-METODO = SPACE
                SET METODO-FIBONACCI TO TRUE
            END-IF
            IF NOT METODO-VALIDO
                MOVE 'METODO DE AMORTIZACAO INVALIDO' TO RJ-MOTIVO
                PERFORM P420-REJEITA-EMPRESTIMO
                GO TO P410-EXIT
            END-IF
      *    A loan REAJUSTE has repriced keeps the schedule it has -
      *    see P450.
            MOVE 'N' TO WS-REPRECIFICADO-SW
            IF LN-PERIODOS-REAJUSTE IS NUMERIC
             AND LN-PERIODOS-REAJUSTE GREATER ZERO
             AND LN-REAJUSTES IS NUMERIC
             AND LN-REAJUSTES GREATER ZERO
                SET EMPRESTIMO-REPRECIFICADO TO TRUE
            END-IF
            IF METODO-FIBONACCI AND NOT FIBIDX-ABERTO
             AND NOT EMPRESTIMO-REPRECIFICADO
                MOVE 'FIBONACCI SEM FIBIDX' TO RJ-MOTIVO
                ADD 1 TO WS-CNT-EMP-SEM-FIBIDX
                PERFORM P420-REJEITA-EMPRESTIMO
                GO TO P410-EXIT
            END-IF

            IF LN-PRINCIPAL = ZERO OR LN-TERMOS = ZERO
                MOVE 'PRINCIPAL OU TERMOS ZERADOS' TO RJ-MOTIVO
                PERFORM P420-REJEITA-EMPRESTIMO
            MOVE LN-PRINCIPAL     TO WS-PRINCIPAL
            MOVE LN-TAXA          TO WS-TAXA
            MOVE LN-TERMOS        TO WS-TERMOS
            IF EMPRESTIMO-REPRECIFICADO
                PERFORM P450-MANTEM-QUADRO THRU P450-EXIT
                GO TO P410-EXIT
            END-IF
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P300-GERA-QUADRO
            ADD WS-TOT-PAGAMENTOS
              TO WS-CLI-PAGAMENTOS (WS-CLI-ATUAL)
            ADD WS-TOT-JUROS TO WS-CLI-JUROS (WS-CLI-ATUAL)
            PERFORM P240-INDICE-METODO
            ADD 1 TO WS-MET-EMPRESTIMOS (WS-IDX-MET)
            ADD WS-TOT-PAGAMENTOS TO WS-MET-PAGAMENTOS (WS-IDX-MET)
            ADD WS-TOT-JUROS TO WS-MET-JUROS (WS-IDX-MET)
            .

       P440-PROCURA-CLIENTE.
            END-IF
            .

       P450-MANTEM-QUADRO.
      *    The repriced schedule stands as REAJUSTE left it - lines
      *    of loans ahead of this one on AMRANT are passed over (the
      *    loans regenerated, or no longer on the book).
            PERFORM P460-LE-AMRANT
                UNTIL FIM-DO-AMRANT
                   OR SA-ID-EMPRESTIMO NOT LESS LN-ID-EMPRESTIMO
            IF FIM-DO-AMRANT
             OR SA-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO
                MOVE 'REAJUSTADO SEM QUADRO ANTERIOR' TO RJ-MOTIVO
                ADD 1 TO WS-CNT-EMP-SEM-QUADRO
                PERFORM P420-REJEITA-EMPRESTIMO
                GO TO P450-EXIT
            END-IF
            MOVE ZERO TO WS-TOT-PAGAMENTOS
            MOVE ZERO TO WS-TOT-JUROS
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P150-CABECALHO
            PERFORM P470-MANTEM-PERIODO
                UNTIL FIM-DO-AMRANT
                   OR SA-ID-EMPRESTIMO NOT = LN-ID-EMPRESTIMO
            PERFORM P950-TOTAIS
            ADD 1 TO WS-CNT-EMP-MANTIDOS
            PERFORM P430-ACUMULA-CLIENTE
            .
       P450-EXIT.
            EXIT.

       P460-LE-AMRANT.
            READ AMRANT
                AT END
                    SET FIM-DO-AMRANT TO TRUE
                NOT AT END
                    IF NOT AMRANT-OK
                        DISPLAY 'ERRO LEITURA AMRANT: '
                           WS-AMRANT-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P470-MANTEM-PERIODO.
            MOVE SA-PERIODO     TO WS-PERIODO
            MOVE SA-FATOR       TO WS-FATOR
            MOVE SA-PAGAMENTO   TO WS-PAGAMENTO
            MOVE SA-JUROS       TO WS-JUROS
            MOVE SA-SALDO       TO WS-SALDO
            ADD WS-PAGAMENTO TO WS-TOT-PAGAMENTOS
            ADD WS-JUROS     TO WS-TOT-JUROS
            PERFORM P700-GRAVA-PERIODO
            PERFORM P460-LE-AMRANT
            .

       P960-RESUMO-CARTEIRA.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
                UNTIL WS-IDX-CLI GREATER WS-QTD-CLIENTES
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'TOTAIS POR METODO DE AMORTIZACAO' TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'METODO     EMPR.  TOTAL PAGO        TOTAL JUROS'
              TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P980-DETALHE-METODO
                VARYING WS-IDX-MET FROM 1 BY 1
                UNTIL WS-IDX-MET GREATER 3
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY 'AMORTSCH - CARTEIRA: ' WS-CNT-EMPRESTIMOS
               ' EMPRESTIMOS, ' WS-CNT-EMP-GERADOS ' GERADOS, '
               WS-CNT-EMP-REJEITADOS ' REJEITADOS.'
            DISPLAY 'AMORTSCH - ' WS-CNT-EMP-MANTIDOS
               ' EMPRESTIMOS REAJUSTADOS MANTIDOS DO AMRANT.'
            IF WS-CNT-EMP-SEM-FIBIDX GREATER ZERO
                DISPLAY 'AMORTSCH - ' WS-CNT-EMP-SEM-FIBIDX
                   ' EMPRESTIMOS FIBONACCI SEM FIBIDX - RODE '
                   'FIBCHECK/FIBOCOB E REPROCESSE.'
                MOVE 8 TO RETURN-CODE
            END-IF
            IF WS-CNT-EMP-SEM-QUADRO GREATER ZERO
                DISPLAY 'AMORTSCH - ' WS-CNT-EMP-SEM-QUADRO
                   ' EMPRESTIMOS REAJUSTADOS SEM QUADRO NO AMRANT - '
                   'INFORME O AMRSCHED EM VIGOR E REPROCESSE.'
                MOVE 8 TO RETURN-CODE
            END-IF
            .

       P970-DETALHE-CLIENTE.
            WRITE RL-LINHA
            .

       P980-DETALHE-METODO.
            MOVE WS-NOME-METODO (WS-IDX-MET) TO RM-METODO
            MOVE WS-MET-EMPRESTIMOS (WS-IDX-MET) TO RM-EMPRESTIMOS
            MOVE WS-MET-PAGAMENTOS (WS-IDX-MET) TO RM-PAGAMENTOS
            MOVE WS-MET-JUROS (WS-IDX-MET) TO RM-JUROS
            MOVE WS-LIN-METODO TO RL-LINHA
            WRITE RL-LINHA
            .

       P950-TOTAIS.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            IF MODO-CARTEIRA
                CLOSE LOANFILE
                CLOSE DEMOFILE
                IF AMRANT-ABERTO
                    CLOSE AMRANT
                END-IF
            END-IF
            IF FIBIDX-ABERTO
                CLOSE FIBIDX
            END-IF
            CLOSE AMRSCHED
            CLOSE AMRLIST
            GOBACK.
