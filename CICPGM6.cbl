      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pseudo-conversational loan inquiry and payoff quote
      *          transaction on mapset CICMAP6 - the desk's screen for
      *          the client who phones about a loan, which until now
      *          existed only on the printed AMRLIST. The desk keys
      *          the 6-digit DM-ID-CLIENTE and ENTER lists the
      *          client's loans from the LOANVSAM KSDS LOANLOAD
      *          builds off LOANFILE (terms, method, indexed flag,
      *          and from LOANSTAT the paid-to period and situation),
      *          ten per screen. Keying one of them as well and ENTER
      *          shows that loan's AMRVSAM schedule periods ten at a
      *          time, each with its due date and a PAGA mark up to
      *          the LOANSTAT paid-to period; PF8/PF7 page forward and
      *          back through either list. PF5 quotes the payoff as
      *          of the keyed date: the scheduled balance after the
      *          last period paid, plus interest accrued on it at the
      *          loan's period rate from that period's due date to
      *          the payoff date (30/360, the count PAYPOST ages
      *          with), less the credit already posted against the
      *          next period. PF6 confirms the quote on screen -
      *          only the one quoted for the loan and date still
      *          keyed - and records it on the QUOTLOG KSDS (CPYIFQT)
      *          with the user, terminal and time, so the payoff that
      *          comes in later can be matched to what we told the
      *          client.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICPGM6.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-RESP             PIC S9(8) COMP.
       01 WS-RESP2            PIC S9(8) COMP.
       01 WS-RESP-DISP        PIC -(8)9.
       01 WS-RESP2-DISP       PIC -(8)9.
      *    The QUOTLOG WRITE's own response - rebuilding the screen
      *    after it browses again and overwrites WS-RESP.
       01 WS-RESP-GRAVA       PIC S9(8) COMP.
       01 WS-RESP2-GRAVA      PIC S9(8) COMP.
       01 WS-MSG-ERRO         PIC X(60) VALUE SPACES.
       01 WS-LV-LENGTH        PIC S9(4) COMP VALUE 48.
       01 WS-SV-LENGTH        PIC S9(4) COMP VALUE 63.
       01 WS-LS-LENGTH        PIC S9(4) COMP VALUE 99.
       01 WS-QT-LENGTH        PIC S9(4) COMP VALUE 110.
       01 WS-ENTRADA.
      *    What the desk keyed, saved before the output map is
      *    cleared - the symbolic map's input and output views share
      *    the same storage.
           03 WS-CLIENTE           PIC X(06) VALUE SPACES.
           03 WS-CLIENTE-ID REDEFINES WS-CLIENTE
                                   PIC 9(06).
           03 WS-EMPRESTIMO        PIC X(08) VALUE SPACES.
           03 WS-EMPRESTIMO-ID REDEFINES WS-EMPRESTIMO
                                   PIC 9(08).
           03 WS-DATA-QUIT         PIC X(08) VALUE SPACES.
           03 WS-DATA-QUIT-NUM REDEFINES WS-DATA-QUIT
                                   PIC 9(08).
       01 WS-BROWSE.
           03 WS-CHAVE-LV.
              05 WS-CL-ID-CLIENTE     PIC 9(06).
              05 WS-CL-ID-EMPRESTIMO  PIC 9(08).
           03 WS-CHAVE-SV.
              05 WS-CS-ID-EMPRESTIMO  PIC 9(08).
              05 WS-CS-PERIODO        PIC 9(04).
           03 WS-QTD               PIC 99    VALUE ZERO.
           03 WS-IDX               PIC 99    VALUE ZERO.
           03 WS-PULAR             PIC 9(04) VALUE ZERO.
           03 WS-LIDOS             PIC 9(04) VALUE ZERO.
           03 WS-PERIODO-INICIO    PIC S9(04) VALUE ZERO.
           03 WS-FIM-BROWSE-SW     PIC X     VALUE 'N'.
              88 FIM-DO-BROWSE     VALUE 'S'.
           03 WS-MAIS-SW           PIC X     VALUE 'N'.
              88 HA-MAIS           VALUE 'S'.
      *    The page table starts as spaces so the paths that send
      *    the screen without building a page show blank detail
      *    lines, not whatever the working storage held.
           03 WS-TAB-LINHA OCCURS 10 TIMES
                                   PIC X(70) VALUE SPACES.
       01 WS-SITUACAO.
      *    Where the loan stands on LOANSTAT - a loan PAYPOST has
      *    not yet seen has paid nothing and has no credit.
           03 WS-ACHOU-LS-SW       PIC X     VALUE 'N'.
              88 LS-ACHADO         VALUE 'S'.
           03 WS-PAGO-ATE          PIC 9(04) VALUE ZERO.
           03 WS-CREDITO           PIC 9(09)V99 VALUE ZERO.
           03 WS-DESC-SITUACAO     PIC X(10) VALUE SPACES.
       01 WS-DATAS.
      *    Due dates and accrual days on the commercial 30/360 count
      *    PAYPOST ages with - period n falls due n-1 months after
      *    the first due date, which on this count is 30 days each.
           03 WS-DATA-CALC             PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-DATA-CALC.
              05 WS-CALC-ANO           PIC 9(04).
              05 WS-CALC-MES           PIC 99.
              05 WS-CALC-DIA           PIC 99.
           03 WS-DATA-VENC             PIC 9(08)   VALUE ZERO.
           03 WS-MESES                 PIC 9(05)   VALUE ZERO.
           03 WS-ANOS                  PIC 9(04)   VALUE ZERO.
           03 WS-RESTO-MESES           PIC 99      VALUE ZERO.
           03 WS-SERIAL-CALC           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-HOJE           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-BASE           PIC 9(07)   VALUE ZERO.
           03 WS-SERIAL-QUIT           PIC 9(07)   VALUE ZERO.
       01 WS-CALCULO.
           03 WS-SALDO                 PIC 9(09)V99 VALUE ZERO.
           03 WS-DIAS                  PIC 9(05)   VALUE ZERO.
           03 WS-JUROS                 PIC 9(09)V99 VALUE ZERO.
           03 WS-DEVIDO                PIC 9(10)V99 VALUE ZERO.
           03 WS-VALOR-QUITACAO        PIC 9(09)V99 VALUE ZERO.
       01 WS-CAB-LISTA.
           03 FILLER               PIC X(09) VALUE 'EMPREST. '.
           03 FILLER               PIC X(13) VALUE '   PRINCIPAL '.
           03 FILLER               PIC X(09) VALUE '    TAXA '.
           03 FILLER               PIC X(12) VALUE 'M TERM PAGO '.
           03 FILLER               PIC X(11) VALUE 'SITUACAO   '.
           03 FILLER               PIC X(09) VALUE '1O VENC. '.
           03 FILLER               PIC X(07) VALUE 'IDX    '.
       01 WS-CAB-QUADRO.
           03 FILLER               PIC X(14) VALUE 'PER  VENCTO   '.
           03 FILLER               PIC X(13) VALUE '     PARCELA '.
           03 FILLER               PIC X(13) VALUE '       JUROS '.
           03 FILLER               PIC X(13) VALUE ' AMORTIZACAO '.
           03 FILLER               PIC X(13) VALUE '       SALDO '.
           03 FILLER               PIC X(04) VALUE 'PAGA'.
       01 WS-LIN-EMPRESTIMO.
           03 WE-ID-EMPRESTIMO     PIC 9(08).
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-PRINCIPAL         PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-TAXA              PIC ZZ9.9999.
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-METODO            PIC X.
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-TERMOS            PIC 9(04).
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-PAGO-ATE          PIC 9(04).
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-SITUACAO          PIC X(10).
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-PRIMEIRO-VENC     PIC 9(08).
           03 FILLER               PIC X     VALUE SPACE.
           03 WE-INDEXADO          PIC X(03).
           03 FILLER               PIC X(04) VALUE SPACES.
       01 WS-LIN-PERIODO.
           03 WP-PERIODO           PIC 9(04).
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-VENCIMENTO        PIC 9(08).
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-PAGAMENTO         PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-JUROS             PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-AMORTIZACAO       PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-SALDO             PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X     VALUE SPACE.
           03 WP-PAGA              PIC X(04).
       01 WS-AMORTIZACAO           PIC 9(09)V99 VALUE ZERO.
       01 WS-LIN-RESUMO.
           03 FILLER               PIC X(10) VALUE 'PRINCIPAL '.
           03 WR-PRINCIPAL         PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X(06) VALUE ' TAXA '.
           03 WR-TAXA              PIC ZZ9.9999.
           03 FILLER               PIC X(08) VALUE ' TERMOS '.
           03 WR-TERMOS            PIC 9(04).
           03 FILLER               PIC X(05) VALUE ' MET '.
           03 WR-METODO            PIC X.
           03 FILLER               PIC X(10) VALUE ' PAGO ATE '.
           03 WR-PAGO-ATE          PIC 9(04).
           03 FILLER               PIC X     VALUE SPACE.
           03 WR-SITUACAO          PIC X(10).
       01 WS-LIN-COTACAO1.
           03 FILLER               PIC X(09) VALUE 'PAGO ATE '.
           03 WC-PAGO-ATE          PIC 9(04).
           03 FILLER               PIC X(07) VALUE ' SALDO '.
           03 WC-SALDO             PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X(07) VALUE ' JUROS '.
           03 WC-DIAS              PIC ZZZZ9.
           03 FILLER               PIC X(08) VALUE ' DIAS A '.
           03 WC-TAXA              PIC ZZ9.9999.
           03 FILLER               PIC X(02) VALUE '% '.
           03 WC-JUROS             PIC ZZZZZZZZ9.99.
       01 WS-LIN-COTACAO2.
           03 FILLER               PIC X(16) VALUE 'CREDITO POSTADO '.
           03 WC-CREDITO           PIC ZZZZZZZZ9.99.
           03 FILLER               PIC X(15) VALUE '   QUITACAO EM '.
           03 WC-DATA-QUITACAO     PIC 9(08).
           03 FILLER               PIC X(02) VALUE ': '.
           03 WC-VALOR-QUITACAO    PIC ZZZZZZZZ9.99.
       01 WS-REGISTRO-COTACAO.
           03 WS-USUARIO           PIC X(08) VALUE SPACES.
           03 WS-ABSTIME           PIC S9(15) COMP-3.
           03 WS-DATA-FORMATADA    PIC X(08).
           03 WS-DATA-HOJE REDEFINES WS-DATA-FORMATADA
                                   PIC 9(08).
           03 WS-HORA-FORMATADA    PIC X(06).
           03 WS-HORA-EMISSAO      PIC 9(08) VALUE ZERO.
           03 FILLER REDEFINES WS-HORA-EMISSAO.
              05 WS-HORA-HHMMSS    PIC X(06).
              05 FILLER            PIC X(02).
           COPY CPYIFLV.
           COPY CPYIFSV.
           COPY CPYIFLS.
           COPY CPYIFQT.
           COPY CICMAP6.
           COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
      *    What is on screen - the client's loan list (L) at page
      *    CA-PAGINA, or one loan's schedule (Q) from CA-TOPO-PERIODO
      *    with CA-PROX-PERIODO where PF8 resumes (zero at the end).
           03 CA-MODO              PIC X.
              88 CA-LISTA          VALUE 'L'.
              88 CA-QUADRO         VALUE 'Q'.
           03 CA-ID-CLIENTE        PIC 9(06).
           03 CA-ID-EMPRESTIMO     PIC 9(08).
           03 CA-PAGINA            PIC 9(04).
           03 CA-MAIS-SW           PIC X.
              88 CA-HA-MAIS        VALUE 'S'.
           03 CA-TOPO-PERIODO      PIC 9(04).
           03 CA-PROX-PERIODO      PIC 9(04).
      *    The quote on screen, as it would go to QUOTLOG less the
      *    key and who gave it - PF6 records this one, never a
      *    recomputation the desk has not seen.
           03 CA-COTACAO           PIC X(110).
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
           MOVE LOW-VALUE TO CICMAP6O
           MOVE 'DIGITE O ID DO CLIENTE E TECLE ENTER'
              TO MSGLO
           MOVE -1 TO CLIEL
           EXEC CICS SEND MAP('CICM6')
               MAPSET('CICMAP6')
               FROM(CICMAP6O)
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
           EXEC CICS RECEIVE MAP('CICM6')
               MAPSET('CICMAP6')
               INTO(CICMAP6I)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(MAPFAIL)
                   MOVE LOW-VALUE TO CICMAP6I
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           MOVE CLIEI TO WS-CLIENTE
           MOVE EMPRI TO WS-EMPRESTIMO
           MOVE DTQTI TO WS-DATA-QUIT
           INSPECT WS-ENTRADA REPLACING ALL LOW-VALUE BY SPACE
           MOVE LOW-VALUE TO CICMAP6O
           MOVE -1 TO CLIEL
      *    The commarea is unset on the first interaction - an
      *    unknown mode means nothing is on screen yet.
           IF NOT CA-LISTA AND NOT CA-QUADRO
               MOVE SPACE TO CA-MODO
               MOVE SPACES TO CA-COTACAO
           END-IF
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM P300-CONSULTA THRU P300-EXIT
               WHEN DFHPF8
                   PERFORM P400-PAGINA-FRENTE THRU P400-EXIT
               WHEN DFHPF7
                   PERFORM P450-PAGINA-TRAS THRU P450-EXIT
               WHEN DFHPF5
                   PERFORM P600-COTA THRU P600-EXIT
               WHEN DFHPF6
                   PERFORM P650-CONFIRMA THRU P650-EXIT
               WHEN OTHER
                   MOVE 'TECLA INVALIDA - ENTER, PF5, PF6, PF7 OU PF8'
                      TO MSGLO
                   PERFORM P595-REMONTA-PAGINA
           END-EVALUATE
           PERFORM P700-ENVIA-TELA
           .

       P300-CONSULTA.
      *    ENTER starts over - a new list or schedule drops any quote
      *    left on screen unconfirmed.
           MOVE SPACES TO CA-COTACAO
           MOVE SPACE TO CA-MODO
           IF WS-CLIENTE IS NOT NUMERIC
               MOVE 'ID DO CLIENTE DEVE SER NUMERICO DE 6 DIGITOS'
                  TO MSGLO
               GO TO P300-EXIT
           END-IF
           MOVE WS-CLIENTE-ID TO CA-ID-CLIENTE
           IF WS-EMPRESTIMO = SPACES
               SET CA-LISTA TO TRUE
               MOVE 1 TO CA-PAGINA
               PERFORM P500-LE-LISTA
               GO TO P300-EXIT
           END-IF
           IF WS-EMPRESTIMO IS NOT NUMERIC
               MOVE 'ID DO EMPRESTIMO DEVE SER NUMERICO DE 8 DIGITOS'
                  TO MSGLO
               GO TO P300-EXIT
           END-IF
           MOVE WS-EMPRESTIMO-ID TO CA-ID-EMPRESTIMO
           PERFORM P310-LE-EMPRESTIMO
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO P300-EXIT
           END-IF
           SET CA-QUADRO TO TRUE
           MOVE 1 TO CA-TOPO-PERIODO
           PERFORM P550-LE-QUADRO
           .
       P300-EXIT.
           EXIT.

       P310-LE-EMPRESTIMO.
      *    The loan is always read under the client keyed - a loan
      *    id of another client is simply not found.
           MOVE CA-ID-CLIENTE    TO WS-CL-ID-CLIENTE
           MOVE CA-ID-EMPRESTIMO TO WS-CL-ID-EMPRESTIMO
           EXEC CICS READ FILE('LOANVSAM')
               INTO(LV-REGISTRO)
               LENGTH(WS-LV-LENGTH)
               RIDFLD(WS-CHAVE-LV)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'EMPRESTIMO NAO ENCONTRADO PARA O CLIENTE'
                      TO MSGLO
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           .

       P320-LE-SITUACAO.
           MOVE 'N' TO WS-ACHOU-LS-SW
           MOVE ZERO TO WS-PAGO-ATE
           MOVE ZERO TO WS-CREDITO
           MOVE 'SEM POSTAG' TO WS-DESC-SITUACAO
           EXEC CICS READ FILE('LOANSTAT')
               INTO(LS-REGISTRO)
               LENGTH(WS-LS-LENGTH)
               RIDFLD(LV-ID-EMPRESTIMO)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET LS-ACHADO TO TRUE
                   MOVE LS-PAGO-ATE TO WS-PAGO-ATE
                   MOVE LS-CREDITO  TO WS-CREDITO
                   EVALUATE TRUE
                       WHEN LS-EM-DIA
                           MOVE 'EM DIA'     TO WS-DESC-SITUACAO
                       WHEN LS-PARCIAL
                           MOVE 'PARCIAL'    TO WS-DESC-SITUACAO
                       WHEN LS-SEM-PAGAMENTO
                           MOVE 'ATRASADO'   TO WS-DESC-SITUACAO
                       WHEN LS-QUITADO
                           MOVE 'QUITADO'    TO WS-DESC-SITUACAO
                       WHEN OTHER
                           MOVE SPACES       TO WS-DESC-SITUACAO
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           .

       P400-PAGINA-FRENTE.
           EVALUATE TRUE
               WHEN CA-LISTA
                   IF NOT CA-HA-MAIS
                       MOVE 'NAO HA MAIS EMPRESTIMOS DO CLIENTE'
                          TO MSGLO
                       PERFORM P500-LE-LISTA
                       GO TO P400-EXIT
                   END-IF
                   ADD 1 TO CA-PAGINA
                   PERFORM P500-LE-LISTA
               WHEN CA-QUADRO
                   IF CA-PROX-PERIODO = ZERO
                       MOVE 'NAO HA MAIS PERIODOS NO QUADRO' TO MSGLO
                       PERFORM P550-LE-QUADRO
                       GO TO P400-EXIT
                   END-IF
                   MOVE CA-PROX-PERIODO TO CA-TOPO-PERIODO
                   PERFORM P550-LE-QUADRO
               WHEN OTHER
                   MOVE 'DIGITE O ID DO CLIENTE E TECLE ENTER' TO MSGLO
           END-EVALUATE
           .
       P400-EXIT.
           EXIT.

       P450-PAGINA-TRAS.
      *    Backward paging re-reads forward from a computed start -
      *    the loan list by page number, the schedule by period (the
      *    periods of a loan run 1 to n with no gaps) - so there are
      *    no READPREV edge cases at the ends of the key slice.
           EVALUATE TRUE
               WHEN CA-LISTA
                   IF CA-PAGINA NOT GREATER 1
                       MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGLO
                       PERFORM P500-LE-LISTA
                       GO TO P450-EXIT
                   END-IF
                   SUBTRACT 1 FROM CA-PAGINA
                   PERFORM P500-LE-LISTA
               WHEN CA-QUADRO
                   IF CA-TOPO-PERIODO NOT GREATER 1
                       MOVE 'JA ESTA NA PRIMEIRA PAGINA' TO MSGLO
                       PERFORM P550-LE-QUADRO
                       GO TO P450-EXIT
                   END-IF
                   COMPUTE WS-PERIODO-INICIO = CA-TOPO-PERIODO - 10
                   IF WS-PERIODO-INICIO LESS 1
                       MOVE 1 TO WS-PERIODO-INICIO
                   END-IF
                   MOVE WS-PERIODO-INICIO TO CA-TOPO-PERIODO
                   PERFORM P550-LE-QUADRO
               WHEN OTHER
                   MOVE 'DIGITE O ID DO CLIENTE E TECLE ENTER' TO MSGLO
           END-EVALUATE
           .
       P450-EXIT.
           EXIT.

       P500-LE-LISTA.
      *    The client's key slice from its first loan, skipping the
      *    pages before CA-PAGINA; one look-ahead read tells whether
      *    PF8 has anywhere to go.
           MOVE ZERO TO WS-QTD
           MOVE ZERO TO WS-LIDOS
           COMPUTE WS-PULAR = (CA-PAGINA - 1) * 10
           MOVE 'N' TO WS-FIM-BROWSE-SW
           MOVE 'N' TO WS-MAIS-SW
           PERFORM P590-LIMPA-PAGINA
           MOVE CA-ID-CLIENTE TO WS-CL-ID-CLIENTE
           MOVE ZERO          TO WS-CL-ID-EMPRESTIMO
           EXEC CICS STARTBR FILE('LOANVSAM')
               RIDFLD(WS-CHAVE-LV)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM P510-LE-PROXIMO-EMPRESTIMO
                   UNTIL FIM-DO-BROWSE
               EXEC CICS ENDBR FILE('LOANVSAM')
                   NOHANDLE
               END-EXEC
           END-IF
           MOVE WS-MAIS-SW TO CA-MAIS-SW
           IF MSGLO = SPACES OR MSGLO = LOW-VALUES
               EVALUATE TRUE
                   WHEN WS-QTD = ZERO
                       MOVE 'NENHUM EMPRESTIMO PARA O CLIENTE' TO MSGLO
                   WHEN HA-MAIS
                       MOVE 'DIGITE O EMPRESTIMO E ENTER - PF8=PROXIMA'
                          TO MSGLO
                   WHEN OTHER
                       MOVE 'DIGITE O EMPRESTIMO E ENTER PARA O QUADRO'
                          TO MSGLO
               END-EVALUATE
           END-IF
           .

       P510-LE-PROXIMO-EMPRESTIMO.
           EXEC CICS READNEXT FILE('LOANVSAM')
               INTO(LV-REGISTRO)
               LENGTH(WS-LV-LENGTH)
               RIDFLD(WS-CHAVE-LV)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
            OR LV-ID-CLIENTE NOT = CA-ID-CLIENTE
               SET FIM-DO-BROWSE TO TRUE
           ELSE
               ADD 1 TO WS-LIDOS
               IF WS-LIDOS GREATER WS-PULAR
                   IF WS-QTD = 10
                       SET HA-MAIS TO TRUE
                       SET FIM-DO-BROWSE TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD
                       PERFORM P520-FORMATA-EMPRESTIMO
                       MOVE WS-LIN-EMPRESTIMO TO WS-TAB-LINHA (WS-QTD)
                   END-IF
               END-IF
           END-IF
           .

       P520-FORMATA-EMPRESTIMO.
           PERFORM P320-LE-SITUACAO
           MOVE LV-ID-EMPRESTIMO       TO WE-ID-EMPRESTIMO
           MOVE LV-PRINCIPAL           TO WE-PRINCIPAL
           MOVE LV-TAXA                TO WE-TAXA
           MOVE LV-METODO              TO WE-METODO
           MOVE LV-TERMOS              TO WE-TERMOS
           MOVE WS-PAGO-ATE            TO WE-PAGO-ATE
           MOVE WS-DESC-SITUACAO       TO WE-SITUACAO
           MOVE LV-DATA-PRIMEIRO-VENC  TO WE-PRIMEIRO-VENC
           IF LV-PERIODOS-REAJUSTE GREATER ZERO
               MOVE 'IDX' TO WE-INDEXADO
           ELSE
               MOVE SPACES TO WE-INDEXADO
           END-IF
           .

       P550-LE-QUADRO.
      *    Ten periods of the loan's schedule from CA-TOPO-PERIODO,
      *    with the loan's terms and LOANSTAT situation on the
      *    summary line; one look-ahead read fixes where PF8 resumes.
           MOVE ZERO TO WS-QTD
           MOVE 'N' TO WS-FIM-BROWSE-SW
           MOVE ZERO TO CA-PROX-PERIODO
           PERFORM P590-LIMPA-PAGINA
           PERFORM P310-LE-EMPRESTIMO
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE TO CA-MODO
           ELSE
               PERFORM P320-LE-SITUACAO
               PERFORM P580-MOSTRA-RESUMO
               MOVE CA-ID-EMPRESTIMO TO WS-CS-ID-EMPRESTIMO
               MOVE CA-TOPO-PERIODO  TO WS-CS-PERIODO
               EXEC CICS STARTBR FILE('AMRVSAM')
                   RIDFLD(WS-CHAVE-SV)
                   GTEQ
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM P560-LE-PROXIMO-PERIODO
                       UNTIL FIM-DO-BROWSE
                   EXEC CICS ENDBR FILE('AMRVSAM')
                       NOHANDLE
                   END-EXEC
               END-IF
               IF MSGLO = SPACES OR MSGLO = LOW-VALUES
                   IF WS-QTD = ZERO
                       MOVE 'QUADRO NAO ENCONTRADO NO AMRVSAM' TO MSGLO
                   ELSE
                       MOVE 'PF8=PROXIMA PF7=ANTERIOR PF5=COTAR NA DATA'
                          TO MSGLO
                   END-IF
               END-IF
           END-IF
           .

       P560-LE-PROXIMO-PERIODO.
           EXEC CICS READNEXT FILE('AMRVSAM')
               INTO(SV-REGISTRO)
               LENGTH(WS-SV-LENGTH)
               RIDFLD(WS-CHAVE-SV)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
            OR SV-ID-EMPRESTIMO NOT = CA-ID-EMPRESTIMO
               SET FIM-DO-BROWSE TO TRUE
           ELSE
               IF WS-QTD = 10
                   MOVE SV-PERIODO TO CA-PROX-PERIODO
                   SET FIM-DO-BROWSE TO TRUE
               ELSE
                   ADD 1 TO WS-QTD
                   PERFORM P570-FORMATA-PERIODO
                   MOVE WS-LIN-PERIODO TO WS-TAB-LINHA (WS-QTD)
               END-IF
           END-IF
           .

       P570-FORMATA-PERIODO.
           MOVE SV-PERIODO TO WP-PERIODO
           MOVE SV-PERIODO TO WS-MESES
           PERFORM P800-DATA-VENCIMENTO
           MOVE WS-DATA-VENC TO WP-VENCIMENTO
           MOVE SV-PAGAMENTO TO WP-PAGAMENTO
           MOVE SV-JUROS     TO WP-JUROS
           IF SV-PAGAMENTO GREATER SV-JUROS
               SUBTRACT SV-JUROS FROM SV-PAGAMENTO
                   GIVING WS-AMORTIZACAO
           ELSE
               MOVE ZERO TO WS-AMORTIZACAO
           END-IF
           MOVE WS-AMORTIZACAO TO WP-AMORTIZACAO
           MOVE SV-SALDO     TO WP-SALDO
           IF SV-PERIODO NOT GREATER WS-PAGO-ATE
               MOVE 'PAGA' TO WP-PAGA
           ELSE
               MOVE SPACES TO WP-PAGA
           END-IF
           .

       P580-MOSTRA-RESUMO.
           MOVE LV-PRINCIPAL      TO WR-PRINCIPAL
           MOVE LV-TAXA           TO WR-TAXA
           MOVE LV-TERMOS         TO WR-TERMOS
           MOVE LV-METODO         TO WR-METODO
           MOVE WS-PAGO-ATE       TO WR-PAGO-ATE
           MOVE WS-DESC-SITUACAO  TO WR-SITUACAO
           MOVE WS-LIN-RESUMO     TO COT1O
           MOVE SPACES            TO COT2O
           .

       P595-REMONTA-PAGINA.
      *    Redisplay whatever was on screen - the quote keys and
      *    a wrong key leave the list or schedule in place.
           EVALUATE TRUE
               WHEN CA-LISTA
                   PERFORM P500-LE-LISTA
               WHEN CA-QUADRO
                   PERFORM P550-LE-QUADRO
           END-EVALUATE
           .

       P590-LIMPA-PAGINA.
           MOVE SPACES TO WS-TAB-LINHA (1) WS-TAB-LINHA (2)
              WS-TAB-LINHA (3) WS-TAB-LINHA (4) WS-TAB-LINHA (5)
              WS-TAB-LINHA (6) WS-TAB-LINHA (7) WS-TAB-LINHA (8)
              WS-TAB-LINHA (9) WS-TAB-LINHA (10)
           .

       P600-COTA.
      *    Payoff as of the keyed date = scheduled balance after the
      *    last period paid + interest accrued on it from that
      *    period's due date (the loan's start, one period before
      *    the first due date, when nothing is paid yet) to the
      *    payoff date - credit already posted against the next
      *    period.
           MOVE SPACES TO CA-COTACAO
           IF WS-CLIENTE IS NOT NUMERIC
            OR WS-EMPRESTIMO IS NOT NUMERIC
               MOVE 'DIGITE CLIENTE, EMPRESTIMO E DATA PARA COTAR'
                  TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P600-EXIT
           END-IF
           IF WS-DATA-QUIT IS NOT NUMERIC
               MOVE 'DATA DE QUITACAO DEVE SER AAAAMMDD' TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P600-EXIT
           END-IF
           MOVE WS-DATA-QUIT-NUM TO WS-DATA-CALC
           IF WS-CALC-MES LESS 1 OR WS-CALC-MES GREATER 12
            OR WS-CALC-DIA LESS 1 OR WS-CALC-DIA GREATER 31
               MOVE 'DATA DE QUITACAO INVALIDA' TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P600-EXIT
           END-IF
           PERFORM P150-CALCULA-SERIAL
           MOVE WS-SERIAL-CALC TO WS-SERIAL-QUIT

           PERFORM P610-OBTEM-DATA-HORA
           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           PERFORM P150-CALCULA-SERIAL
           MOVE WS-SERIAL-CALC TO WS-SERIAL-HOJE
           IF WS-SERIAL-QUIT LESS WS-SERIAL-HOJE
               MOVE 'DATA DE QUITACAO NAO PODE SER ANTERIOR A HOJE'
                  TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P600-EXIT
           END-IF

      *    The quote is for the loan keyed, which may not be the one
      *    whose schedule is on screen - show its schedule with it.
           IF NOT CA-QUADRO
            OR WS-CLIENTE-ID NOT = CA-ID-CLIENTE
            OR WS-EMPRESTIMO-ID NOT = CA-ID-EMPRESTIMO
               MOVE 1 TO CA-TOPO-PERIODO
           END-IF
           MOVE WS-CLIENTE-ID    TO CA-ID-CLIENTE
           MOVE WS-EMPRESTIMO-ID TO CA-ID-EMPRESTIMO
           SET CA-QUADRO TO TRUE
           PERFORM P550-LE-QUADRO
           IF NOT CA-QUADRO
               GO TO P600-EXIT
           END-IF
           IF LS-ACHADO AND LS-QUITADO
               MOVE 'EMPRESTIMO JA QUITADO - NADA A COTAR' TO MSGLO
               GO TO P600-EXIT
           END-IF

           IF WS-PAGO-ATE = ZERO
               MOVE LV-PRINCIPAL TO WS-SALDO
           ELSE
               MOVE LV-ID-EMPRESTIMO TO WS-CS-ID-EMPRESTIMO
               MOVE WS-PAGO-ATE      TO WS-CS-PERIODO
               EXEC CICS READ FILE('AMRVSAM')
                   INTO(SV-REGISTRO)
                   LENGTH(WS-SV-LENGTH)
                   RIDFLD(WS-CHAVE-SV)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE SV-SALDO TO WS-SALDO
                   WHEN DFHRESP(NOTFND)
                       MOVE 'PERIODO PAGO FORA DO QUADRO NO AMRVSAM'
                          TO MSGLO
                       GO TO P600-EXIT
                   WHEN OTHER
                       PERFORM P900-TRATA-ERRO-CICS
               END-EVALUATE
           END-IF

           MOVE LV-DATA-PRIMEIRO-VENC TO WS-DATA-CALC
           PERFORM P150-CALCULA-SERIAL
           COMPUTE WS-SERIAL-BASE =
               WS-SERIAL-CALC + (WS-PAGO-ATE * 30) - 30
           IF WS-SERIAL-QUIT GREATER WS-SERIAL-BASE
               COMPUTE WS-DIAS = WS-SERIAL-QUIT - WS-SERIAL-BASE
           ELSE
               MOVE ZERO TO WS-DIAS
           END-IF
           COMPUTE WS-JUROS ROUNDED =
               (WS-SALDO * LV-TAXA / 100) * WS-DIAS / 30
           ADD WS-SALDO WS-JUROS GIVING WS-DEVIDO
           IF WS-CREDITO NOT LESS WS-DEVIDO
               MOVE ZERO TO WS-VALOR-QUITACAO
           ELSE
               SUBTRACT WS-CREDITO FROM WS-DEVIDO
                   GIVING WS-VALOR-QUITACAO
           END-IF

           INITIALIZE QT-REGISTRO
           MOVE LV-ID-EMPRESTIMO  TO QT-ID-EMPRESTIMO
           MOVE LV-ID-CLIENTE     TO QT-ID-CLIENTE
           MOVE WS-DATA-QUIT-NUM  TO QT-DATA-QUITACAO
           MOVE WS-PAGO-ATE       TO QT-PAGO-ATE
           MOVE WS-SALDO          TO QT-SALDO
           MOVE WS-DIAS           TO QT-DIAS
           MOVE LV-TAXA           TO QT-TAXA
           MOVE WS-JUROS          TO QT-JUROS
           MOVE WS-CREDITO        TO QT-CREDITO
           MOVE WS-VALOR-QUITACAO TO QT-VALOR-QUITACAO
           MOVE QT-REGISTRO       TO CA-COTACAO
           PERFORM P660-MOSTRA-COTACAO
           MOVE 'PF6 CONFIRMA A COTACAO SE FOR PASSADA AO CLIENTE'
              TO MSGLO
           .
       P600-EXIT.
           EXIT.

       P650-CONFIRMA.
      *    Only the quote on screen, and only while the client, loan
      *    and date keyed are still the ones it was built for.
           MOVE CA-COTACAO TO QT-REGISTRO
           IF CA-COTACAO = SPACES
            OR QT-ID-EMPRESTIMO IS NOT NUMERIC
               MOVE 'COTE COM PF5 ANTES DE CONFIRMAR' TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P650-EXIT
           END-IF
           IF WS-CLIENTE NOT = QT-ID-CLIENTE
            OR WS-EMPRESTIMO NOT = QT-ID-EMPRESTIMO
            OR WS-DATA-QUIT NOT = QT-DATA-QUITACAO
               MOVE 'DADOS MUDARAM DESDE A COTACAO - COTE DE NOVO (PF5)'
                  TO MSGLO
               PERFORM P595-REMONTA-PAGINA
               GO TO P650-EXIT
           END-IF
           EXEC CICS ASSIGN USERID(WS-USUARIO)
               NOHANDLE
           END-EXEC
           PERFORM P610-OBTEM-DATA-HORA
           MOVE ZERO              TO WS-HORA-EMISSAO
           MOVE WS-HORA-FORMATADA TO WS-HORA-HHMMSS
           MOVE WS-DATA-HOJE      TO QT-DATA-EMISSAO
           MOVE WS-HORA-EMISSAO   TO QT-HORA-EMISSAO
           MOVE WS-USUARIO        TO QT-USUARIO
           MOVE EIBTRMID          TO QT-TERMINAL
           EXEC CICS WRITE FILE('QUOTLOG')
               FROM(QT-REGISTRO)
               LENGTH(WS-QT-LENGTH)
               RIDFLD(QT-CHAVE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           MOVE WS-RESP  TO WS-RESP-GRAVA
           MOVE WS-RESP2 TO WS-RESP2-GRAVA
           PERFORM P595-REMONTA-PAGINA
           PERFORM P660-MOSTRA-COTACAO
           EVALUATE WS-RESP-GRAVA
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO CA-COTACAO
                   MOVE SPACES TO MSGLO
                   STRING 'COTACAO REGISTRADA NO QUOTLOG EM '
                          DELIMITED BY SIZE
                          WS-DATA-FORMATADA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-HORA-FORMATADA DELIMITED BY SIZE
                          INTO MSGLO
               WHEN DFHRESP(DUPREC)
                   MOVE 'COTACAO JA GRAVADA NESTE SEGUNDO - REPITA PF6'
                      TO MSGLO
               WHEN OTHER
                   MOVE WS-RESP-GRAVA  TO WS-RESP
                   MOVE WS-RESP2-GRAVA TO WS-RESP2
                   PERFORM P900-TRATA-ERRO-CICS
           END-EVALUATE
           .
       P650-EXIT.
           EXIT.

       P660-MOSTRA-COTACAO.
           MOVE QT-PAGO-ATE       TO WC-PAGO-ATE
           MOVE QT-SALDO          TO WC-SALDO
           MOVE QT-DIAS           TO WC-DIAS
           MOVE QT-TAXA           TO WC-TAXA
           MOVE QT-JUROS          TO WC-JUROS
           MOVE QT-CREDITO        TO WC-CREDITO
           MOVE QT-DATA-QUITACAO  TO WC-DATA-QUITACAO
           MOVE QT-VALOR-QUITACAO TO WC-VALOR-QUITACAO
           MOVE WS-LIN-COTACAO1   TO COT1O
           MOVE WS-LIN-COTACAO2   TO COT2O
           .

       P150-CALCULA-SERIAL.
           COMPUTE WS-SERIAL-CALC =
               (WS-CALC-ANO * 360) + (WS-CALC-MES * 30)
               + WS-CALC-DIA
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
           MOVE WS-CLIENTE    TO CLIEO
           MOVE WS-EMPRESTIMO TO EMPRO
           MOVE WS-DATA-QUIT  TO DTQTO
           EVALUATE TRUE
               WHEN CA-LISTA
                   MOVE WS-CAB-LISTA  TO CABEO
               WHEN CA-QUADRO
                   MOVE WS-CAB-QUADRO TO CABEO
           END-EVALUATE
           MOVE WS-TAB-LINHA (1)  TO DET01O
           MOVE WS-TAB-LINHA (2)  TO DET02O
           MOVE WS-TAB-LINHA (3)  TO DET03O
           MOVE WS-TAB-LINHA (4)  TO DET04O
           MOVE WS-TAB-LINHA (5)  TO DET05O
           MOVE WS-TAB-LINHA (6)  TO DET06O
           MOVE WS-TAB-LINHA (7)  TO DET07O
           MOVE WS-TAB-LINHA (8)  TO DET08O
           MOVE WS-TAB-LINHA (9)  TO DET09O
           MOVE WS-TAB-LINHA (10) TO DET10O
           EXEC CICS SEND MAP('CICM6')
               MAPSET('CICMAP6')
               FROM(CICMAP6O)
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

       P800-DATA-VENCIMENTO.
      *    Due date of period WS-MESES - n-1 months after the first
      *    due date, same day of the month.
           MOVE LV-DATA-PRIMEIRO-VENC TO WS-DATA-CALC
           COMPUTE WS-MESES = WS-CALC-MES - 1 + WS-MESES - 1
           DIVIDE WS-MESES BY 12
               GIVING WS-ANOS REMAINDER WS-RESTO-MESES
           ADD WS-ANOS TO WS-CALC-ANO
           ADD 1 TO WS-RESTO-MESES GIVING WS-CALC-MES
           MOVE WS-DATA-CALC TO WS-DATA-VENC
           .

       P900-TRATA-ERRO-CICS.
      *    No EXEC CICS HANDLE CONDITION in this program - every call
      *    checks RESP itself, so a terminal I/O failure ends up here
      *    with a message instead of falling through to a default
      *    CICS abend.
           MOVE SPACES TO WS-MSG-ERRO
           MOVE WS-RESP  TO WS-RESP-DISP
           MOVE WS-RESP2 TO WS-RESP2-DISP
           STRING 'CICPGM6 - ERRO CICS RESP=' DELIMITED BY SIZE
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
       END PROGRAM CICPGM6.
