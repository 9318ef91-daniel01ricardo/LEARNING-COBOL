      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly correspondence run - builds the print-ready
      *          letters the mailroom used to type from the reports.
      *          Three kinds, one page each:
      *          - cancellation confirmation, for every cancel the
      *            post-edit apply put on the master tonight (the
      *            APPLIED 'C' lines of ACPTAPLY's APLLIST - a cancel
      *            that was accepted but not applied gets no letter);
      *          - welcome letter with the new client id, for every
      *            id ONBOARD assigned tonight (the ONBLIST detail
      *            lines), addressed by the captured name ONBOARD
      *            printed beside the id;
      *          - "we need more information" notice for every
      *            transaction COBOLIF escalated to SUSPFILE tonight,
      *            addressed to the desk the transaction came from
      *            (TR-ORIGEM, carried on the suspense item), so the
      *            desk hears about it before the aging report does;
      *            a refusal ACKRECON opened from the benefits
      *            system's nacks (origin 'BN') goes to the benefits
      *            desk.
      *          Each input is optional - a step that did not run
      *          tonight just sends no letters of its kind. The
      *          counts per kind go on the CARTCTL control record for
      *          NIGHTRPT's sign-off page. Letters are information:
      *          the run ends zero unless a file cannot be written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLLIST ASSIGN TO "APLLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLLIST-STATUS.
           SELECT ONBLIST ASSIGN TO "ONBLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBLIST-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT CARTFILE ASSIGN TO "CARTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTFILE-STATUS.
           SELECT CARTCTL ASSIGN TO "CARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APLLIST.
      *    ACPTAPLY's detail line - headers and totals never carry
      *    a numeric id in this position.
       01  AL-LINHA.
           03 AL-ACAO                  PIC X.
           03 FILLER                   PIC X(04).
           03 AL-ID-CLIENTE            PIC X(06).
           03 FILLER                   PIC X(05).
           03 AL-RESULTADO             PIC X(09).
           03 FILLER                   PIC X(55).
       FD  ONBLIST.
      *    ONBOARD's detail line - name, one blank, the new id.
       01  OL-LINHA.
           03 OL-NOME                  PIC X(20).
           03 OL-SEPARADOR             PIC X.
           03 OL-ID-CLIENTE            PIC X(06).
           03 OL-RESTO                 PIC X(53).
       FD  SUSPFILE.
           COPY CPYIFSP.
       FD  CARTFILE.
       01  CT-LINHA                    PIC X(80).
       FD  CARTCTL.
       01  LC-REGISTRO.
           03 LC-DATA                  PIC 9(08).
           03 LC-CNT-CANCELAMENTOS     PIC 9(07).
           03 LC-CNT-BOAS-VINDAS       PIC 9(07).
           03 LC-CNT-AVISOS-MESA       PIC 9(07).
           03 LC-CNT-TOTAL             PIC 9(07).
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-APLLIST-STATUS        PIC XX.
              88 APLLIST-OK            VALUE '00'.
           03 WS-ONBLIST-STATUS        PIC XX.
              88 ONBLIST-OK            VALUE '00'.
           03 WS-SUSPFILE-STATUS       PIC XX.
              88 SUSPFILE-OK           VALUE '00'.
           03 WS-CARTFILE-STATUS       PIC XX.
              88 CARTFILE-OK           VALUE '00'.
           03 WS-CARTCTL-STATUS        PIC XX.
              88 CARTCTL-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
       01 WS-DATAS.
           03 WS-HOJE                  PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-HOJE.
              05 WS-HOJE-ANO           PIC 9(04).
              05 WS-HOJE-MES           PIC 99.
              05 WS-HOJE-DIA           PIC 99.
           03 WS-HOJE-EDITADA.
              05 WS-ED-DIA             PIC 99.
              05 FILLER                PIC X       VALUE '/'.
              05 WS-ED-MES             PIC 99.
              05 FILLER                PIC X       VALUE '/'.
              05 WS-ED-ANO             PIC 9(04).
       01 WS-NOME-CLIENTE              PIC X(20)   VALUE SPACES.
       01 WS-CONTADORES.
           03 WS-CNT-CANCELAMENTOS     PIC 9(07)   VALUE ZERO.
           03 WS-CNT-BOAS-VINDAS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS-MESA       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-TOTAL             PIC 9(07)   VALUE ZERO.
       01 WS-CARTA.
           03 WS-LIN-CABEC.
              05 FILLER                PIC X(40)   VALUE
                 'CENTRAL DE CADASTRO DE CLIENTES'.
              05 FILLER                PIC X(28)   VALUE SPACES.
              05 WC-DATA               PIC X(10).
              05 FILLER                PIC X(02)   VALUE SPACES.
           03 WS-LIN-DESTINO.
              05 FILLER                PIC X(04)   VALUE 'A/C '.
              05 WC-DESTINO            PIC X(30).
              05 FILLER                PIC X(46)   VALUE SPACES.
           03 WS-LIN-REFERENCIA.
              05 FILLER                PIC X(17)   VALUE
                 'CLIENTE NUMERO : '.
              05 WC-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(57)   VALUE SPACES.
           03 WS-LIN-ASSUNTO.
              05 FILLER                PIC X(17)   VALUE
                 'ASSUNTO        : '.
              05 WC-ASSUNTO            PIC X(40).
              05 FILLER                PIC X(23)   VALUE SPACES.
           03 WS-LIN-CANCELADO.
              05 FILLER                PIC X(46)   VALUE
                 'CONFIRMAMOS O CANCELAMENTO DO SEU CADASTRO EM '.
              05 WC-DATA-CANCEL        PIC X(10).
              05 FILLER                PIC X       VALUE '.'.
              05 FILLER                PIC X(23)   VALUE SPACES.
           03 WS-LIN-NOVO-ID.
              05 FILLER                PIC X(42)   VALUE
                 'SEU CADASTRO FOI CONCLUIDO. SEU NUMERO DE '.
              05 FILLER                PIC X(10)   VALUE
                 'CLIENTE E '.
              05 WC-NOVO-ID            PIC 9(06).
              05 FILLER                PIC X       VALUE '.'.
              05 FILLER                PIC X(21)   VALUE SPACES.
           03 WS-LIN-ESCALADO.
              05 FILLER                PIC X(12)   VALUE
                 'A TRANSACAO '.
              05 WC-ACAO               PIC X.
              05 FILLER                PIC X(12)   VALUE
                 ' DO CLIENTE '.
              05 WC-ID-ESCALADO        PIC 9(06).
              05 FILLER                PIC X(14)   VALUE
                 ' FOI REJEITADA'.
              05 FILLER                PIC X       VALUE SPACE.
              05 WC-RECICLOS           PIC Z9.
              05 FILLER                PIC X(30)   VALUE
                 ' VEZES E ESCALADA AO SUSPFILE.'.
              05 FILLER                PIC X(02)   VALUE SPACES.
           03 WS-LIN-RECUSADA.
              05 FILLER                PIC X(12)   VALUE
                 'A TRANSACAO '.
              05 WC-ACAO-RECUSADA      PIC X.
              05 FILLER                PIC X(12)   VALUE
                 ' DO CLIENTE '.
              05 WC-ID-RECUSADO        PIC 9(06).
              05 FILLER                PIC X(40)   VALUE
                 ' FOI RECUSADA PELO SISTEMA DE BENEFICIOS'.
              05 FILLER                PIC X(09)   VALUE SPACES.
           03 WS-LIN-RAZAO.
              05 FILLER                PIC X(32)   VALUE
                 'ULTIMA RAZAO DE REJEICAO .....: '.
              05 WC-RAZAO              PIC 99.
              05 FILLER                PIC X(46)   VALUE SPACES.
           03 WS-LIN-CAMPOS.
              05 FILLER                PIC X(32)   VALUE
                 'STATUS/LINHA/CODIGO/CAMPO/DADO: '.
              05 WC-STATUS             PIC 9.
              05 FILLER                PIC X       VALUE '/'.
              05 WC-LINHA              PIC 99.
              05 FILLER                PIC X       VALUE '/'.
              05 WC-CODIGO             PIC 9.
              05 FILLER                PIC X       VALUE '/'.
              05 WC-CAMPO              PIC 99.
              05 FILLER                PIC X       VALUE '/'.
              05 WC-DADO               PIC 99.
              05 FILLER                PIC X(36)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-CANCELAMENTOS
            PERFORM P300-BOAS-VINDAS
            PERFORM P400-AVISOS-MESA
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "CARTAS ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            MOVE WS-HOJE-DIA TO WS-ED-DIA
            MOVE WS-HOJE-MES TO WS-ED-MES
            MOVE WS-HOJE-ANO TO WS-ED-ANO
            OPEN OUTPUT CARTFILE
            IF NOT CARTFILE-OK
                DISPLAY 'ERRO ABERTURA CARTFILE: '
                   WS-CARTFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P200-CANCELAMENTOS.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT APLLIST
            IF APLLIST-OK
                PERFORM P210-LE-APLLIST UNTIL FIM-DO-ARQUIVO
                CLOSE APLLIST
            ELSE
                DISPLAY 'APLLIST NAO ENCONTRADO, SEM CARTAS DE '
                   'CANCELAMENTO.'
            END-IF
            .

       P210-LE-APLLIST.
            READ APLLIST
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF AL-ACAO = 'C'
                       AND AL-RESULTADO = 'APLICADO '
                       AND AL-ID-CLIENTE IS NUMERIC
                        PERFORM P600-CARTA-CANCELAMENTO
                    END-IF
            END-READ
            .

       P300-BOAS-VINDAS.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT ONBLIST
            IF ONBLIST-OK
                PERFORM P310-LE-ONBLIST UNTIL FIM-DO-ARQUIVO
                CLOSE ONBLIST
            ELSE
                DISPLAY 'ONBLIST NAO ENCONTRADO, SEM CARTAS DE '
                   'BOAS-VINDAS.'
            END-IF
            .

       P310-LE-ONBLIST.
            READ ONBLIST
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF OL-ID-CLIENTE IS NUMERIC
                       AND OL-SEPARADOR = SPACE
                       AND OL-RESTO = SPACES
                        MOVE OL-NOME TO WS-NOME-CLIENTE
                        PERFORM P620-CARTA-BOAS-VINDAS
                    END-IF
            END-READ
            .

       P400-AVISOS-MESA.
      *    SUSPFILE is permanent - only tonight's escalations, still
      *    open, get a notice.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT SUSPFILE
            IF SUSPFILE-OK
                PERFORM P410-LE-SUSPFILE UNTIL FIM-DO-ARQUIVO
                CLOSE SUSPFILE
            ELSE
                DISPLAY 'SUSPFILE NAO ENCONTRADO, SEM AVISOS AS '
                   'MESAS.'
            END-IF
            .

       P410-LE-SUSPFILE.
            READ SUSPFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF SP-DATA-ESCALADA = WS-HOJE AND SP-ABERTO
                        PERFORM P640-AVISO-MESA
                    END-IF
            END-READ
            .

       P600-CARTA-CANCELAMENTO.
            ADD 1 TO WS-CNT-CANCELAMENTOS
            MOVE 'CLIENTE' TO WC-DESTINO
            MOVE AL-ID-CLIENTE TO WC-ID-CLIENTE
            MOVE 'CONFIRMACAO DE CANCELAMENTO' TO WC-ASSUNTO
            PERFORM P700-ABRE-CARTA
            MOVE 'PREZADO(A) CLIENTE,' TO CT-LINHA
            WRITE CT-LINHA
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE WS-HOJE-EDITADA TO WC-DATA-CANCEL
            MOVE WS-LIN-CANCELADO TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'O NUMERO DE CLIENTE ACIMA NAO TEM MAIS MOVIMENTO.'
              TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'SE VOCE NAO RECONHECE ESTE PEDIDO, PROCURE A SUA'
              TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'AGENCIA O QUANTO ANTES.' TO CT-LINHA
            WRITE CT-LINHA
            PERFORM P710-FECHA-CARTA
            .

       P620-CARTA-BOAS-VINDAS.
            ADD 1 TO WS-CNT-BOAS-VINDAS
            MOVE WS-NOME-CLIENTE TO WC-DESTINO
            MOVE OL-ID-CLIENTE TO WC-ID-CLIENTE
            MOVE 'BEM-VINDO(A)' TO WC-ASSUNTO
            PERFORM P700-ABRE-CARTA
            MOVE 'PREZADO(A) CLIENTE,' TO CT-LINHA
            WRITE CT-LINHA
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE OL-ID-CLIENTE TO WC-NOVO-ID
            MOVE WS-LIN-NOVO-ID TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'INFORME ESTE NUMERO EM TODO CONTATO CONOSCO - ELE'
              TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'IDENTIFICA O SEU CADASTRO DE FORMA UNICA.'
              TO CT-LINHA
            WRITE CT-LINHA
            PERFORM P710-FECHA-CARTA
            .

       P640-AVISO-MESA.
            ADD 1 TO WS-CNT-AVISOS-MESA
            EVALUATE SP-ORIGEM
                WHEN 'D1'
                    MOVE 'MESA DE ENTRADA 1' TO WC-DESTINO
                WHEN 'D2'
                    MOVE 'MESA DE ENTRADA 2' TO WC-DESTINO
                WHEN 'D3'
                    MOVE 'MESA DE ENTRADA 3' TO WC-DESTINO
                WHEN 'ON'
                    MOVE 'SUPERVISAO DO CANAL ONLINE' TO WC-DESTINO
                WHEN 'BN'
                    MOVE 'MESA DE BENEFICIOS' TO WC-DESTINO
                WHEN OTHER
                    MOVE 'SUPERVISAO DA FILA DE SUSPENSOS'
                      TO WC-DESTINO
            END-EVALUATE
            MOVE SP-ID-CLIENTE TO WC-ID-CLIENTE
            MOVE 'PRECISAMOS DE MAIS INFORMACOES' TO WC-ASSUNTO
            PERFORM P700-ABRE-CARTA
            MOVE SP-ACAO       TO WC-ACAO
            MOVE SP-ID-CLIENTE TO WC-ID-ESCALADO
            MOVE SP-RECICLOS   TO WC-RECICLOS
            MOVE WS-LIN-ESCALADO TO CT-LINHA
            IF SP-ORIGEM = 'BN'
                MOVE SP-ACAO       TO WC-ACAO-RECUSADA
                MOVE SP-ID-CLIENTE TO WC-ID-RECUSADO
                MOVE WS-LIN-RECUSADA TO CT-LINHA
            END-IF
            WRITE CT-LINHA
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE SP-RAZAO TO WC-RAZAO
            MOVE WS-LIN-RAZAO TO CT-LINHA
            WRITE CT-LINHA
            MOVE SP-STATUS TO WC-STATUS
            MOVE SP-LINHA  TO WC-LINHA
            MOVE SP-CODIGO TO WC-CODIGO
            MOVE SP-CAMPO  TO WC-CAMPO
            MOVE SP-DADO   TO WC-DADO
            MOVE WS-LIN-CAMPOS TO CT-LINHA
            WRITE CT-LINHA
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'CONFIRA OS DADOS COM O DOCUMENTO DE ORIGEM E TRATE'
              TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'O ITEM NA FILA DE SUSPENSOS (SUSPWORK): RESUBMETER'
              TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'CORRIGIDO OU ENCERRAR COM O MOTIVO.' TO CT-LINHA
            WRITE CT-LINHA
            PERFORM P710-FECHA-CARTA
            .

       P700-ABRE-CARTA.
      *    Every letter starts on a new page - the mailroom folds
      *    one page per envelope.
            ADD 1 TO WS-CNT-TOTAL
            MOVE WS-HOJE-EDITADA TO WC-DATA
            MOVE WS-LIN-CABEC TO CT-LINHA
            WRITE CT-LINHA AFTER ADVANCING PAGE
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE WS-LIN-DESTINO TO CT-LINHA
            WRITE CT-LINHA
            MOVE WS-LIN-REFERENCIA TO CT-LINHA
            WRITE CT-LINHA
            MOVE WS-LIN-ASSUNTO TO CT-LINHA
            WRITE CT-LINHA
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            .

       P710-FECHA-CARTA.
            MOVE SPACES TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'ATENCIOSAMENTE,' TO CT-LINHA
            WRITE CT-LINHA
            MOVE 'CENTRAL DE CADASTRO DE CLIENTES' TO CT-LINHA
            WRITE CT-LINHA
            .

       P800-GRAVA-CONTROLE.
            OPEN OUTPUT CARTCTL
            IF NOT CARTCTL-OK
                DISPLAY 'ERRO ABERTURA CARTCTL: ' WS-CARTCTL-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-HOJE              TO LC-DATA
            MOVE WS-CNT-CANCELAMENTOS TO LC-CNT-CANCELAMENTOS
            MOVE WS-CNT-BOAS-VINDAS   TO LC-CNT-BOAS-VINDAS
            MOVE WS-CNT-AVISOS-MESA   TO LC-CNT-AVISOS-MESA
            MOVE WS-CNT-TOTAL         TO LC-CNT-TOTAL
            WRITE LC-REGISTRO
            CLOSE CARTCTL
            .

       P900-FIM.
            CLOSE CARTFILE
            PERFORM P800-GRAVA-CONTROLE
            DISPLAY '========================================'
            DISPLAY 'CARTAS - CORRESPONDENCIA DA NOITE'
            DISPLAY 'CANCELAMENTOS CONFIRMADOS : '
               WS-CNT-CANCELAMENTOS
            DISPLAY 'BOAS-VINDAS ..............: ' WS-CNT-BOAS-VINDAS
            DISPLAY 'AVISOS AS MESAS ..........: ' WS-CNT-AVISOS-MESA
            DISPLAY 'TOTAL DE CARTAS ..........: ' WS-CNT-TOTAL
            DISPLAY '========================================'
            GOBACK.
       END PROGRAM CARTAS.
