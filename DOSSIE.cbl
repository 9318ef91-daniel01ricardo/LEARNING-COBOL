      ******************************************************************
      * Author:
      * Date:
      * Purpose: Client dossier for a data-access request - everything
      *          the demographic and loan files hold on one client,
      *          as a single paginated document instead of a stack
      *          of DEMOMNT, AUDARCH CONSULTA, SUSPWORK and AMORTSCH
      *          listings. The desk keys the request on the DOSPEDI
      *          card (client id, protocol, who asked and in what
      *          capacity, date of the request) and the run lists,
      *          section by section:
      *            - the request itself;
      *            - the DEMOFILE master and its lifecycle state, and
      *              any CLIARQ archive record of the id (a client
      *              CLIPURGE has removed);
      *            - the captured names on NAMEIDX;
      *            - the decision history on AUDHIST;
      *            - the outstanding warning on WRNVSAM;
      *            - every SUSPFILE item of the id, open or not;
      *            - the EXCPFILE exceptions of the edit night
      *              supplied (the JCL gives the last one);
      *            - the master change history from the JRNFILE
      *              generations supplied (same concatenation rule
      *              as DEMOHIST);
      *            - the LOANFILE loans with their LOANSTAT position
      *              and their AMRSCHED schedules.
      *          The body goes to the DOSWORK work file first, so the
      *          page count is known before the document is printed:
      *          DOSSIE carries PAGINA n DE m on every page and the
      *          total on its last line. Each extraction is logged on
      *          the permanent DOSSLOG (CPYIFDS) - who asked, when,
      *          and how many pages went out. Only DOSPEDI and
      *          DEMOFILE are required; a file that cannot be opened
      *          is named in its section as not available and ends
      *          the run RC 4, as does an id found nowhere - the
      *          dossier is then not complete and must not go out
      *          as such. A bad request card ends RC 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOSPEDI ASSIGN TO "DOSPEDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSPEDI-STATUS.
           SELECT DEMOFILE ASSIGN TO "DEMOFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-ID-CLIENTE
               FILE STATUS IS WS-DEMOFILE-STATUS.
           SELECT CLIARQ ASSIGN TO "CLIARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIARQ-STATUS.
           SELECT NAMEIDX ASSIGN TO "NAMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NOME
               FILE STATUS IS WS-NAMEIDX-STATUS.
           SELECT AUDHIST ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CHAVE
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT WRNVSAM ASSIGN TO "WRNVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ID-CLIENTE
               FILE STATUS IS WS-WRNVSAM-STATUS.
           SELECT SUSPFILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
           SELECT EXCPFILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPFILE-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNFILE-STATUS.
           SELECT LOANFILE ASSIGN TO "LOANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANFILE-STATUS.
           SELECT LOANSTAT ASSIGN TO "LOANSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-ID-EMPRESTIMO
               FILE STATUS IS WS-LOANSTAT-STATUS.
           SELECT AMRSCHED ASSIGN TO "AMRSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMRSCHED-STATUS.
           SELECT DOSWORK ASSIGN TO "DOSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSWORK-STATUS.
           SELECT DOSSIE ASSIGN TO "DOSSIE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIE-STATUS.
           SELECT DOSSLOG ASSIGN TO "DOSSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOSPEDI.
       01  DP-REGISTRO.
           03 DP-ID-CLIENTE            PIC 9(06).
           03 DP-PROTOCOLO             PIC X(12).
           03 DP-SOLICITANTE           PIC X(30).
           03 DP-QUALIDADE             PIC X.
              88 DP-TITULAR            VALUE 'T'.
              88 DP-REPRESENTANTE      VALUE 'R'.
           03 DP-DATA-PEDIDO           PIC 9(08).
       FD  DEMOFILE.
           COPY CPYIFDM.
       FD  CLIARQ.
           COPY CPYIFXC.
       FD  NAMEIDX.
           COPY CPYIFNM.
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
              05 AH-RAZAO              PIC 99.
              05 AH-ORIGEM             PIC XX.
       FD  WRNVSAM.
           COPY CPYIFWO.
       FD  SUSPFILE.
           COPY CPYIFSP.
       FD  EXCPFILE.
           COPY CPYIFEX.
       FD  JRNFILE.
           COPY CPYIFJN.
       FD  LOANFILE.
           COPY CPYIFLN.
       FD  LOANSTAT.
           COPY CPYIFLS.
       FD  AMRSCHED.
       01  SC-REGISTRO.
           03 SC-ID-EMPRESTIMO         PIC 9(08).
           03 SC-PERIODO               PIC 9(04).
           03 SC-FATOR                 PIC 9(18).
           03 SC-PAGAMENTO             PIC 9(09)V99.
           03 SC-JUROS                 PIC 9(09)V99.
           03 SC-SALDO                 PIC 9(09)V99.
       FD  DOSWORK.
       01  DW-LINHA                    PIC X(80).
       FD  DOSSIE.
       01  DO-LINHA                    PIC X(80).
       FD  DOSSLOG.
           COPY CPYIFDS.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-DOSPEDI-STATUS        PIC XX.
              88 DOSPEDI-OK            VALUE '00'.
           03 WS-DEMOFILE-STATUS       PIC XX.
              88 DEMOFILE-OK           VALUE '00'.
           03 WS-CLIARQ-STATUS         PIC XX.
              88 CLIARQ-OK             VALUE '00'.
           03 WS-NAMEIDX-STATUS        PIC XX.
              88 NAMEIDX-OK            VALUE '00'.
           03 WS-AUDHIST-STATUS        PIC XX.
              88 AUDHIST-OK            VALUE '00'.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
           03 WS-SUSPFILE-STATUS       PIC XX.
              88 SUSPFILE-OK           VALUE '00'.
           03 WS-EXCPFILE-STATUS       PIC XX.
              88 EXCPFILE-OK           VALUE '00'.
           03 WS-JRNFILE-STATUS        PIC XX.
              88 JRNFILE-OK            VALUE '00'.
           03 WS-LOANFILE-STATUS       PIC XX.
              88 LOANFILE-OK           VALUE '00'.
           03 WS-LOANSTAT-STATUS       PIC XX.
              88 LOANSTAT-OK           VALUE '00'.
           03 WS-AMRSCHED-STATUS       PIC XX.
              88 AMRSCHED-OK           VALUE '00'.
           03 WS-DOSWORK-STATUS        PIC XX.
              88 DOSWORK-OK            VALUE '00'.
           03 WS-DOSSIE-STATUS         PIC XX.
              88 DOSSIE-OK             VALUE '00'.
           03 WS-DOSSLOG-STATUS        PIC XX.
              88 DOSSLOG-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-SITUACAO-SW           PIC X       VALUE 'N'.
              88 HA-SITUACAO           VALUE 'S'.
           03 WS-EMPRESTIMO-SW         PIC X       VALUE 'N'.
              88 EMPRESTIMO-DO-CLIENTE VALUE 'S'.
           03 WS-INCOMPLETO-SW         PIC X       VALUE 'N'.
              88 DOSSIE-INCOMPLETO     VALUE 'S'.
       01 WS-TIMESTAMP.
           03 WS-TS-DATA               PIC 9(08).
           03 WS-TS-HORA               PIC 9(08).
       01 WS-PEDIDO.
           03 WS-ID-CLIENTE            PIC 9(06)   VALUE ZERO.
           03 WS-SITUACAO-CLIENTE      PIC X       VALUE 'N'.
       01 WS-TAB-EMPRESTIMOS.
      *    The client's loans off the book - the AMRSCHED sweep
      *    prints each one's heading when its schedule starts, and
      *    the ones left unprinted at the end had no schedule.
           03 WS-MAX-EMPRESTIMOS       PIC 99      VALUE 99.
           03 WS-QTD-EMPRESTIMOS       PIC 99      VALUE ZERO.
           03 WS-IDX-TAB               PIC 99      VALUE ZERO.
           03 WS-EMPRESTIMO-CORRENTE   PIC 9(08)   VALUE ZERO.
           03 WS-EM-ITEM OCCURS 1 TO 99 TIMES
                         DEPENDING ON WS-QTD-EMPRESTIMOS
                         INDEXED BY WS-EM-IDX.
              05 WS-EM-REGISTRO.
                 07 WS-EM-ID-EMPRESTIMO
                                       PIC 9(08).
                 07 FILLER             PIC X(50).
              05 WS-EM-IMPRESSO        PIC X.
                 88 EM-IMPRESSO        VALUE 'S'.
       01 WS-NOMES-METODO-INIC.
           03 FILLER                   PIC X(10)   VALUE 'FIBONACCI'.
           03 FILLER                   PIC X(10)   VALUE 'PRICE'.
           03 FILLER                   PIC X(10)   VALUE 'SAC'.
       01 WS-NOMES-METODO REDEFINES WS-NOMES-METODO-INIC.
           03 WS-NOME-METODO OCCURS 3 TIMES
                                       PIC X(10).
       01 WS-PAGINACAO.
      *    Same page as the AUDRPT listing - 55 lines, three of them
      *    the heading - so 52 lines of body per page.
           03 WS-LINHAS-NA-PAGINA      PIC 99      VALUE 99.
           03 WS-LINHAS-POR-PAGINA     PIC 99      VALUE 55.
           03 WS-LINHAS-CORPO          PIC 99      VALUE 52.
           03 WS-PAGINA                PIC 9(04)   VALUE ZERO.
           03 WS-TOT-PAGINAS           PIC 9(04)   VALUE ZERO.
       01 WS-CONTADORES.
           03 WS-CNT-LINHAS            PIC 9(06)   VALUE ZERO.
           03 WS-CNT-SECAO             PIC 9(05)   VALUE ZERO.
           03 WS-CNT-INDISPONIVEIS     PIC 99      VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1.
              05 FILLER                PIC X(18)   VALUE
                 'DOSSIE DO CLIENTE '.
              05 RC-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X(12)   VALUE
                 '  PROTOCOLO '.
              05 RC-PROTOCOLO          PIC X(12).
              05 FILLER                PIC X(13)   VALUE SPACES.
              05 FILLER                PIC X(07)   VALUE 'PAGINA '.
              05 RC-PAGINA             PIC 9(04).
              05 FILLER                PIC X(04)   VALUE ' DE '.
              05 RC-TOT-PAGINAS        PIC 9(04).
           03 WS-LIN-CABEC2.
              05 FILLER                PIC X(12)   VALUE
                 'EXTRAIDO EM '.
              05 RC-DATA               PIC 9(08).
              05 FILLER                PIC X(04)   VALUE ' AS '.
              05 RC-HORA               PIC 9(08).
              05 FILLER                PIC X(25)   VALUE
                 ' - DOCUMENTO CONFIDENCIAL'.
              05 FILLER                PIC X(23)   VALUE SPACES.
           03 WS-LIN-FIM.
              05 FILLER                PIC X(16)   VALUE
                 'FIM DO DOSSIE - '.
              05 RF-TOT-PAGINAS        PIC 9(04).
              05 FILLER                PIC X(08)   VALUE ' PAGINAS'.
              05 FILLER                PIC X(52)   VALUE SPACES.
           03 WS-LIN-SECAO             PIC X(80)   VALUE SPACES.
           03 WS-LIN-TEXTO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RX-TEXTO              PIC X(78).
           03 WS-LIN-CAMPO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RG-ROTULO             PIC X(26).
              05 FILLER                PIC XX      VALUE ': '.
              05 RG-VALOR              PIC X(40).
              05 FILLER                PIC X(10)   VALUE SPACES.
           03 WS-LIN-CAB-NOME          PIC X(80)   VALUE
              '  NOME                 ID     CAPTURADO EM'.
           03 WS-LIN-NOME.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RN-NOME               PIC X(20).
              05 FILLER                PIC X       VALUE SPACE.
              05 RN-ID-CLIENTE         PIC 9(06).
              05 FILLER                PIC X       VALUE SPACE.
              05 RN-DATA               PIC 9(08).
              05 FILLER                PIC X(42)   VALUE SPACES.
           03 WS-LIN-CAB-ARQUIVO.
              05 FILLER                PIC X(40)   VALUE
                 '  NOME MASCARADO       NOMES CANCELADO '.
              05 FILLER                PIC X(40)   VALUE
                 'EXPURGADO MASTER'.
           03 WS-LIN-ARQUIVO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RA-NOME               PIC X(20).
              05 FILLER                PIC X       VALUE SPACE.
              05 RA-QTD-NOMES          PIC 99.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RA-DATA-CANCEL        PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RA-DATA-EXPURGO       PIC 9(08).
              05 FILLER                PIC XX      VALUE SPACES.
              05 RA-MESTRE             PIC X(23).
              05 FILLER                PIC X(09)   VALUE SPACES.
           03 WS-LIN-CAB-DECISAO       PIC X(80)   VALUE
              '  DATA     HORA     DISP RAZAO ST LI CO CA DA ORIGEM'.
           03 WS-LIN-DECISAO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RH-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RH-HORA               PIC 9(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RH-DISPOSICAO         PIC X.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RH-RAZAO              PIC 99.
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RH-STATUS             PIC 9.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RH-LINHA              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RH-CODIGO             PIC 9.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RH-CAMPO              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RH-DADO               PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RH-ORIGEM             PIC XX.
              05 FILLER                PIC X(32)   VALUE SPACES.
           03 WS-LIN-CAB-SUSPENSO.
              05 FILLER                PIC X(40)   VALUE
                 '  ESCALADO ACAO RAZAO ORIGEM RECICLOS '.
              05 FILLER                PIC X(40)   VALUE
                 'SIT TRABALHADO MOTIVO'.
           03 WS-LIN-SUSPENSO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RS-DATA-ESCALADA      PIC 9(08).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RS-ACAO               PIC X.
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RS-RAZAO              PIC 99.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RS-ORIGEM             PIC XX.
              05 FILLER                PIC X(05)   VALUE SPACES.
              05 RS-RECICLOS           PIC 99.
              05 FILLER                PIC X(06)   VALUE SPACES.
              05 RS-SITUACAO           PIC X.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RS-DATA-TRABALHO      PIC X(08).
              05 FILLER                PIC X(03)   VALUE SPACES.
              05 RS-MOTIVO             PIC X(28).
           03 WS-LIN-CAB-EXCECAO.
              05 FILLER                PIC X(40)   VALUE
                 '  CAMPO      RAZAO DESCRICAO'.
              05 FILLER                PIC X(40)   VALUE
                 '              ST LI CO CA DA ORIGEM'.
           03 WS-LIN-EXCECAO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RX-CAMPO-ERRO         PIC X(10).
              05 FILLER                PIC X       VALUE SPACE.
              05 RX-RAZAO              PIC 99.
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RX-DESCRICAO          PIC X(30).
              05 FILLER                PIC X       VALUE SPACE.
              05 RX-STATUS             PIC 9.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RX-LINHA              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RX-CODIGO             PIC 9.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RX-CAMPO              PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RX-DADO               PIC 99.
              05 FILLER                PIC X       VALUE SPACE.
              05 RX-ORIGEM             PIC XX.
              05 FILLER                PIC X(13)   VALUE SPACES.
           03 WS-LIN-CAB-JORNAL.
              05 FILLER                PIC X(40)   VALUE
                 '  DATA     HORA      PROGRAMA  ACAO'.
              05 FILLER                PIC X(40)   VALUE
                 '           OPERADOR TERM'.
           03 WS-LIN-JORNAL.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RJ-DATA               PIC 9(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RJ-HORA               PIC 9(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RJ-PROGRAMA           PIC X(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RJ-ACAO               PIC X(13).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RJ-USUARIO            PIC X(08).
              05 FILLER                PIC X       VALUE SPACE.
              05 RJ-TERMINAL           PIC X(04).
              05 FILLER                PIC X(21)   VALUE SPACES.
           03 WS-LIN-IMAGENS.
              05 FILLER                PIC X(12)   VALUE
                 '    ANTES : '.
              05 RJ-ANTES              PIC X(23).
              05 FILLER                PIC X(10)   VALUE
                 '  DEPOIS: '.
              05 RJ-DEPOIS             PIC X(23).
              05 FILLER                PIC X(12)   VALUE SPACES.
           03 WS-LIN-EMPRESTIMO.
              05 FILLER                PIC X(11)   VALUE
                 'EMPRESTIMO '.
              05 RE-ID-EMPRESTIMO      PIC 9(08).
              05 FILLER                PIC X(13)   VALUE
                 '  PRINCIPAL: '.
              05 RE-PRINCIPAL          PIC 9(09).99.
              05 FILLER                PIC X(08)   VALUE '  TAXA: '.
              05 RE-TAXA               PIC 9(03).9(04).
              05 FILLER                PIC X(10)   VALUE
                 '  TERMOS: '.
              05 RE-TERMOS             PIC 9(04).
              05 FILLER                PIC X(06)   VALUE SPACES.
           03 WS-LIN-EMPRESTIMO2.
              05 FILLER                PIC X(17)   VALUE
                 '  PRIMEIRO VENC: '.
              05 RE-PRIMEIRO-VENC      PIC 9(08).
              05 FILLER                PIC X(10)   VALUE
                 '  METODO: '.
              05 RE-METODO             PIC X(10).
              05 FILLER                PIC X(12)   VALUE
                 '  SITUACAO: '.
              05 RE-SITUACAO           PIC X(23).
           03 WS-LIN-POSICAO.
              05 FILLER                PIC X(12)   VALUE
                 '  PAGO ATE: '.
              05 RP-PAGO-ATE           PIC 9(04).
              05 FILLER                PIC X(13)   VALUE
                 '  EM ATRASO: '.
              05 RP-ATRASO             PIC 9(09).99.
              05 FILLER                PIC X(08)   VALUE '  DIAS: '.
              05 RP-DIAS-ATRASO        PIC 9(05).
              05 FILLER                PIC X(12)   VALUE
                 '  ULT PGTO: '.
              05 RP-DATA-ULT-PGTO      PIC 9(08).
              05 FILLER                PIC X(06)   VALUE SPACES.
           03 WS-LIN-CAB-QUADRO        PIC X(80)   VALUE
              '  PERIODO PAGAMENTO     JUROS         SALDO'.
           03 WS-LIN-QUADRO.
              05 FILLER                PIC XX      VALUE SPACES.
              05 RQ-PERIODO            PIC 9(04).
              05 FILLER                PIC X(04)   VALUE SPACES.
              05 RQ-PAGAMENTO          PIC 9(09).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RQ-JUROS              PIC 9(09).99.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RQ-SALDO              PIC 9(09).99.
              05 FILLER                PIC X(30)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-SECAO-PEDIDO
            PERFORM P250-SECAO-CADASTRO
            PERFORM P300-SECAO-NOMES
            PERFORM P350-SECAO-DECISOES
            PERFORM P400-SECAO-AVISO
            PERFORM P450-SECAO-SUSPENSOS
            PERFORM P500-SECAO-EXCECOES
            PERFORM P550-SECAO-JORNAL
            PERFORM P600-SECAO-EMPRESTIMOS
            PERFORM P850-IMPRIME-DOSSIE
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "DOSSIE ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            OPEN INPUT DOSPEDI
            IF NOT DOSPEDI-OK
                DISPLAY 'ERRO ABERTURA DOSPEDI: ' WS-DOSPEDI-STATUS
                PERFORM P050-ABORTA
            END-IF
            READ DOSPEDI
                AT END
                    DISPLAY 'DOSPEDI VAZIO - SEM PEDIDO A ATENDER.'
                    PERFORM P050-ABORTA
            END-READ
            PERFORM P110-VALIDA-PEDIDO
            CLOSE DOSPEDI
            MOVE DP-ID-CLIENTE TO WS-ID-CLIENTE
            OPEN INPUT DEMOFILE
            IF NOT DEMOFILE-OK
                DISPLAY 'ERRO ABERTURA DEMOFILE: '
                   WS-DEMOFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT DOSWORK
            IF NOT DOSWORK-OK
                DISPLAY 'ERRO ABERTURA DOSWORK: ' WS-DOSWORK-STATUS
                PERFORM P050-ABORTA
            END-IF
            .

       P110-VALIDA-PEDIDO.
      *    The card is the record of who asked - a dossier does not
      *    go out against an incomplete one.
            IF DP-ID-CLIENTE NOT NUMERIC
             OR DP-ID-CLIENTE = ZERO
                DISPLAY 'DOSPEDI SEM ID DE CLIENTE VALIDO.'
                PERFORM P050-ABORTA
            END-IF
            IF DP-PROTOCOLO = SPACES
             OR DP-SOLICITANTE = SPACES
                DISPLAY 'DOSPEDI SEM PROTOCOLO OU SOLICITANTE.'
                PERFORM P050-ABORTA
            END-IF
            IF NOT DP-TITULAR AND NOT DP-REPRESENTANTE
                DISPLAY 'DOSPEDI COM QUALIDADE INVALIDA (T/R): '
                   DP-QUALIDADE
                PERFORM P050-ABORTA
            END-IF
            IF DP-DATA-PEDIDO NOT NUMERIC
             OR DP-DATA-PEDIDO = ZERO
             OR DP-DATA-PEDIDO GREATER WS-TS-DATA
                DISPLAY 'DOSPEDI COM DATA DO PEDIDO INVALIDA.'
                PERFORM P050-ABORTA
            END-IF
            .

       P200-SECAO-PEDIDO.
            MOVE '1. PEDIDO DE ACESSO' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            MOVE 'CLIENTE' TO RG-ROTULO
            MOVE WS-ID-CLIENTE TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'PROTOCOLO' TO RG-ROTULO
            MOVE DP-PROTOCOLO TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'SOLICITANTE' TO RG-ROTULO
            MOVE DP-SOLICITANTE TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'QUALIDADE' TO RG-ROTULO
            IF DP-TITULAR
                MOVE 'O PROPRIO CLIENTE' TO RG-VALOR
            ELSE
                MOVE 'REPRESENTANTE LEGAL' TO RG-VALOR
            END-IF
            PERFORM P820-GRAVA-CAMPO
            MOVE 'DATA DO PEDIDO' TO RG-ROTULO
            MOVE DP-DATA-PEDIDO TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'DATA DA EXTRACAO' TO RG-ROTULO
            MOVE WS-TS-DATA TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            .

       P250-SECAO-CADASTRO.
            MOVE '2. CADASTRO (DEMOFILE)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            MOVE WS-ID-CLIENTE TO DM-ID-CLIENTE
            READ DEMOFILE
                INVALID KEY
                    MOVE 'CLIENTE NAO CONSTA DO CADASTRO.' TO RX-TEXTO
                    PERFORM P830-GRAVA-TEXTO
                NOT INVALID KEY
                    MOVE DM-SITUACAO TO WS-SITUACAO-CLIENTE
                    PERFORM P260-LISTA-MESTRE
            END-READ
            MOVE SPACES TO WS-LIN-SECAO
            PERFORM P840-GRAVA-SECAO
            MOVE 'ARQUIVO DE CLIENTES EXPURGADOS (CLIARQ):'
              TO RX-TEXTO
            PERFORM P830-GRAVA-TEXTO
            OPEN INPUT CLIARQ
            IF NOT CLIARQ-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-ARQUIVO TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                PERFORM P270-TRATA-ARQUIVO UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE CLIARQ
            END-IF
            .

       P260-LISTA-MESTRE.
            MOVE 'SITUACAO' TO RG-ROTULO
            EVALUATE TRUE
                WHEN DM-CANCELADO
                    MOVE 'CANCELADO' TO RG-VALOR
                WHEN DM-SUSPENSO
                    MOVE 'SUSPENSO' TO RG-VALOR
                WHEN OTHER
                    MOVE 'ATIVO' TO RG-VALOR
            END-EVALUATE
            PERFORM P820-GRAVA-CAMPO
            IF DM-CANCELADO
                MOVE 'DATA DO CANCELAMENTO' TO RG-ROTULO
                MOVE DM-DATA-CANCEL TO RG-VALOR
                PERFORM P820-GRAVA-CAMPO
            END-IF
            MOVE 'STATUS' TO RG-ROTULO
            MOVE DM-STATUS TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'LINHA' TO RG-ROTULO
            MOVE DM-LINHA TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'CODIGO' TO RG-ROTULO
            MOVE DM-CODIGO TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'CAMPO' TO RG-ROTULO
            MOVE DM-CAMPO TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            MOVE 'DADO' TO RG-ROTULO
            MOVE DM-DADO TO RG-VALOR
            PERFORM P820-GRAVA-CAMPO
            .

       P270-TRATA-ARQUIVO.
            READ CLIARQ
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF XC-ID-CLIENTE = WS-ID-CLIENTE
                        ADD 1 TO WS-CNT-SECAO
                        IF WS-SITUACAO-CLIENTE = 'N'
                            MOVE 'X' TO WS-SITUACAO-CLIENTE
                        END-IF
                        MOVE XC-NOME-MASCARADO TO RA-NOME
                        MOVE XC-QTD-NOMES      TO RA-QTD-NOMES
                        MOVE XC-DATA-CANCEL    TO RA-DATA-CANCEL
                        MOVE XC-DATA-EXPURGO   TO RA-DATA-EXPURGO
                        MOVE XC-MESTRE         TO RA-MESTRE
                        MOVE WS-LIN-ARQUIVO TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P300-SECAO-NOMES.
      *    NAMEIDX is keyed by name - the client's entries are only
      *    found by reading the whole file.
            MOVE '3. NOME CAPTURADO (NAMEIDX)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT NAMEIDX
            IF NOT NAMEIDX-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-NOME TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                MOVE LOW-VALUES TO NM-NOME
                START NAMEIDX KEY IS NOT LESS THAN NM-NOME
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P310-TRATA-NOME UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE NAMEIDX
            END-IF
            .

       P310-TRATA-NOME.
            READ NAMEIDX NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT NAMEIDX-OK
                        DISPLAY 'ERRO LEITURA NAMEIDX: '
                           WS-NAMEIDX-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF NM-ID-CLIENTE = WS-ID-CLIENTE
                        ADD 1 TO WS-CNT-SECAO
                        MOVE NM-NOME       TO RN-NOME
                        MOVE NM-ID-CLIENTE TO RN-ID-CLIENTE
                        MOVE NM-DATA       TO RN-DATA
                        MOVE WS-LIN-NOME TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P350-SECAO-DECISOES.
      *    The client's slice of the history, same read as the
      *    AUDARCH CONSULTA: from (id, date zero) to the first
      *    record of the next client.
            MOVE '4. HISTORICO DE DECISOES (AUDHIST)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT AUDHIST
            IF NOT AUDHIST-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-DECISAO TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                MOVE WS-ID-CLIENTE TO AH-ID-CLIENTE
                MOVE ZERO TO AH-DATA
                MOVE ZERO TO AH-HORA
                MOVE ZERO TO AH-SEQ
                START AUDHIST KEY NOT LESS AH-CHAVE
                    INVALID KEY
                        SET FIM-DO-ARQUIVO TO TRUE
                END-START
                PERFORM P360-TRATA-DECISAO UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE AUDHIST
            END-IF
            .

       P360-TRATA-DECISAO.
            READ AUDHIST NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF AH-ID-CLIENTE NOT = WS-ID-CLIENTE
                        SET FIM-DO-ARQUIVO TO TRUE
                    ELSE
                        ADD 1 TO WS-CNT-SECAO
                        MOVE AH-DATA        TO RH-DATA
                        MOVE AH-HORA        TO RH-HORA
                        MOVE AH-DISPOSICAO  TO RH-DISPOSICAO
                        MOVE AH-RAZAO       TO RH-RAZAO
                        MOVE AH-STATUS      TO RH-STATUS
                        MOVE AH-LINHA       TO RH-LINHA
                        MOVE AH-CODIGO      TO RH-CODIGO
                        MOVE AH-CAMPO       TO RH-CAMPO
                        MOVE AH-DADO        TO RH-DADO
                        MOVE AH-ORIGEM      TO RH-ORIGEM
                        MOVE WS-LIN-DECISAO TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P400-SECAO-AVISO.
            MOVE '5. AVISO EM ABERTO (WRNVSAM)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT WRNVSAM
            IF NOT WRNVSAM-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-ID-CLIENTE TO WO-ID-CLIENTE
                READ WRNVSAM
                    INVALID KEY
                        MOVE 'NENHUM AVISO EM ABERTO.' TO RX-TEXTO
                        PERFORM P830-GRAVA-TEXTO
                    NOT INVALID KEY
                        MOVE 'RAZAO' TO RG-ROTULO
                        MOVE WO-RAZAO TO RG-VALOR
                        PERFORM P820-GRAVA-CAMPO
                        MOVE 'DESCRICAO' TO RG-ROTULO
                        MOVE WO-DESCRICAO TO RG-VALOR
                        PERFORM P820-GRAVA-CAMPO
                        MOVE 'DATA' TO RG-ROTULO
                        MOVE WO-DATA TO RG-VALOR
                        PERFORM P820-GRAVA-CAMPO
                        MOVE 'ORIGEM' TO RG-ROTULO
                        MOVE WO-ORIGEM TO RG-VALOR
                        PERFORM P820-GRAVA-CAMPO
                END-READ
                CLOSE WRNVSAM
            END-IF
            .

       P450-SECAO-SUSPENSOS.
      *    Every item of the id, whatever its situation - the open
      *    ones and the history of the ones already worked.
            MOVE '6. ITENS DE SUSPENSO (SUSPFILE)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT SUSPFILE
            IF NOT SUSPFILE-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-SUSPENSO TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                PERFORM P460-TRATA-SUSPENSO UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE SUSPFILE
            END-IF
            .

       P460-TRATA-SUSPENSO.
            READ SUSPFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT SUSPFILE-OK
                        DISPLAY 'ERRO LEITURA SUSPFILE: '
                           WS-SUSPFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF SP-ID-CLIENTE = WS-ID-CLIENTE
                        ADD 1 TO WS-CNT-SECAO
                        MOVE SP-DATA-ESCALADA  TO RS-DATA-ESCALADA
                        MOVE SP-ACAO           TO RS-ACAO
                        MOVE SP-RAZAO          TO RS-RAZAO
                        MOVE SP-ORIGEM         TO RS-ORIGEM
                        MOVE SP-RECICLOS       TO RS-RECICLOS
                        MOVE SP-SITUACAO       TO RS-SITUACAO
                        MOVE SP-DATA-TRABALHO  TO RS-DATA-TRABALHO
                        MOVE SP-MOTIVO-ENCERRA TO RS-MOTIVO
                        MOVE WS-LIN-SUSPENSO TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P500-SECAO-EXCECOES.
            MOVE '7. EXCECOES DO DIA (EXCPFILE)' TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT EXCPFILE
            IF NOT EXCPFILE-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-EXCECAO TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                PERFORM P510-TRATA-EXCECAO UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE EXCPFILE
            END-IF
            .

       P510-TRATA-EXCECAO.
            READ EXCPFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT EXCPFILE-OK
                        DISPLAY 'ERRO LEITURA EXCPFILE: '
                           WS-EXCPFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF EX-ID-CLIENTE = WS-ID-CLIENTE
                        ADD 1 TO WS-CNT-SECAO
                        MOVE EX-CAMPO-ERRO TO RX-CAMPO-ERRO
                        MOVE EX-RAZAO      TO RX-RAZAO
                        MOVE EX-DESCRICAO  TO RX-DESCRICAO
                        MOVE EX-STATUS     TO RX-STATUS
                        MOVE EX-LINHA      TO RX-LINHA
                        MOVE EX-CODIGO     TO RX-CODIGO
                        MOVE EX-CAMPO      TO RX-CAMPO
                        MOVE EX-DADO       TO RX-DADO
                        MOVE EX-ORIGEM     TO RX-ORIGEM
                        MOVE WS-LIN-EXCECAO TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P550-SECAO-JORNAL.
            MOVE '8. HISTORICO DE ALTERACOES DO CADASTRO (JRNFILE)'
              TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT JRNFILE
            IF NOT JRNFILE-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE WS-LIN-CAB-JORNAL TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
                MOVE ZERO TO WS-CNT-SECAO
                MOVE 'N' TO WS-EOF-SW
                PERFORM P560-TRATA-JORNAL UNTIL FIM-DO-ARQUIVO
                PERFORM P805-SECAO-VAZIA
                CLOSE JRNFILE
            END-IF
            .

       P560-TRATA-JORNAL.
            READ JRNFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT JRNFILE-OK
                        DISPLAY 'ERRO LEITURA JRNFILE: '
                           WS-JRNFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF JN-ID-CLIENTE = WS-ID-CLIENTE
                     AND NOT JN-SINCRONISMO
                        PERFORM P570-LISTA-JORNAL
                    END-IF
            END-READ
            .

       P570-LISTA-JORNAL.
            ADD 1 TO WS-CNT-SECAO
            MOVE JN-DATA     TO RJ-DATA
            MOVE JN-HORA     TO RJ-HORA
            MOVE JN-PROGRAMA TO RJ-PROGRAMA
            EVALUATE TRUE
                WHEN JN-INCLUSAO
                    MOVE 'INCLUSAO' TO RJ-ACAO
                WHEN JN-ALTERACAO
                    MOVE 'ALTERACAO' TO RJ-ACAO
                WHEN JN-EXCLUSAO
                    MOVE 'EXCLUSAO' TO RJ-ACAO
                WHEN JN-TRANSFERENCIA
                    MOVE 'TRANSFERENCIA' TO RJ-ACAO
                WHEN OTHER
                    MOVE JN-ACAO TO RJ-ACAO
            END-EVALUATE
            IF JN-USUARIO = SPACES
                MOVE '(LOTE)' TO RJ-USUARIO
            ELSE
                MOVE JN-USUARIO TO RJ-USUARIO
            END-IF
            MOVE JN-TERMINAL TO RJ-TERMINAL
            MOVE WS-LIN-JORNAL TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            MOVE JN-ANTES  TO RJ-ANTES
            MOVE JN-DEPOIS TO RJ-DEPOIS
            MOVE WS-LIN-IMAGENS TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            .

       P600-SECAO-EMPRESTIMOS.
            MOVE '9. EMPRESTIMOS (LOANFILE, LOANSTAT, AMRSCHED)'
              TO WS-LIN-SECAO
            PERFORM P810-ABRE-SECAO
            OPEN INPUT LOANFILE
            IF NOT LOANFILE-OK
                PERFORM P800-INDISPONIVEL
            ELSE
                MOVE 'N' TO WS-EOF-SW
                PERFORM P610-TRATA-EMPRESTIMO UNTIL FIM-DO-ARQUIVO
                CLOSE LOANFILE
                IF WS-QTD-EMPRESTIMOS = ZERO
                    MOVE 'NENHUM EMPRESTIMO.' TO RX-TEXTO
                    PERFORM P830-GRAVA-TEXTO
                ELSE
                    PERFORM P650-LISTA-EMPRESTIMOS
                END-IF
            END-IF
            .

       P610-TRATA-EMPRESTIMO.
            READ LOANFILE
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT LOANFILE-OK
                        DISPLAY 'ERRO LEITURA LOANFILE: '
                           WS-LOANFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF LN-ID-CLIENTE = WS-ID-CLIENTE
                        IF WS-QTD-EMPRESTIMOS
                           NOT LESS WS-MAX-EMPRESTIMOS
                            DISPLAY 'CLIENTE COM MAIS DE '
                               WS-MAX-EMPRESTIMOS ' EMPRESTIMOS.'
                            PERFORM P050-ABORTA
                        END-IF
                        ADD 1 TO WS-QTD-EMPRESTIMOS
                        MOVE LN-REGISTRO
                          TO WS-EM-REGISTRO (WS-QTD-EMPRESTIMOS)
                        MOVE 'N' TO WS-EM-IMPRESSO (WS-QTD-EMPRESTIMOS)
                    END-IF
            END-READ
            .

       P650-LISTA-EMPRESTIMOS.
      *    One pass over the day's schedule file - a loan's heading
      *    goes out when its first line is met, and a loan never met
      *    is listed afterwards without a schedule.
            OPEN INPUT LOANSTAT
            IF LOANSTAT-OK
                SET HA-SITUACAO TO TRUE
            ELSE
                MOVE 'LOANSTAT NAO DISPONIVEL - POSICAO NAO LISTADA.'
                  TO RX-TEXTO
                PERFORM P830-GRAVA-TEXTO
                ADD 1 TO WS-CNT-INDISPONIVEIS
            END-IF
            OPEN INPUT AMRSCHED
            IF AMRSCHED-OK
                MOVE ZERO TO WS-EMPRESTIMO-CORRENTE
                MOVE 'N' TO WS-EOF-SW
                PERFORM P660-TRATA-QUADRO UNTIL FIM-DO-ARQUIVO
                CLOSE AMRSCHED
            ELSE
                MOVE 'AMRSCHED NAO DISPONIVEL - SEM CRONOGRAMAS.'
                  TO RX-TEXTO
                PERFORM P830-GRAVA-TEXTO
                ADD 1 TO WS-CNT-INDISPONIVEIS
            END-IF
            PERFORM P690-SEM-QUADRO
                VARYING WS-IDX-TAB FROM 1 BY 1
                UNTIL WS-IDX-TAB GREATER WS-QTD-EMPRESTIMOS
            IF HA-SITUACAO
                CLOSE LOANSTAT
            END-IF
            .

       P660-TRATA-QUADRO.
            READ AMRSCHED
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT AMRSCHED-OK
                        DISPLAY 'ERRO LEITURA AMRSCHED: '
                           WS-AMRSCHED-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF SC-ID-EMPRESTIMO NOT = WS-EMPRESTIMO-CORRENTE
                        MOVE SC-ID-EMPRESTIMO
                          TO WS-EMPRESTIMO-CORRENTE
                        PERFORM P670-NOVO-EMPRESTIMO
                    END-IF
                    IF EMPRESTIMO-DO-CLIENTE
                        MOVE SC-PERIODO   TO RQ-PERIODO
                        MOVE SC-PAGAMENTO TO RQ-PAGAMENTO
                        MOVE SC-JUROS     TO RQ-JUROS
                        MOVE SC-SALDO     TO RQ-SALDO
                        MOVE WS-LIN-QUADRO TO DW-LINHA
                        PERFORM P800-GRAVA-LINHA
                    END-IF
            END-READ
            .

       P670-NOVO-EMPRESTIMO.
            MOVE 'N' TO WS-EMPRESTIMO-SW
            SET WS-EM-IDX TO 1
            SEARCH WS-EM-ITEM
                AT END
                    CONTINUE
                WHEN WS-EM-ID-EMPRESTIMO (WS-EM-IDX) =
                     SC-ID-EMPRESTIMO
                    SET EMPRESTIMO-DO-CLIENTE TO TRUE
            END-SEARCH
            IF EMPRESTIMO-DO-CLIENTE
             AND NOT EM-IMPRESSO (WS-EM-IDX)
                SET WS-IDX-TAB TO WS-EM-IDX
                PERFORM P680-CABECALHO-EMPRESTIMO
                MOVE WS-LIN-CAB-QUADRO TO WS-LIN-SECAO
                PERFORM P840-GRAVA-SECAO
            END-IF
            .

       P680-CABECALHO-EMPRESTIMO.
      *    Loan in WS-EM-REGISTRO (WS-IDX-TAB) - its terms off the
      *    book and where it stands on LOANSTAT.
            SET EM-IMPRESSO (WS-IDX-TAB) TO TRUE
            MOVE WS-EM-REGISTRO (WS-IDX-TAB) TO LN-REGISTRO
            MOVE SPACES TO WS-LIN-SECAO
            PERFORM P840-GRAVA-SECAO
            MOVE LN-ID-EMPRESTIMO      TO RE-ID-EMPRESTIMO
            MOVE LN-PRINCIPAL          TO RE-PRINCIPAL
            MOVE LN-TAXA               TO RE-TAXA
            MOVE LN-TERMOS             TO RE-TERMOS
            MOVE WS-LIN-EMPRESTIMO TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            MOVE LN-DATA-PRIMEIRO-VENC TO RE-PRIMEIRO-VENC
            EVALUATE TRUE
                WHEN LN-METODO-PRICE
                    MOVE WS-NOME-METODO (2) TO RE-METODO
                WHEN LN-METODO-SAC
                    MOVE WS-NOME-METODO (3) TO RE-METODO
                WHEN OTHER
                    MOVE WS-NOME-METODO (1) TO RE-METODO
            END-EVALUATE
            MOVE 'SEM POSICAO NO LOANSTAT' TO RE-SITUACAO
            IF HA-SITUACAO
                MOVE LN-ID-EMPRESTIMO TO LS-ID-EMPRESTIMO
                READ LOANSTAT
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN LS-EM-DIA
                                MOVE 'EM DIA' TO RE-SITUACAO
                            WHEN LS-PARCIAL
                                MOVE 'PAGAMENTO PARCIAL'
                                  TO RE-SITUACAO
                            WHEN LS-SEM-PAGAMENTO
                                MOVE 'SEM PAGAMENTO' TO RE-SITUACAO
                            WHEN LS-QUITADO
                                MOVE 'QUITADO' TO RE-SITUACAO
                            WHEN OTHER
                                MOVE LS-SITUACAO TO RE-SITUACAO
                        END-EVALUATE
                        MOVE LS-PAGO-ATE      TO RP-PAGO-ATE
                        MOVE LS-ATRASO        TO RP-ATRASO
                        MOVE LS-DIAS-ATRASO   TO RP-DIAS-ATRASO
                        MOVE LS-DATA-ULT-PGTO TO RP-DATA-ULT-PGTO
                END-READ
            END-IF
            MOVE WS-LIN-EMPRESTIMO2 TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            IF HA-SITUACAO AND LOANSTAT-OK
                MOVE WS-LIN-POSICAO TO DW-LINHA
                PERFORM P800-GRAVA-LINHA
            END-IF
            .

       P690-SEM-QUADRO.
            IF NOT EM-IMPRESSO (WS-IDX-TAB)
                PERFORM P680-CABECALHO-EMPRESTIMO
                MOVE 'SEM CRONOGRAMA NO AMRSCHED.' TO RX-TEXTO
                PERFORM P830-GRAVA-TEXTO
            END-IF
            .

       P800-GRAVA-LINHA.
      *    Every body line passes here - the count sizes the
      *    document before it is printed.
            WRITE DW-LINHA
            IF NOT DOSWORK-OK
                DISPLAY 'ERRO GRAVANDO DOSWORK: ' WS-DOSWORK-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-LINHAS
            .

       P800-INDISPONIVEL.
            MOVE 'ARQUIVO NAO DISPONIVEL NESTA EXTRACAO.' TO RX-TEXTO
            PERFORM P830-GRAVA-TEXTO
            ADD 1 TO WS-CNT-INDISPONIVEIS
            .

       P805-SECAO-VAZIA.
            IF WS-CNT-SECAO = ZERO
                MOVE 'NENHUM REGISTRO.' TO RX-TEXTO
                PERFORM P830-GRAVA-TEXTO
            END-IF
            .

       P810-ABRE-SECAO.
      *    Section title in WS-LIN-SECAO, a blank line ahead of it.
            MOVE SPACES TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            PERFORM P840-GRAVA-SECAO
            .

       P820-GRAVA-CAMPO.
            MOVE WS-LIN-CAMPO TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            MOVE SPACES TO RG-VALOR
            .

       P830-GRAVA-TEXTO.
            MOVE WS-LIN-TEXTO TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            .

       P840-GRAVA-SECAO.
            MOVE WS-LIN-SECAO TO DW-LINHA
            PERFORM P800-GRAVA-LINHA
            .

       P850-IMPRIME-DOSSIE.
      *    Second pass: the body back from DOSWORK under a heading on
      *    every page, now that the number of pages is known. The
      *    closing line counts as body.
            CLOSE DOSWORK
            COMPUTE WS-TOT-PAGINAS =
                (WS-CNT-LINHAS + WS-LINHAS-CORPO) / WS-LINHAS-CORPO
            OPEN INPUT DOSWORK
            IF NOT DOSWORK-OK
                DISPLAY 'ERRO ABERTURA DOSWORK: ' WS-DOSWORK-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT DOSSIE
            IF NOT DOSSIE-OK
                DISPLAY 'ERRO ABERTURA DOSSIE: ' WS-DOSSIE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-ID-CLIENTE  TO RC-ID-CLIENTE
            MOVE DP-PROTOCOLO   TO RC-PROTOCOLO
            MOVE WS-TOT-PAGINAS TO RC-TOT-PAGINAS
            MOVE WS-TS-DATA     TO RC-DATA
            MOVE WS-TS-HORA     TO RC-HORA
            MOVE 'N' TO WS-EOF-SW
            PERFORM P860-COPIA-LINHA UNTIL FIM-DO-ARQUIVO
            IF WS-LINHAS-NA-PAGINA NOT LESS WS-LINHAS-POR-PAGINA
                PERFORM P870-CABECALHO
            END-IF
            MOVE WS-TOT-PAGINAS TO RF-TOT-PAGINAS
            MOVE WS-LIN-FIM TO DO-LINHA
            WRITE DO-LINHA
            CLOSE DOSWORK
            CLOSE DOSSIE
            .

       P860-COPIA-LINHA.
            READ DOSWORK
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF WS-LINHAS-NA-PAGINA
                       NOT LESS WS-LINHAS-POR-PAGINA
                        PERFORM P870-CABECALHO
                    END-IF
                    MOVE DW-LINHA TO DO-LINHA
                    WRITE DO-LINHA
                    ADD 1 TO WS-LINHAS-NA-PAGINA
            END-READ
            .

       P870-CABECALHO.
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO RC-PAGINA
            MOVE WS-LIN-CABEC1 TO DO-LINHA
            WRITE DO-LINHA AFTER ADVANCING PAGE
            MOVE WS-LIN-CABEC2 TO DO-LINHA
            WRITE DO-LINHA
            MOVE SPACES TO DO-LINHA
            WRITE DO-LINHA
            MOVE 3 TO WS-LINHAS-NA-PAGINA
            .

       P880-GRAVA-LOG.
      *    The log is permanent - every extraction appends to it; the
      *    very first run creates it, as REAJUSTE does AMRHIST.
            OPEN EXTEND DOSSLOG
            IF NOT DOSSLOG-OK
                OPEN OUTPUT DOSSLOG
            END-IF
            IF NOT DOSSLOG-OK
                DISPLAY 'ERRO ABERTURA DOSSLOG: ' WS-DOSSLOG-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-ID-CLIENTE       TO DS-ID-CLIENTE
            MOVE DP-PROTOCOLO        TO DS-PROTOCOLO
            MOVE DP-SOLICITANTE      TO DS-SOLICITANTE
            MOVE DP-QUALIDADE        TO DS-QUALIDADE
            MOVE DP-DATA-PEDIDO      TO DS-DATA-PEDIDO
            MOVE WS-TS-DATA          TO DS-DATA-EXTRACAO
            MOVE WS-TS-HORA          TO DS-HORA-EXTRACAO
            MOVE WS-PAGINA           TO DS-PAGINAS
            COMPUTE DS-LINHAS = WS-CNT-LINHAS + 1
            MOVE WS-SITUACAO-CLIENTE TO DS-SITUACAO-CLIENTE
            WRITE DS-REGISTRO
            IF NOT DOSSLOG-OK
                DISPLAY 'ERRO GRAVANDO DOSSLOG: ' WS-DOSSLOG-STATUS
                PERFORM P050-ABORTA
            END-IF
            CLOSE DOSSLOG
            .

       P900-FIM.
            PERFORM P880-GRAVA-LOG
            CLOSE DEMOFILE
            DISPLAY '========================================'
            DISPLAY 'DOSSIE - EXTRACAO DE DADOS DO CLIENTE'
            DISPLAY 'CLIENTE ..................: ' WS-ID-CLIENTE
            DISPLAY 'PROTOCOLO ................: ' DP-PROTOCOLO
            DISPLAY 'PAGINAS ..................: ' WS-PAGINA
            DISPLAY 'ARQUIVOS INDISPONIVEIS ...: ' WS-CNT-INDISPONIVEIS
            DISPLAY '========================================'
            IF WS-CNT-INDISPONIVEIS GREATER ZERO
                SET DOSSIE-INCOMPLETO TO TRUE
                DISPLAY 'DOSSIE - ARQUIVOS INDISPONIVEIS, DOSSIE '
                   'INCOMPLETO.'
            END-IF
            IF WS-SITUACAO-CLIENTE = 'N'
                SET DOSSIE-INCOMPLETO TO TRUE
                DISPLAY 'DOSSIE - CLIENTE NAO ENCONTRADO NO CADASTRO '
                   'NEM NO ARQUIVO DE EXPURGADOS.'
            END-IF
            IF DOSSIE-INCOMPLETO
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM DOSSIE.
