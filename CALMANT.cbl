      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the business-day calendar - the
      *          permanent CALFILE KSDS (CPYIFCL) that CALDIAS reads
      *          for COBOLIF, WRNAGING, SUSPWORK, SLAMON and
      *          SUITEDRV. Transactions on CALTRAN, in the order
      *          keyed:
      *            G aaaa - generate the year: every date not yet on
      *              file goes on as a business day, Saturdays and
      *              Sundays as weekend; dates already on file keep
      *              what operations set on them;
      *            M aaaammdd t descricao - mark one date with type
      *              t (U business day, F weekend, H holiday the
      *              suite still runs on, N scheduled non-processing
      *              date the suite stands down for) and its reason.
      *          After the transactions the business-day ordinals
      *          are renumbered over the whole file and any gap in
      *          the dates is reported. The run closes with the
      *          year-ahead listing operations signs off: every date
      *          that is not an ordinary weekday or weekend, a line
      *          per month with its business, non-business and
      *          non-processing days, and any date missing from the
      *          calendar. The listing starts at the run date, or at
      *          the date in the PARM (aaaammdd). CALTRAN is
      *          optional - without it the run only renumbers and
      *          lists. A rejected transaction, a gap or a missing
      *          date in the coming year ends the run RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-DATA
               FILE STATUS IS WS-CALFILE-STATUS.
           SELECT CALTRAN ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALTRAN-STATUS.
           SELECT CALLIST ASSIGN TO "CALLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALFILE.
           COPY CPYIFCL.
       FD  CALTRAN.
       01  CT-REGISTRO.
           03 CT-ACAO                  PIC X.
              88 CT-GERA-ANO           VALUE 'G'.
              88 CT-MARCA-DIA          VALUE 'M'.
           03 FILLER                   PIC X.
           03 CT-DATA                  PIC X(08).
           03 FILLER REDEFINES CT-DATA.
              05 CT-ANO                PIC X(04).
              05 FILLER                PIC X(04).
           03 FILLER                   PIC X.
           03 CT-TIPO                  PIC X.
           03 FILLER                   PIC X.
           03 CT-DESCRICAO             PIC X(30).
           03 FILLER                   PIC X(37).
       FD  CALLIST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-PARM-ARG              PIC X(08)   VALUE SPACES.
       01 WS-ARQUIVOS.
           03 WS-CALFILE-STATUS        PIC XX.
              88 CALFILE-OK            VALUE '00'.
              88 CALFILE-AUSENTE       VALUE '35'.
           03 WS-CALTRAN-STATUS        PIC XX.
              88 CALTRAN-OK            VALUE '00'.
           03 WS-CALLIST-STATUS        PIC XX.
              88 CALLIST-OK            VALUE '00'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-TIPO-NOVO             PIC X       VALUE SPACE.
              88 TIPO-VALIDO           VALUES 'U' 'F' 'H' 'N'.
       01 WS-DATAS.
           03 WS-HOJE                  PIC 9(08)   VALUE ZERO.
           03 WS-DATA-CORRENTE         PIC 9(08)   VALUE ZERO.
           03 FILLER REDEFINES WS-DATA-CORRENTE.
              05 WS-CORR-ANO           PIC 9(04).
              05 WS-CORR-MES           PIC 99.
              05 WS-CORR-DIA           PIC 99.
           03 FILLER REDEFINES WS-DATA-CORRENTE.
              05 WS-CORR-ANOMES        PIC 9(06).
              05 FILLER                PIC 99.
           03 WS-DATA-INICIO           PIC 9(08)   VALUE ZERO.
           03 WS-DATA-LIMITE           PIC 9(08)   VALUE ZERO.
           03 WS-DATA-ESPERADA         PIC 9(08)   VALUE ZERO.
           03 WS-ANO-GERADO            PIC 9(04)   VALUE ZERO.
           03 WS-MES-LISTADO           PIC 9(06)   VALUE ZERO.
           03 FILLER REDEFINES WS-MES-LISTADO.
              05 WS-LISTADO-ANO        PIC 9(04).
              05 WS-LISTADO-MES        PIC 99.
           03 WS-DIA-SEMANA            PIC 9       VALUE ZERO.
           03 WS-DIAS-NO-MES           PIC 99      VALUE ZERO.
       01 WS-ARITMETICA.
      *    Weekday of 1 January by Gauss's rule (0 = Sunday) and the
      *    Gregorian leap-year test - the only date arithmetic the
      *    calendar needs, both by plain DIVIDE ... REMAINDER.
           03 WS-ANO-ANTERIOR          PIC 9(04)   VALUE ZERO.
           03 WS-QUOCIENTE             PIC 9(04)   VALUE ZERO.
           03 WS-RESTO-4               PIC 9(03)   VALUE ZERO.
           03 WS-RESTO-100             PIC 9(03)   VALUE ZERO.
           03 WS-RESTO-400             PIC 9(03)   VALUE ZERO.
           03 WS-SOMA-GAUSS            PIC 9(05)   VALUE ZERO.
           03 WS-RESTO-7               PIC 9       VALUE ZERO.
       01 WS-DIAS-MES-INIC             PIC X(24)   VALUE
              '312831303130313130313031'.
       01 WS-DIAS-MES-TAB REDEFINES WS-DIAS-MES-INIC.
           03 WS-DIAS-MES OCCURS 12 TIMES
                                       PIC 99.
       01 WS-NOMES-DIAS-INIC.
           03 FILLER                   PIC X(07)   VALUE 'DOMINGO'.
           03 FILLER                   PIC X(07)   VALUE 'SEGUNDA'.
           03 FILLER                   PIC X(07)   VALUE 'TERCA  '.
           03 FILLER                   PIC X(07)   VALUE 'QUARTA '.
           03 FILLER                   PIC X(07)   VALUE 'QUINTA '.
           03 FILLER                   PIC X(07)   VALUE 'SEXTA  '.
           03 FILLER                   PIC X(07)   VALUE 'SABADO '.
       01 WS-NOMES-DIAS REDEFINES WS-NOMES-DIAS-INIC.
           03 WS-NOME-DIA OCCURS 7 TIMES
                                       PIC X(07).
       01 WS-ORDINAL                   PIC 9(07)   VALUE ZERO.
       01 WS-CONTADORES.
           03 WS-CNT-TRANSACOES        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-INCLUIDAS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-EXISTENTES        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-ALTERADAS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-REJEITADAS        PIC 9(07)   VALUE ZERO.
           03 WS-CNT-RENUMERADAS       PIC 9(07)   VALUE ZERO.
           03 WS-CNT-LACUNAS           PIC 9(07)   VALUE ZERO.
           03 WS-CNT-UTEIS             PIC 9(07)   VALUE ZERO.
           03 WS-CNT-NAO-UTEIS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-SEM-PROC          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AUSENTES          PIC 9(07)   VALUE ZERO.
           03 WS-CNT-INCLUIDAS-ANO     PIC 9(07)   VALUE ZERO.
       01 WS-CONTADORES-MES.
           03 WS-MES-UTEIS             PIC 9(03)   VALUE ZERO.
           03 WS-MES-NAO-UTEIS         PIC 9(03)   VALUE ZERO.
           03 WS-MES-SEM-PROC          PIC 9(03)   VALUE ZERO.
           03 WS-MES-AUSENTES          PIC 9(03)   VALUE ZERO.
       01 WS-RELATORIO.
           03 WS-LIN-CABEC1            PIC X(80)   VALUE
              'CALMANT - MANUTENCAO DO CALENDARIO DE DIAS UTEIS'.
           03 WS-LIN-CABEC2            PIC X(80)   VALUE
              'AC DATA       ANT    NOVO DESCRICAO'.
           03 WS-LIN-MANUT.
              05 RM-ACAO               PIC X.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-DATA               PIC X(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-TIPO-ANTES         PIC X.
              05 FILLER                PIC X(04)   VALUE ' -> '.
              05 RM-TIPO               PIC X.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-DESCRICAO          PIC X(30).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RM-RESULTADO          PIC X(27).
           03 WS-LIN-LACUNA.
              05 FILLER                PIC X(29)   VALUE
                 'LACUNA NO CALENDARIO - FALTA '.
              05 RG-DATA-ESPERADA      PIC 9(08).
              05 FILLER                PIC X(07)   VALUE ' ATE O '.
              05 RG-DATA-SEGUINTE      PIC 9(08).
              05 FILLER                PIC X(28)   VALUE SPACES.
           03 WS-LIN-CABEC-ANO.
              05 FILLER                PIC X(37)   VALUE
                 'CALENDARIO DOS PROXIMOS DOZE MESES - '.
              05 RA-DATA-INICIO        PIC 9(08).
              05 FILLER                PIC X(03)   VALUE ' A '.
              05 RA-DATA-FIM           PIC 9(08).
              05 FILLER                PIC X(24)   VALUE SPACES.
           03 WS-LIN-CABEC-DIAS        PIC X(80)   VALUE
              '  DATA      DIA      TIPO               DESCRICAO'.
           03 WS-LIN-DIA.
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-DATA               PIC 9(08).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-DIA-SEMANA         PIC X(07).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-TIPO               PIC X(17).
              05 FILLER                PIC X(02)   VALUE SPACES.
              05 RD-DESCRICAO          PIC X(30).
              05 FILLER                PIC X(10)   VALUE SPACES.
           03 WS-LIN-MES.
              05 FILLER                PIC X(04)   VALUE 'MES '.
              05 RS-MES                PIC 99.
              05 FILLER                PIC X       VALUE '/'.
              05 RS-ANO                PIC 9(04).
              05 FILLER                PIC X(09)   VALUE ' - UTEIS '.
              05 RS-UTEIS              PIC 9(03).
              05 FILLER                PIC X(11)   VALUE
                 ' NAO UTEIS '.
              05 RS-NAO-UTEIS          PIC 9(03).
              05 FILLER                PIC X(19)   VALUE
                 ' SEM PROCESSAMENTO '.
              05 RS-SEM-PROC           PIC 9(03).
              05 FILLER                PIC X(10)   VALUE
                 ' AUSENTES '.
              05 RS-AUSENTES           PIC 9(03).
              05 FILLER                PIC X(08)   VALUE SPACES.
           03 WS-LIN-VISTO.
              05 FILLER                PIC X(46)   VALUE
                 'CONFERIDO PELA OPERACAO: ____________________ '.
              05 FILLER                PIC X(34)   VALUE
                 ' DATA: __/__/____'.
           03 WS-LIN-TOTAL.
              05 RT-ROTULO             PIC X(28).
              05 RT-VALOR              PIC 9(07).
              05 FILLER                PIC X(45)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P500-PROCESSA UNTIL FIM-DO-ARQUIVO
            PERFORM P600-RENUMERA
            PERFORM P700-LISTA-ANO
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "CALMANT ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
            ACCEPT WS-PARM-ARG FROM COMMAND-LINE
            ACCEPT WS-HOJE FROM DATE YYYYMMDD
            IF WS-PARM-ARG IS NUMERIC
                MOVE WS-PARM-ARG TO WS-DATA-INICIO
            ELSE
                MOVE WS-HOJE TO WS-DATA-INICIO
            END-IF
      *    The calendar is permanent. The very first run creates it
      *    empty and reopens I-O, same device as CLIMERGE's MRGXREF.
            OPEN I-O CALFILE
            IF CALFILE-AUSENTE
                OPEN OUTPUT CALFILE
                IF CALFILE-OK
                    CLOSE CALFILE
                    OPEN I-O CALFILE
                END-IF
            END-IF
            IF NOT CALFILE-OK
                DISPLAY 'ERRO ABERTURA CALFILE: ' WS-CALFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            OPEN OUTPUT CALLIST
            IF NOT CALLIST-OK
                DISPLAY 'ERRO ABERTURA CALLIST: ' WS-CALLIST-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-LIN-CABEC1 TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC2 TO RL-LINHA
            WRITE RL-LINHA
            OPEN INPUT CALTRAN
            IF CALTRAN-OK
                PERFORM P110-LE-CALTRAN
            ELSE
                DISPLAY 'CALTRAN NAO ENCONTRADO, SO RENUMERACAO E '
                   'LISTAGEM.'
                SET FIM-DO-ARQUIVO TO TRUE
            END-IF
            .

       P110-LE-CALTRAN.
            READ CALTRAN
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                    CLOSE CALTRAN
                NOT AT END
                    IF NOT CALTRAN-OK
                        DISPLAY 'ERRO LEITURA CALTRAN: '
                           WS-CALTRAN-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P500-PROCESSA.
            ADD 1 TO WS-CNT-TRANSACOES
            MOVE CT-ACAO      TO RM-ACAO
            MOVE CT-DATA      TO RM-DATA
            MOVE SPACE        TO RM-TIPO-ANTES
            MOVE CT-TIPO      TO RM-TIPO
            MOVE CT-DESCRICAO TO RM-DESCRICAO
            EVALUATE TRUE
                WHEN CT-GERA-ANO
                    PERFORM P520-GERA-ANO
                WHEN CT-MARCA-DIA
                    PERFORM P540-MARCA-DIA
                WHEN OTHER
                    MOVE 'ACAO INVALIDA' TO RM-RESULTADO
                    ADD 1 TO WS-CNT-REJEITADAS
            END-EVALUATE
            MOVE WS-LIN-MANUT TO RL-LINHA
            WRITE RL-LINHA
            PERFORM P110-LE-CALTRAN
            .

       P520-GERA-ANO.
      *    Walks the year day by day from 1 January, the weekday
      *    carried along from Gauss's rule. A date already on file
      *    is left alone - regenerating a year never undoes a
      *    holiday operations has marked.
            IF CT-ANO IS NOT NUMERIC OR CT-ANO LESS '1901'
             OR CT-ANO GREATER '2099'
                MOVE 'ANO INVALIDO' TO RM-RESULTADO
                ADD 1 TO WS-CNT-REJEITADAS
            ELSE
                MOVE CT-ANO TO WS-ANO-GERADO
                MOVE ZERO   TO WS-CNT-INCLUIDAS-ANO
                SUBTRACT 1 FROM WS-ANO-GERADO GIVING WS-ANO-ANTERIOR
                DIVIDE WS-ANO-ANTERIOR BY 4 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-4
                DIVIDE WS-ANO-ANTERIOR BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-100
                DIVIDE WS-ANO-ANTERIOR BY 400 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-400
                COMPUTE WS-SOMA-GAUSS = 1 + 5 * WS-RESTO-4
                    + 4 * WS-RESTO-100 + 6 * WS-RESTO-400
                DIVIDE WS-SOMA-GAUSS BY 7 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-7
                COMPUTE WS-DIA-SEMANA = WS-RESTO-7 + 1
                MOVE WS-ANO-GERADO TO WS-CORR-ANO
                MOVE 1 TO WS-CORR-MES
                MOVE 1 TO WS-CORR-DIA
                PERFORM P530-GERA-DIA
                    UNTIL WS-CORR-ANO NOT = WS-ANO-GERADO
                IF WS-CNT-INCLUIDAS-ANO = ZERO
                    MOVE 'ANO JA ESTAVA NO CALENDARIO' TO RM-RESULTADO
                ELSE
                    MOVE 'ANO GERADO' TO RM-RESULTADO
                END-IF
            END-IF
            .

       P530-GERA-DIA.
            MOVE WS-DATA-CORRENTE TO CA-DATA
            READ CALFILE
                INVALID KEY
                    PERFORM P535-INCLUI-DIA
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-EXISTENTES
            END-READ
            PERFORM P650-SOMA-UM-DIA
            ADD 1 TO WS-DIA-SEMANA
            IF WS-DIA-SEMANA GREATER 7
                MOVE 1 TO WS-DIA-SEMANA
            END-IF
            .

       P535-INCLUI-DIA.
            MOVE WS-DATA-CORRENTE TO CA-DATA
            MOVE WS-DIA-SEMANA    TO CA-DIA-SEMANA
            MOVE ZERO             TO CA-ORDINAL-UTIL
            MOVE WS-HOJE          TO CA-DATA-ALTERACAO
            IF CA-SABADO-DOMINGO
                SET CA-FIM-DE-SEMANA TO TRUE
                MOVE WS-NOME-DIA (WS-DIA-SEMANA) TO CA-DESCRICAO
            ELSE
                SET CA-DIA-UTIL TO TRUE
                MOVE SPACES TO CA-DESCRICAO
            END-IF
            WRITE CA-REGISTRO
            IF NOT CALFILE-OK
                DISPLAY 'ERRO GRAVACAO CALFILE: ' WS-CALFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            ADD 1 TO WS-CNT-INCLUIDAS
            ADD 1 TO WS-CNT-INCLUIDAS-ANO
            .

       P540-MARCA-DIA.
      *    Only a date the calendar already has can be marked - a
      *    year is generated first, so a mistyped year cannot slip
      *    a stray date into the file.
            MOVE CT-TIPO TO WS-TIPO-NOVO
            IF CT-DATA IS NOT NUMERIC
                MOVE 'DATA INVALIDA' TO RM-RESULTADO
                ADD 1 TO WS-CNT-REJEITADAS
            ELSE
                IF NOT TIPO-VALIDO
                    MOVE 'TIPO INVALIDO (U F H N)' TO RM-RESULTADO
                    ADD 1 TO WS-CNT-REJEITADAS
                ELSE
                    MOVE CT-DATA TO CA-DATA
                    READ CALFILE
                        INVALID KEY
                            MOVE 'DATA FORA DO CALENDARIO'
                              TO RM-RESULTADO
                            ADD 1 TO WS-CNT-REJEITADAS
                        NOT INVALID KEY
                            PERFORM P550-REGRAVA-DIA
                    END-READ
                END-IF
            END-IF
            .

       P550-REGRAVA-DIA.
            MOVE CA-TIPO      TO RM-TIPO-ANTES
            MOVE WS-TIPO-NOVO TO CA-TIPO
            IF CT-DESCRICAO = SPACES AND CA-FIM-DE-SEMANA
                MOVE WS-NOME-DIA (CA-DIA-SEMANA) TO CA-DESCRICAO
            ELSE
                MOVE CT-DESCRICAO TO CA-DESCRICAO
            END-IF
            MOVE WS-HOJE TO CA-DATA-ALTERACAO
            REWRITE CA-REGISTRO
            IF NOT CALFILE-OK
                DISPLAY 'ERRO REGRAVACAO CALFILE: ' WS-CALFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE 'ALTERADA' TO RM-RESULTADO
            ADD 1 TO WS-CNT-ALTERADAS
            .

       P600-RENUMERA.
      *    Business-day ordinals over the whole file, oldest date
      *    first. Only a record whose number moved is rewritten, so
      *    a run with nothing marked touches nothing.
            MOVE ZERO TO WS-ORDINAL
            MOVE ZERO TO WS-DATA-ESPERADA
            MOVE 'N' TO WS-EOF-SW
            MOVE ZERO TO CA-DATA
            START CALFILE KEY IS NOT LESS THAN CA-DATA
                INVALID KEY
                    SET FIM-DO-ARQUIVO TO TRUE
            END-START
            PERFORM P610-RENUMERA-DIA UNTIL FIM-DO-ARQUIVO
            .

       P610-RENUMERA-DIA.
            READ CALFILE NEXT
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT CALFILE-OK
                        DISPLAY 'ERRO LEITURA CALFILE: '
                           WS-CALFILE-STATUS
                        PERFORM P050-ABORTA
                    END-IF
                    IF WS-DATA-ESPERADA NOT = ZERO
                     AND CA-DATA NOT = WS-DATA-ESPERADA
                        PERFORM P620-REGISTRA-LACUNA
                    END-IF
                    IF CA-DIA-UTIL
                        ADD 1 TO WS-ORDINAL
                    END-IF
                    IF CA-ORDINAL-UTIL NOT = WS-ORDINAL
                        MOVE WS-ORDINAL TO CA-ORDINAL-UTIL
                        REWRITE CA-REGISTRO
                        IF NOT CALFILE-OK
                            DISPLAY 'ERRO REGRAVACAO CALFILE: '
                               WS-CALFILE-STATUS
                            PERFORM P050-ABORTA
                        END-IF
                        ADD 1 TO WS-CNT-RENUMERADAS
                    END-IF
                    MOVE CA-DATA TO WS-DATA-CORRENTE
                    PERFORM P650-SOMA-UM-DIA
                    MOVE WS-DATA-CORRENTE TO WS-DATA-ESPERADA
            END-READ
            .

       P620-REGISTRA-LACUNA.
      *    A hole between two generated years - the business days
      *    across it would be miscounted, so it is reported for the
      *    missing year to be generated.
            ADD 1 TO WS-CNT-LACUNAS
            MOVE WS-DATA-ESPERADA TO RG-DATA-ESPERADA
            MOVE CA-DATA          TO RG-DATA-SEGUINTE
            MOVE WS-LIN-LACUNA TO RL-LINHA
            WRITE RL-LINHA
            .

       P650-SOMA-UM-DIA.
            ADD 1 TO WS-CORR-DIA
            PERFORM P660-DIAS-NO-MES
            IF WS-CORR-DIA GREATER WS-DIAS-NO-MES
                MOVE 1 TO WS-CORR-DIA
                ADD 1 TO WS-CORR-MES
                IF WS-CORR-MES GREATER 12
                    MOVE 1 TO WS-CORR-MES
                    ADD 1 TO WS-CORR-ANO
                END-IF
            END-IF
            .

       P660-DIAS-NO-MES.
            MOVE WS-DIAS-MES (WS-CORR-MES) TO WS-DIAS-NO-MES
            IF WS-CORR-MES = 2
                DIVIDE WS-CORR-ANO BY 4 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-4
                DIVIDE WS-CORR-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-100
                DIVIDE WS-CORR-ANO BY 400 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO-400
                IF WS-RESTO-4 = ZERO
                 AND (WS-RESTO-100 NOT = ZERO OR WS-RESTO-400 = ZERO)
                    MOVE 29 TO WS-DIAS-NO-MES
                END-IF
            END-IF
            .

       P700-LISTA-ANO.
      *    Twelve months from the start date, one keyed read per
      *    day - a date the calendar lacks is as much a finding as
      *    a holiday, and only a day-by-day walk sees it.
            MOVE WS-DATA-INICIO TO WS-DATA-CORRENTE
            ADD 1 TO WS-CORR-ANO
            MOVE WS-DATA-CORRENTE TO WS-DATA-LIMITE
            MOVE WS-DATA-INICIO TO WS-DATA-CORRENTE
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-DATA-INICIO TO RA-DATA-INICIO
            MOVE WS-DATA-LIMITE TO RA-DATA-FIM
            MOVE WS-LIN-CABEC-ANO TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-CABEC-DIAS TO RL-LINHA
            WRITE RL-LINHA
            MOVE ZERO TO WS-MES-LISTADO
            INITIALIZE WS-CONTADORES-MES
            PERFORM P710-LISTA-DIA
                UNTIL WS-DATA-CORRENTE NOT LESS WS-DATA-LIMITE
            PERFORM P750-FECHA-MES
            .

       P710-LISTA-DIA.
            IF WS-CORR-ANOMES NOT = WS-MES-LISTADO
                IF WS-MES-LISTADO NOT = ZERO
                    PERFORM P750-FECHA-MES
                END-IF
                MOVE WS-CORR-ANOMES TO WS-MES-LISTADO
            END-IF
            MOVE WS-DATA-CORRENTE TO CA-DATA
            READ CALFILE
                INVALID KEY
                    PERFORM P715-LISTA-AUSENTE
                NOT INVALID KEY
                    PERFORM P720-CLASSIFICA-DIA
            END-READ
            PERFORM P650-SOMA-UM-DIA
            .

       P715-LISTA-AUSENTE.
            ADD 1 TO WS-CNT-AUSENTES
            ADD 1 TO WS-MES-AUSENTES
            MOVE WS-DATA-CORRENTE TO RD-DATA
            MOVE SPACES TO RD-DIA-SEMANA
            MOVE 'AUSENTE' TO RD-TIPO
            MOVE 'DATA FORA DO CALENDARIO' TO RD-DESCRICAO
            MOVE WS-LIN-DIA TO RL-LINHA
            WRITE RL-LINHA
            .

       P720-CLASSIFICA-DIA.
      *    An ordinary weekday or weekend needs no signature - the
      *    listing shows the holidays, the non-processing dates and
      *    any day marked against its weekday.
            IF CA-DIA-UTIL
                ADD 1 TO WS-CNT-UTEIS
                ADD 1 TO WS-MES-UTEIS
            ELSE
                ADD 1 TO WS-CNT-NAO-UTEIS
                ADD 1 TO WS-MES-NAO-UTEIS
            END-IF
            IF CA-SEM-PROCESSAMENTO
                ADD 1 TO WS-CNT-SEM-PROC
                ADD 1 TO WS-MES-SEM-PROC
            END-IF
            IF CA-FERIADO OR CA-SEM-PROCESSAMENTO
             OR (CA-DIA-UTIL AND CA-SABADO-DOMINGO)
             OR (CA-FIM-DE-SEMANA AND NOT CA-SABADO-DOMINGO)
                MOVE CA-DATA TO RD-DATA
                MOVE WS-NOME-DIA (CA-DIA-SEMANA) TO RD-DIA-SEMANA
                EVALUATE TRUE
                    WHEN CA-DIA-UTIL
                        MOVE 'DIA UTIL' TO RD-TIPO
                    WHEN CA-FIM-DE-SEMANA
                        MOVE 'FIM DE SEMANA' TO RD-TIPO
                    WHEN CA-FERIADO
                        MOVE 'FERIADO' TO RD-TIPO
                    WHEN OTHER
                        MOVE 'SEM PROCESSAMENTO' TO RD-TIPO
                END-EVALUATE
                MOVE CA-DESCRICAO TO RD-DESCRICAO
                MOVE WS-LIN-DIA TO RL-LINHA
                WRITE RL-LINHA
            END-IF
            .

       P750-FECHA-MES.
            MOVE WS-LISTADO-MES   TO RS-MES
            MOVE WS-LISTADO-ANO   TO RS-ANO
            MOVE WS-MES-UTEIS     TO RS-UTEIS
            MOVE WS-MES-NAO-UTEIS TO RS-NAO-UTEIS
            MOVE WS-MES-SEM-PROC  TO RS-SEM-PROC
            MOVE WS-MES-AUSENTES  TO RS-AUSENTES
            MOVE WS-LIN-MES TO RL-LINHA
            WRITE RL-LINHA
            INITIALIZE WS-CONTADORES-MES
            .

       P950-RELATORIO.
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'TRANSACOES LIDAS .........: ' TO RT-ROTULO
            MOVE WS-CNT-TRANSACOES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DATAS INCLUIDAS ..........: ' TO RT-ROTULO
            MOVE WS-CNT-INCLUIDAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DATAS JA EXISTENTES ......: ' TO RT-ROTULO
            MOVE WS-CNT-EXISTENTES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DATAS ALTERADAS ..........: ' TO RT-ROTULO
            MOVE WS-CNT-ALTERADAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'TRANSACOES REJEITADAS ....: ' TO RT-ROTULO
            MOVE WS-CNT-REJEITADAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DATAS RENUMERADAS ........: ' TO RT-ROTULO
            MOVE WS-CNT-RENUMERADAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'LACUNAS NO CALENDARIO ....: ' TO RT-ROTULO
            MOVE WS-CNT-LACUNAS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DIAS UTEIS NO ANO ........: ' TO RT-ROTULO
            MOVE WS-CNT-UTEIS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DIAS NAO UTEIS NO ANO ....: ' TO RT-ROTULO
            MOVE WS-CNT-NAO-UTEIS TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE '  SEM PROCESSAMENTO ......: ' TO RT-ROTULO
            MOVE WS-CNT-SEM-PROC TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'DATAS AUSENTES NO ANO ....: ' TO RT-ROTULO
            MOVE WS-CNT-AUSENTES TO RT-VALOR
            MOVE WS-LIN-TOTAL TO RL-LINHA
            WRITE RL-LINHA
            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE WS-LIN-VISTO TO RL-LINHA
            WRITE RL-LINHA
            DISPLAY 'CALMANT - ' WS-CNT-TRANSACOES ' TRANSACOES, '
               WS-CNT-REJEITADAS ' REJEITADAS, ' WS-CNT-AUSENTES
               ' DATAS AUSENTES NO ANO.'
            .

       P900-FIM.
            PERFORM P950-RELATORIO
            CLOSE CALFILE
            CLOSE CALLIST
            IF WS-CNT-REJEITADAS GREATER ZERO
             OR WS-CNT-LACUNAS GREATER ZERO
             OR WS-CNT-AUSENTES GREATER ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            GOBACK.
       END PROGRAM CALMANT.
