      ******************************************************************
      * Author:
      * Date:
      * Purpose: Merge step of the partitioned COBOLIF edit. Every
      *          slice (COBOLIF PARM 'Pnn', one per PARTPARM card)
      *          leaves its own framed ACPTFILE, whose header and
      *          trailer carry the partition number and whose trailer
      *          carries the slice's control totals. PARTMRG reads
      *          the slices' ACPTFILEs concatenated on ACPTIN and
      *          first proves them: every partition of PARTPARM
      *          present exactly once, each frame closed by its
      *          trailer, detail count and AC-ID-CLIENTE hash equal
      *          to the trailer, read equal to accepted plus
      *          rejected, one run date for all. Only then does it
      *          write the day's single ACPTFILE (one header, the
      *          details of every slice, one trailer with the total
      *          count and hash), the one CHKFILE record carrying the
      *          summed control totals that RECONCIL, ACPTAPLY and
      *          NIGHTRPT take as COBOLIF's final checkpoint, and
      *          applies the slices' outstanding-warning movements
      *          (WRNMOV, CPYIFWM) to WRNVSAM - the slices cannot
      *          share the KSDS while they run. The slices' AUDFILE,
      *          EXCPFILE, PENDOUT, RCYOUT, WRNFILE and SUSPFILE
      *          outputs are plain concatenations, copied by the job
      *          steps after this one. A slice missing, unfinished or
      *          out of balance refuses the merge with RETURN-CODE 8
      *          and nothing is written - rerun the slice (RESTART
      *          from its own CHKFILE) and resubmit the merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTPARM ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPARM-STATUS.
           SELECT ACPTIN ASSIGN TO "ACPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACPTIN-STATUS.
           SELECT ACPTFILE ASSIGN TO "ACPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACPTFILE-STATUS.
           SELECT CHKFILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKFILE-STATUS.
           SELECT WRNMOV ASSIGN TO "WRNMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRNMOV-STATUS.
           SELECT WRNVSAM ASSIGN TO "WRNVSAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ID-CLIENTE
               FILE STATUS IS WS-WRNVSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTPARM.
           COPY CPYIFPT.
       FD  ACPTIN.
           COPY CPYIFAC.
       FD  ACPTFILE.
       01  AF-REGISTRO                 PIC X(64).
       FD  CHKFILE.
       01  CK-REGISTRO.
           03 CK-ID-CLIENTE            PIC 9(06).
           03 CK-CNT-LIDOS             PIC 9(07).
           03 CK-CNT-ACEITOS           PIC 9(07).
           03 CK-CNT-REJEITADOS        PIC 9(07).
           03 CK-HASH-ACEITOS          PIC 9(13).
           03 CK-CNT-AVISOS            PIC 9(07).
           03 CK-CNT-ESCALADOS         PIC 9(07).
       FD  WRNMOV.
           COPY CPYIFWM.
       FD  WRNVSAM.
           COPY CPYIFWO.
       WORKING-STORAGE SECTION.
       01 WS-ARQUIVOS.
           03 WS-PARTPARM-STATUS       PIC XX.
              88 PARTPARM-OK           VALUE '00'.
           03 WS-ACPTIN-STATUS         PIC XX.
              88 ACPTIN-OK             VALUE '00'.
           03 WS-ACPTFILE-STATUS       PIC XX.
              88 ACPTFILE-OK           VALUE '00'.
           03 WS-CHKFILE-STATUS        PIC XX.
              88 CHKFILE-OK            VALUE '00'.
           03 WS-WRNMOV-STATUS         PIC XX.
              88 WRNMOV-OK             VALUE '00'.
           03 WS-WRNVSAM-STATUS        PIC XX.
              88 WRNVSAM-OK            VALUE '00'.
              88 WRNVSAM-AUSENTE       VALUE '35'.
       01 WS-CHAVES.
           03 WS-EOF-SW                PIC X       VALUE 'N'.
              88 FIM-DO-ARQUIVO        VALUE 'S'.
           03 WS-RECUSA-SW             PIC X       VALUE 'N'.
              88 MERGE-RECUSADO        VALUE 'S'.
           03 WS-DENTRO-SW             PIC X       VALUE 'N'.
              88 DENTRO-DA-FATIA       VALUE 'S'.
       01 WS-PARTICOES.
      *    One entry per PARTPARM card - a slice is complete once its
      *    trailer has been read and balanced.
           03 WS-QTD-PARTICOES         PIC 99      VALUE ZERO.
           03 WS-PART-PROXIMO-ID       PIC 9(07)   VALUE ZERO.
           03 WS-PART-ATUAL            PIC 99      VALUE ZERO.
           03 WS-IDX-PART              PIC 99      VALUE ZERO.
           03 WS-PART-ITEM OCCURS 99 TIMES.
              05 WS-PART-ID-INICIAL    PIC 9(06).
              05 WS-PART-ID-FINAL      PIC 9(06).
              05 WS-PART-VISTA         PIC X.
                 88 FATIA-VISTA        VALUE 'S'.
              05 WS-PART-COMPLETA      PIC X.
                 88 FATIA-COMPLETA     VALUE 'S'.
       01 WS-FATIA.
           03 WS-FAT-DETALHES          PIC 9(07)   VALUE ZERO.
           03 WS-FAT-HASH              PIC 9(13)   VALUE ZERO.
           03 WS-FAT-DISPOSICOES       PIC 9(07)   VALUE ZERO.
       01 WS-TOTAIS.
           03 WS-DATA-MOVIMENTO        PIC 9(08)   VALUE ZERO.
           03 WS-TOT-LIDOS             PIC 9(07)   VALUE ZERO.
           03 WS-TOT-ACEITOS           PIC 9(07)   VALUE ZERO.
           03 WS-TOT-REJEITADOS        PIC 9(07)   VALUE ZERO.
           03 WS-TOT-HASH              PIC 9(13)   VALUE ZERO.
           03 WS-TOT-AVISOS            PIC 9(07)   VALUE ZERO.
           03 WS-TOT-ESCALADOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-GRAVADOS          PIC 9(07)   VALUE ZERO.
           03 WS-HASH-GRAVADOS         PIC 9(13)   VALUE ZERO.
           03 WS-CNT-MOV-LIDOS         PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS-GRAVADOS   PIC 9(07)   VALUE ZERO.
           03 WS-CNT-AVISOS-LIMPOS     PIC 9(07)   VALUE ZERO.
       01 WS-CABECALHO-SAIDA.
      *    The day's frame is COBOLIF's own - same shape as CPYIFAC,
      *    with the partition fields left blank for the hand-off.
           03 FILLER                   PIC X       VALUE 'H'.
           03 WS-SAI-CAB-DATA          PIC 9(08)   VALUE ZERO.
           03 FILLER                   PIC X(08)   VALUE 'COBOLIF '.
           03 FILLER                   PIC X(47)   VALUE SPACES.
       01 WS-TRAILER-SAIDA.
           03 FILLER                   PIC X       VALUE 'T'.
           03 WS-SAI-TRL-CONTAGEM      PIC 9(07)   VALUE ZERO.
           03 WS-SAI-TRL-HASH          PIC 9(13)   VALUE ZERO.
           03 FILLER                   PIC X(43)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-INICIALIZA
            PERFORM P200-VERIFICA-FATIAS
            IF NOT MERGE-RECUSADO
                PERFORM P400-GRAVA-ACPTFILE
                PERFORM P500-GRAVA-CHKFILE
                PERFORM P600-APLICA-AVISOS THRU P600-EXIT
            END-IF
            PERFORM P900-FIM
            .

       P050-ABORTA.
            DISPLAY "PARTMRG ABENDED - ERRO FATAL DE PROCESSAMENTO."
            MOVE 16 TO RETURN-CODE
            GOBACK
            .

       P100-INICIALIZA.
      *    Same card checks as the slices make - a set that does not
      *    cover every id once cannot be merged into a whole day.
            DISPLAY '========================================'
            DISPLAY 'PARTMRG - MERGE DA EDICAO PARTICIONADA'
            OPEN INPUT PARTPARM
            IF NOT PARTPARM-OK
                DISPLAY 'ERRO ABERTURA PARTPARM: ' WS-PARTPARM-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P110-LE-PARTPARM UNTIL FIM-DO-ARQUIVO
            CLOSE PARTPARM
            IF WS-QTD-PARTICOES = ZERO
             OR WS-PART-PROXIMO-ID NOT = 1000000
                DISPLAY 'PARTPARM NAO COBRE OS IDS ATE 999999.'
                PERFORM P050-ABORTA
            END-IF
            DISPLAY 'PARTICOES NO PARTPARM ....: ' WS-QTD-PARTICOES
            .

       P110-LE-PARTPARM.
            READ PARTPARM
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    ADD 1 TO WS-QTD-PARTICOES
                    IF PT-PARTICAO NOT NUMERIC
                     OR PT-ID-INICIAL NOT NUMERIC
                     OR PT-ID-FINAL NOT NUMERIC
                        DISPLAY 'PARTPARM NAO NUMERICO NO CARTAO '
                           WS-QTD-PARTICOES
                        PERFORM P050-ABORTA
                    END-IF
                    IF PT-PARTICAO NOT = WS-QTD-PARTICOES
                     OR PT-ID-INICIAL NOT = WS-PART-PROXIMO-ID
                     OR PT-ID-FINAL LESS PT-ID-INICIAL
                        DISPLAY 'PARTPARM FORA DE SEQUENCIA NO CARTAO '
                           WS-QTD-PARTICOES
                        PERFORM P050-ABORTA
                    END-IF
                    COMPUTE WS-PART-PROXIMO-ID = PT-ID-FINAL + 1
                    MOVE PT-ID-INICIAL
                      TO WS-PART-ID-INICIAL (WS-QTD-PARTICOES)
                    MOVE PT-ID-FINAL
                      TO WS-PART-ID-FINAL (WS-QTD-PARTICOES)
                    MOVE 'N' TO WS-PART-VISTA (WS-QTD-PARTICOES)
                    MOVE 'N' TO WS-PART-COMPLETA (WS-QTD-PARTICOES)
            END-READ
            .

       P200-VERIFICA-FATIAS.
      *    First pass - proves every slice before anything is
      *    written, and reports every fault found, not just the
      *    first one.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT ACPTIN
            IF NOT ACPTIN-OK
                DISPLAY 'ERRO ABERTURA ACPTIN: ' WS-ACPTIN-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P210-LE-ACPTIN
            PERFORM P220-CONFERE-REGISTRO UNTIL FIM-DO-ARQUIVO
            CLOSE ACPTIN
            IF DENTRO-DA-FATIA
                DISPLAY 'FATIA ' WS-PART-ATUAL ' SEM TRAILER.'
                SET MERGE-RECUSADO TO TRUE
            END-IF
            PERFORM P290-CONFERE-PARTICAO
                VARYING WS-IDX-PART FROM 1 BY 1
                UNTIL WS-IDX-PART GREATER WS-QTD-PARTICOES
            .

       P210-LE-ACPTIN.
            READ ACPTIN
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    IF NOT ACPTIN-OK
                        DISPLAY 'ERRO LEITURA ACPTIN: '
                           WS-ACPTIN-STATUS
                        PERFORM P050-ABORTA
                    END-IF
            END-READ
            .

       P220-CONFERE-REGISTRO.
            EVALUATE TRUE
                WHEN AC-TIPO-CABECALHO
                    PERFORM P230-ABRE-FATIA
                WHEN AC-TIPO-DETALHE
                    IF DENTRO-DA-FATIA
                        ADD 1 TO WS-FAT-DETALHES
                        ADD AC-ID-CLIENTE TO WS-FAT-HASH
                    ELSE
                        DISPLAY 'DETALHE FORA DE FATIA, CLIENTE '
                           AC-ID-CLIENTE
                        SET MERGE-RECUSADO TO TRUE
                    END-IF
                WHEN AC-TIPO-TRAILER
                    PERFORM P240-FECHA-FATIA
                WHEN OTHER
                    DISPLAY 'TIPO DE REGISTRO DESCONHECIDO: ' AC-TIPO
                    SET MERGE-RECUSADO TO TRUE
            END-EVALUATE
            PERFORM P210-LE-ACPTIN
            .

       P230-ABRE-FATIA.
      *    A header opens the next slice. The first header fixes the
      *    run date every other slice must carry.
            IF DENTRO-DA-FATIA
                DISPLAY 'FATIA ' WS-PART-ATUAL ' SEM TRAILER.'
                SET MERGE-RECUSADO TO TRUE
            END-IF
            SET DENTRO-DA-FATIA TO TRUE
            MOVE ZERO TO WS-FAT-DETALHES
            MOVE ZERO TO WS-FAT-HASH
            MOVE ZERO TO WS-PART-ATUAL
            IF AC-CAB-PARTICAO IS NUMERIC
                MOVE AC-CAB-PARTICAO TO WS-PART-ATUAL
            END-IF
            IF WS-PART-ATUAL = ZERO
             OR WS-PART-ATUAL GREATER WS-QTD-PARTICOES
                DISPLAY 'CABECALHO SEM PARTICAO VALIDA: '
                   AC-CAB-PARTICAO
                SET MERGE-RECUSADO TO TRUE
                MOVE ZERO TO WS-PART-ATUAL
            ELSE
                IF FATIA-VISTA (WS-PART-ATUAL)
                    DISPLAY 'FATIA ' WS-PART-ATUAL ' REPETIDA.'
                    SET MERGE-RECUSADO TO TRUE
                END-IF
                SET FATIA-VISTA (WS-PART-ATUAL) TO TRUE
            END-IF
            IF AC-CAB-PROGRAMA NOT = 'COBOLIF '
                DISPLAY 'FATIA ' WS-PART-ATUAL ' PRODUZIDA POR '
                   AC-CAB-PROGRAMA
                SET MERGE-RECUSADO TO TRUE
            END-IF
            IF WS-DATA-MOVIMENTO = ZERO
                MOVE AC-CAB-DATA TO WS-DATA-MOVIMENTO
            ELSE
                IF AC-CAB-DATA NOT = WS-DATA-MOVIMENTO
                    DISPLAY 'FATIA ' WS-PART-ATUAL ' DE '
                       AC-CAB-DATA ', ESPERADO ' WS-DATA-MOVIMENTO
                    SET MERGE-RECUSADO TO TRUE
                END-IF
            END-IF
            .

       P240-FECHA-FATIA.
      *    The trailer closes the slice: its count and hash must be
      *    what the details add up to, and its totals must balance
      *    on their own before they join the day's.
            IF NOT DENTRO-DA-FATIA
                DISPLAY 'TRAILER SEM CABECALHO.'
                SET MERGE-RECUSADO TO TRUE
            END-IF
            MOVE 'N' TO WS-DENTRO-SW
            IF AC-TRL-PARTICAO IS NOT NUMERIC
             OR AC-TRL-PARTICAO NOT = WS-PART-ATUAL
                DISPLAY 'TRAILER DA PARTICAO ' AC-TRL-PARTICAO
                   ' FECHANDO A FATIA ' WS-PART-ATUAL
                SET MERGE-RECUSADO TO TRUE
            END-IF
            IF AC-TRL-LIDOS NOT NUMERIC
             OR AC-TRL-REJEITADOS NOT NUMERIC
             OR AC-TRL-AVISOS NOT NUMERIC
             OR AC-TRL-ESCALADOS NOT NUMERIC
                DISPLAY 'FATIA ' WS-PART-ATUAL
                   ' SEM TOTAIS DE CONTROLE NO TRAILER.'
                SET MERGE-RECUSADO TO TRUE
                GO TO P240-EXIT
            END-IF
            IF AC-TRL-CONTAGEM NOT = WS-FAT-DETALHES
             OR AC-TRL-HASH NOT = WS-FAT-HASH
                DISPLAY 'FATIA ' WS-PART-ATUAL ' TRAILER '
                   AC-TRL-CONTAGEM '/' AC-TRL-HASH ' <> APURADO '
                   WS-FAT-DETALHES '/' WS-FAT-HASH
                SET MERGE-RECUSADO TO TRUE
            END-IF
            ADD AC-TRL-CONTAGEM TO AC-TRL-REJEITADOS
                GIVING WS-FAT-DISPOSICOES
            IF AC-TRL-LIDOS NOT = WS-FAT-DISPOSICOES
                DISPLAY 'FATIA ' WS-PART-ATUAL
                   ' LIDOS <> ACEITOS + REJEITADOS'
                SET MERGE-RECUSADO TO TRUE
            END-IF
            DISPLAY 'FATIA ' WS-PART-ATUAL
               ' LIDOS ' AC-TRL-LIDOS
               ' ACEITOS ' AC-TRL-CONTAGEM
               ' REJEITADOS ' AC-TRL-REJEITADOS
            ADD AC-TRL-LIDOS       TO WS-TOT-LIDOS
            ADD AC-TRL-CONTAGEM    TO WS-TOT-ACEITOS
            ADD AC-TRL-REJEITADOS  TO WS-TOT-REJEITADOS
            ADD AC-TRL-HASH        TO WS-TOT-HASH
            ADD AC-TRL-AVISOS      TO WS-TOT-AVISOS
            ADD AC-TRL-ESCALADOS   TO WS-TOT-ESCALADOS
            IF WS-PART-ATUAL GREATER ZERO
                SET FATIA-COMPLETA (WS-PART-ATUAL) TO TRUE
            END-IF
            .
       P240-EXIT.
            EXIT.

       P290-CONFERE-PARTICAO.
            IF NOT FATIA-COMPLETA (WS-IDX-PART)
                DISPLAY 'FATIA ' WS-IDX-PART ' (IDS '
                   WS-PART-ID-INICIAL (WS-IDX-PART) ' A '
                   WS-PART-ID-FINAL (WS-IDX-PART)
                   ') AUSENTE OU INCOMPLETA.'
                SET MERGE-RECUSADO TO TRUE
            END-IF
            .

       P400-GRAVA-ACPTFILE.
      *    Second pass - one header, every slice's details in
      *    concatenation order, one trailer for the whole day.
            OPEN OUTPUT ACPTFILE
            IF NOT ACPTFILE-OK
                DISPLAY 'ERRO ABERTURA ACPTFILE: ' WS-ACPTFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE WS-DATA-MOVIMENTO TO WS-SAI-CAB-DATA
            WRITE AF-REGISTRO FROM WS-CABECALHO-SAIDA
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT ACPTIN
            IF NOT ACPTIN-OK
                DISPLAY 'ERRO ABERTURA ACPTIN: ' WS-ACPTIN-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P210-LE-ACPTIN
            PERFORM P410-COPIA-DETALHE UNTIL FIM-DO-ARQUIVO
            CLOSE ACPTIN
            MOVE WS-CNT-GRAVADOS  TO WS-SAI-TRL-CONTAGEM
            MOVE WS-HASH-GRAVADOS TO WS-SAI-TRL-HASH
            WRITE AF-REGISTRO FROM WS-TRAILER-SAIDA
            CLOSE ACPTFILE
            IF WS-CNT-GRAVADOS NOT = WS-TOT-ACEITOS
             OR WS-HASH-GRAVADOS NOT = WS-TOT-HASH
                DISPLAY 'ACPTIN MUDOU ENTRE AS DUAS LEITURAS.'
                PERFORM P050-ABORTA
            END-IF
            .

       P410-COPIA-DETALHE.
            IF AC-TIPO-DETALHE
                WRITE AF-REGISTRO FROM AC-REGISTRO
                ADD 1 TO WS-CNT-GRAVADOS
                ADD AC-ID-CLIENTE TO WS-HASH-GRAVADOS
            END-IF
            PERFORM P210-LE-ACPTIN
            .

       P500-GRAVA-CHKFILE.
      *    The single record is what a whole-day COBOLIF run leaves
      *    as its final checkpoint. There is no one key to resume
      *    the day from - each slice restarts from its own CHKFILE -
      *    so the key position carries zero.
            OPEN OUTPUT CHKFILE
            IF NOT CHKFILE-OK
                DISPLAY 'ERRO ABERTURA CHKFILE: ' WS-CHKFILE-STATUS
                PERFORM P050-ABORTA
            END-IF
            MOVE ZERO              TO CK-ID-CLIENTE
            MOVE WS-TOT-LIDOS      TO CK-CNT-LIDOS
            MOVE WS-TOT-ACEITOS    TO CK-CNT-ACEITOS
            MOVE WS-TOT-REJEITADOS TO CK-CNT-REJEITADOS
            MOVE WS-TOT-HASH       TO CK-HASH-ACEITOS
            MOVE WS-TOT-AVISOS     TO CK-CNT-AVISOS
            MOVE WS-TOT-ESCALADOS  TO CK-CNT-ESCALADOS
            WRITE CK-REGISTRO
            CLOSE CHKFILE
            .

       P600-APLICA-AVISOS.
      *    WRNMOV absent means no slice had a warning to register or
      *    clear. Applying the same movements twice leaves the same
      *    file, so a resubmitted merge does no harm here.
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT WRNMOV
            IF NOT WRNMOV-OK
                DISPLAY 'WRNMOV NAO ENCONTRADO, SEM MOVIMENTOS '
                   'DE AVISO.'
                GO TO P600-EXIT
            END-IF
            OPEN I-O WRNVSAM
            IF WRNVSAM-AUSENTE
                OPEN OUTPUT WRNVSAM
                IF WRNVSAM-OK
                    CLOSE WRNVSAM
                    OPEN I-O WRNVSAM
                END-IF
            END-IF
            IF NOT WRNVSAM-OK
                DISPLAY 'ERRO ABERTURA WRNVSAM: ' WS-WRNVSAM-STATUS
                PERFORM P050-ABORTA
            END-IF
            PERFORM P610-LE-WRNMOV UNTIL FIM-DO-ARQUIVO
            CLOSE WRNMOV
            CLOSE WRNVSAM
            .
       P600-EXIT.
            EXIT.

       P610-LE-WRNMOV.
            READ WRNMOV
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    ADD 1 TO WS-CNT-MOV-LIDOS
                    EVALUATE TRUE
                        WHEN WM-REGISTRA
                            PERFORM P620-REGISTRA-AVISO
                        WHEN WM-LIMPA
                            PERFORM P630-LIMPA-AVISO
                        WHEN OTHER
                            DISPLAY 'MOVIMENTO DE AVISO INVALIDO: '
                               WM-ACAO ' CLIENTE ' WM-ID-CLIENTE
                    END-EVALUATE
            END-READ
            .

       P620-REGISTRA-AVISO.
      *    Same rule as COBOLIF's own update - one entry per client,
      *    the latest warning replacing an older one.
            MOVE WM-AVISO TO WO-REGISTRO
            WRITE WO-REGISTRO
                INVALID KEY
                    REWRITE WO-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO GRAVACAO WRNVSAM: '
                               WS-WRNVSAM-STATUS
                            PERFORM P050-ABORTA
                    END-REWRITE
            END-WRITE
            ADD 1 TO WS-CNT-AVISOS-GRAVADOS
            .

       P630-LIMPA-AVISO.
            MOVE WM-ID-CLIENTE TO WO-ID-CLIENTE
            DELETE WRNVSAM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-CNT-AVISOS-LIMPOS
            END-DELETE
            .

       P900-FIM.
            IF MERGE-RECUSADO
                DISPLAY 'PARTMRG - MERGE RECUSADO, NADA FOI GRAVADO.'
                DISPLAY '========================================'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            DISPLAY 'DATA DO MOVIMENTO ........: ' WS-DATA-MOVIMENTO
            DISPLAY 'REGISTROS LIDOS ..........: ' WS-TOT-LIDOS
            DISPLAY 'REGISTROS ACEITOS ........: ' WS-TOT-ACEITOS
            DISPLAY '  ACEITOS COM AVISO ......: ' WS-TOT-AVISOS
            DISPLAY 'REGISTROS REJEITADOS .....: ' WS-TOT-REJEITADOS
            DISPLAY 'TRANSACOES ESCALADAS .....: ' WS-TOT-ESCALADOS
            DISPLAY 'DETALHES NO ACPTFILE .....: ' WS-CNT-GRAVADOS
            DISPLAY 'HASH DO ACPTFILE .........: ' WS-HASH-GRAVADOS
            DISPLAY 'MOVIMENTOS DE AVISO ......: ' WS-CNT-MOV-LIDOS
            DISPLAY '  AVISOS REGISTRADOS .....: '
               WS-CNT-AVISOS-GRAVADOS
            DISPLAY '  AVISOS RESOLVIDOS ......: ' WS-CNT-AVISOS-LIMPOS
            DISPLAY 'PARTMRG - MERGE CONCLUIDO.'
            DISPLAY '========================================'
            GOBACK.
       END PROGRAM PARTMRG.
