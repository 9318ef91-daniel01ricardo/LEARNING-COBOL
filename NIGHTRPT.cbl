      *          TRANMRG's MRGCTL, the DEMOSCAN verdict from SCNCTL,
      *          COBOLIF's final CHKFILE totals with the accepted/
      *          warned/rejected/escalated breakdown, ONBOARD's
      *          inclusion counts from ONBCTL, the letters CARTAS
      *          sent per kind from CARTCTL, the DEMOBAL roll-
      *          forward balance of the master from BALCTL, and
      *          every step's RETURN-CODE for the current date off
      *          RUNHIST - RECONCIL's zero there is the balance
      *          verdict. One overall LIBERADO/RETER line opens the
      *          page: RETER whenever any step ended non-zero, the
      *          scan found defects, the master does not balance
      *          with the journal, or the reconciliation is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ONBCTL ASSIGN TO "ONBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBCTL-STATUS.
           SELECT CARTCTL ASSIGN TO "CARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTCTL-STATUS.
           SELECT BALCTL ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.
           SELECT NIGHTLST ASSIGN TO "NIGHTLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTLST-STATUS.
           03 OC-CNT-INCLUIDOS         PIC 9(07).
           03 OC-CNT-IGNORADOS        PIC 9(07).
           03 OC-CNT-SUSPEITOS         PIC 9(07).
       FD  CARTCTL.
       01  LC-REGISTRO.
           03 LC-DATA                  PIC 9(08).
           03 LC-CNT-CANCELAMENTOS     PIC 9(07).
           03 LC-CNT-BOAS-VINDAS       PIC 9(07).
           03 LC-CNT-AVISOS-MESA       PIC 9(07).
           03 LC-CNT-TOTAL             PIC 9(07).
       FD  BALCTL.
       01  BC-REGISTRO.
           03 BC-DATA                  PIC 9(08).
           03 BC-SITUACAO              PIC X.
           03 BC-CNT-ESPERADO          PIC 9(07).
           03 BC-CNT-APURADO           PIC 9(07).
           03 BC-CNT-DIFERENCAS        PIC 9(07).
       FD  NIGHTLST.
       01  RL-LINHA                    PIC X(80).
       WORKING-STORAGE SECTION.
              88 SCNCTL-OK             VALUE '00'.
           03 WS-ONBCTL-STATUS         PIC XX.
              88 ONBCTL-OK             VALUE '00'.
           03 WS-CARTCTL-STATUS        PIC XX.
              88 CARTCTL-OK            VALUE '00'.
           03 WS-BALCTL-STATUS         PIC XX.
              88 BALCTL-OK             VALUE '00'.
           03 WS-NIGHTLST-STATUS       PIC XX.
              88 NIGHTLST-OK           VALUE '00'.
       01 WS-CHAVES.
              88 TEM-SCAN              VALUE 'S'.
           03 WS-ONB-SW                PIC X       VALUE 'N'.
              88 TEM-ONBOARD           VALUE 'S'.
           03 WS-CARTAS-SW             PIC X       VALUE 'N'.
              88 TEM-CARTAS            VALUE 'S'.
           03 WS-BALANCO-SW            PIC X       VALUE 'N'.
              88 TEM-BALANCO           VALUE 'S'.
           03 WS-RECONCIL-SW           PIC X       VALUE 'N'.
              88 TEM-RECONCIL          VALUE 'S'.
           03 WS-EDICAO-SW             PIC X       VALUE 'N'.
              05 WS-OC-INCLUIDOS       PIC 9(07).
              05 WS-OC-IGNORADOS       PIC 9(07).
              05 WS-OC-SUSPEITOS       PIC 9(07).
           03 WS-LC                    PIC X(36)   VALUE SPACES.
           03 FILLER REDEFINES WS-LC.
              05 WS-LC-DATA            PIC 9(08).
              05 WS-LC-CANCELAMENTOS   PIC 9(07).
              05 WS-LC-BOAS-VINDAS     PIC 9(07).
              05 WS-LC-AVISOS-MESA     PIC 9(07).
              05 WS-LC-TOTAL           PIC 9(07).
           03 WS-BC                    PIC X(30)   VALUE SPACES.
           03 FILLER REDEFINES WS-BC.
              05 WS-BC-DATA            PIC 9(08).
              05 WS-BC-SITUACAO        PIC X.
                 88 BALANCO-DIVERGENTE VALUE 'D'.
                 88 BALANCO-SEM-ABERTURA VALUE 'N'.
              05 WS-BC-ESPERADO        PIC 9(07).
              05 WS-BC-APURADO         PIC 9(07).
              05 WS-BC-DIFERENCAS      PIC 9(07).
           03 WS-CK                    PIC X(54)   VALUE SPACES.
           03 FILLER REDEFINES WS-CK.
              05 WS-CK-ID              PIC 9(06).
                CLOSE ONBCTL
                MOVE 'N' TO WS-EOF-SW
            END-IF
            OPEN INPUT CARTCTL
            IF CARTCTL-OK
                PERFORM P335-LE-CARTCTL UNTIL FIM-DO-ARQUIVO
                CLOSE CARTCTL
                MOVE 'N' TO WS-EOF-SW
            END-IF
            OPEN INPUT BALCTL
            IF BALCTL-OK
                PERFORM P337-LE-BALCTL UNTIL FIM-DO-ARQUIVO
                CLOSE BALCTL
                MOVE 'N' TO WS-EOF-SW
            END-IF
            OPEN INPUT CHKFILE
            IF CHKFILE-OK
                PERFORM P340-LE-CHKFILE UNTIL FIM-DO-ARQUIVO
            END-READ
            .

       P335-LE-CARTCTL.
            READ CARTCTL
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    SET TEM-CARTAS TO TRUE
                    MOVE LC-REGISTRO TO WS-LC
            END-READ
            .

       P337-LE-BALCTL.
            READ BALCTL
                AT END
                    SET FIM-DO-ARQUIVO TO TRUE
                NOT AT END
                    SET TEM-BALANCO TO TRUE
                    MOVE BC-REGISTRO TO WS-BC
            END-READ
            .

       P340-LE-CHKFILE.
      *    The last record is COBOLIF's final checkpoint - the
      *    night's control totals.
            IF TEM-SCAN AND WS-SC-RUINS GREATER ZERO
                SET NOITE-RETIDA TO TRUE
            END-IF
            IF TEM-BALANCO AND BALANCO-DIVERGENTE
                SET NOITE-RETIDA TO TRUE
            END-IF
            IF NOT TEM-EDICAO
                SET NOITE-RETIDA TO TRUE
            END-IF
                WRITE RL-LINHA
            END-IF

            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'BALANCO DO MASTER (DEMOBAL):' TO WS-LIN-SECAO
            MOVE WS-LIN-SECAO TO RL-LINHA
            WRITE RL-LINHA
            IF TEM-BALANCO
                MOVE '  ESPERADO PELO JORNAL ...: ' TO RT-ROTULO
                MOVE WS-BC-ESPERADO TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                MOVE '  APURADO NO MASTER ......: ' TO RT-ROTULO
                MOVE WS-BC-APURADO TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                MOVE '  DIFERENCAS POR SITUACAO : ' TO RT-ROTULO
                MOVE WS-BC-DIFERENCAS TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                IF BALANCO-SEM-ABERTURA
                    MOVE '  SALDO INICIAL ESTABELECIDO NESTA NOITE'
                      TO RL-LINHA
                    WRITE RL-LINHA
                END-IF
            ELSE
                MOVE '  SEM CONTROLE DO BALANCO NESTA NOITE'
                  TO RL-LINHA
                WRITE RL-LINHA
            END-IF

            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'EDICAO (COBOLIF):' TO WS-LIN-SECAO
                WRITE RL-LINHA
            END-IF

            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            MOVE 'CORRESPONDENCIA (CARTAS):' TO WS-LIN-SECAO
            MOVE WS-LIN-SECAO TO RL-LINHA
            WRITE RL-LINHA
            IF TEM-CARTAS
                MOVE '  CANCELAMENTOS ..........: ' TO RT-ROTULO
                MOVE WS-LC-CANCELAMENTOS TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                MOVE '  BOAS-VINDAS ............: ' TO RT-ROTULO
                MOVE WS-LC-BOAS-VINDAS TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                MOVE '  AVISOS AS MESAS ........: ' TO RT-ROTULO
                MOVE WS-LC-AVISOS-MESA TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
                MOVE '  TOTAL DE CARTAS ........: ' TO RT-ROTULO
                MOVE WS-LC-TOTAL TO RT-VALOR
                MOVE WS-LIN-TOTAL TO RL-LINHA
                WRITE RL-LINHA
            ELSE
                MOVE '  SEM CONTROLE DAS CARTAS NESTA NOITE'
                  TO RL-LINHA
                WRITE RL-LINHA
            END-IF

            MOVE SPACES TO RL-LINHA
            WRITE RL-LINHA
            IF TEM-RECONCIL AND WS-RECONCIL-RC = ZERO
