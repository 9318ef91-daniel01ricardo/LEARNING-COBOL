      *          wanted records), so there are no READPREV edge
      *          cases at the ends of the file; a dispute slice is
      *          at most a few dozen records, so the re-read costs
      *          nothing the caller can feel. Beside the id, the
      *          screen shows the compliance review mark the weekly
      *          ANOMSCAN run left on the REVVSAM KSDS (CPYIFRV) -
      *          the rules the client hit and the scan date - so the
      *          desk knows the client is under review before taking
      *          the call further; no mark, no flag.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 FILLER               PIC X(04) VALUE SPACES.
           03 WD-ORIGEM            PIC XX.
           03 FILLER               PIC X(37) VALUE SPACES.
       01 WS-LIN-REVISAO.
           03 FILLER               PIC X(21) VALUE
              'REVISAO CONFORMIDADE '.
           03 WR-R1                PIC X(03) VALUE SPACES.
           03 WR-R2                PIC X(03) VALUE SPACES.
           03 WR-R3                PIC X(03) VALUE SPACES.
           03 FILLER               PIC X(06) VALUE 'DESDE '.
           03 WR-DATA-SCAN         PIC 9(08).
           03 FILLER               PIC X(05) VALUE SPACES.
           COPY CPYIFRV.
           COPY CICMAP4.
           COPY DFHAID.
       LINKAGE SECTION.
             TO WS-TAB-LINHA (WS-IDX-INV)
           .

       P600-MARCA-REVISAO.
      *    A file that is closed or unavailable must not cost the
      *    desk the history itself - the flag just says so.
           EXEC CICS READ FILE('REVVSAM')
               INTO(RV-REGISTRO)
               RIDFLD(CA-ID-CLIENTE)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO WR-R1
                   MOVE SPACES TO WR-R2
                   MOVE SPACES TO WR-R3
                   IF RV-R1
                       MOVE 'R1' TO WR-R1
                   END-IF
                   IF RV-R2
                       MOVE 'R2' TO WR-R2
                   END-IF
                   IF RV-R3
                       MOVE 'R3' TO WR-R3
                   END-IF
                   MOVE RV-DATA-SCAN TO WR-DATA-SCAN
                   MOVE WS-LIN-REVISAO TO REVO
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO REVO
               WHEN OTHER
                   MOVE 'REVISAO INDISPONIVEL' TO REVO
           END-EVALUATE
           .

       P700-ENVIA-TELA.
           IF CA-ID-CLIENTE IS NUMERIC AND CA-ID-CLIENTE
              GREATER ZERO
               MOVE CA-ID-CLIENTE TO FILTO
               PERFORM P600-MARCA-REVISAO
           END-IF
           MOVE WS-TAB-LINHA (1)  TO DET01O
           MOVE WS-TAB-LINHA (2)  TO DET02O
