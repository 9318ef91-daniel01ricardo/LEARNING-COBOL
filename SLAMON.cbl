      *          a breach alerts the operator console at once - at
      *          02:30, not in the morning - and ends with a warning
      *          RETURN-CODE 4 the driver carries to the scheduler.
      *          The history yardstick only compares like with like:
      *          with the CALFILE calendar present (CALDIAS), a
      *          business night is averaged against prior business
      *          nights and a weekend or holiday night against prior
      *          non-business nights, so a holiday's near-empty run
      *          neither drags the average down nor is judged by it.
      *          A SLAPARM entry may also limit the history to the
      *          last nnn business days (SL-JANELA-UTEIS; blank or
      *          zero keeps the whole history).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 SL-PASSO                 PIC X(08).
           03 SL-HORA-LIMITE           PIC 9(06).
           03 SL-MAX-MINUTOS           PIC 9(04).
           03 SL-JANELA-UTEIS          PIC X(03).
       FD  RUNHIST.
           COPY CPYIFRH.
       FD  SLARPT.
              88 PASSO-TEM-LIMITES     VALUE 'S'.
           03 WS-BREACH-SW             PIC X       VALUE 'N'.
              88 PASSO-ESTOUROU        VALUE 'S'.
           03 WS-COMPARAVEL-SW         PIC X       VALUE 'N'.
              88 HISTORIA-COMPARAVEL   VALUE 'S'.
       01 WS-LIMITES.
           03 WS-HORA-LIMITE           PIC 9(06)   VALUE ZERO.
           03 WS-MAX-MINUTOS           PIC 9(04)   VALUE ZERO.
           03 WS-JANELA-UTEIS          PIC 9(03)   VALUE ZERO.
       01 WS-CALENDARIO.
      *    Class of tonight's run date - 'U' business day, 'N' any
      *    other day, space when the calendar cannot say (no
      *    CALFILE, or a date outside the years generated), in
      *    which case the whole history is the yardstick as before.
           03 WS-CLASSE-NOITE          PIC X       VALUE SPACE.
           03 WS-CLASSE-HISTORIA       PIC X       VALUE SPACE.
           COPY CPYIFDU.
       01 WS-TEMPOS.
           03 WS-HORA-DECOMP.
              05 WS-HD-HH              PIC 99.
       P300-LE-LIMITES.
      *    One SLAPARM entry per RH-PASSO value - a step with no
      *    entry still logs and still gets the history comparison,
      *    it just has no fixed deadline to breach. The window is
      *    cleared first - the program stays loaded between the
      *    steps that call it.
            MOVE ZERO TO WS-JANELA-UTEIS
            MOVE 'N' TO WS-PARM-SW
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT SLAPARM
                        SET PASSO-TEM-LIMITES TO TRUE
                        MOVE SL-HORA-LIMITE TO WS-HORA-LIMITE
                        MOVE SL-MAX-MINUTOS TO WS-MAX-MINUTOS
                        IF SL-JANELA-UTEIS IS NUMERIC
                            MOVE SL-JANELA-UTEIS TO WS-JANELA-UTEIS
                        END-IF
                    END-IF
            END-READ
            .
      *    Average of the step's prior clean runs - the record just
      *    written for tonight (same date) stays out of its own
      *    yardstick.
            PERFORM P405-CLASSIFICA-NOITE
            MOVE 'N' TO WS-EOF-SW
            OPEN INPUT RUNHIST
            IF RUNHIST-OK
            END-IF
            .

       P405-CLASSIFICA-NOITE.
            MOVE SPACE TO WS-CLASSE-NOITE
            SET DU-CLASSIFICA TO TRUE
            MOVE LK-DATA TO DU-DATA
            CALL 'CALDIAS' USING DU-PARAMETROS
            IF DU-OK
                IF DU-DIA-UTIL
                    MOVE 'U' TO WS-CLASSE-NOITE
                ELSE
                    MOVE 'N' TO WS-CLASSE-NOITE
                END-IF
            END-IF
            .

       P410-LE-RUNHIST.
            READ RUNHIST
                AT END
                    IF RH-PASSO = LK-PASSO
                     AND RH-DATA NOT = LK-DATA
                     AND RH-RC = ZERO
                        PERFORM P415-VERIFICA-COMPARAVEL
                        IF HISTORIA-COMPARAVEL
                            PERFORM P420-ACUMULA-HISTORIA
                        END-IF
                    END-IF
            END-READ
            .

       P415-VERIFICA-COMPARAVEL.
      *    A prior night counts only if it is the same class of day
      *    as tonight and, with a window set, no more than that many
      *    business days back. A history date the calendar does not
      *    cover predates it - counted as a business night (it was
      *    the undivided yardstick before), but outside any window.
            SET HISTORIA-COMPARAVEL TO TRUE
            IF WS-CLASSE-NOITE NOT = SPACE
                MOVE 'U' TO WS-CLASSE-HISTORIA
                SET DU-CLASSIFICA TO TRUE
                MOVE RH-DATA TO DU-DATA
                CALL 'CALDIAS' USING DU-PARAMETROS
                IF DU-OK AND NOT DU-DIA-UTIL
                    MOVE 'N' TO WS-CLASSE-HISTORIA
                END-IF
                IF WS-CLASSE-HISTORIA NOT = WS-CLASSE-NOITE
                    MOVE 'N' TO WS-COMPARAVEL-SW
                END-IF
                IF HISTORIA-COMPARAVEL AND WS-JANELA-UTEIS NOT = ZERO
                    SET DU-CONTA-UTEIS TO TRUE
                    MOVE LK-DATA TO DU-DATA
                    MOVE RH-DATA TO DU-DATA-DESDE
                    CALL 'CALDIAS' USING DU-PARAMETROS
                    IF NOT DU-OK OR DU-DIAS GREATER WS-JANELA-UTEIS
                        MOVE 'N' TO WS-COMPARAVEL-SW
                    END-IF
                END-IF
            END-IF
            .

       P420-ACUMULA-HISTORIA.
            MOVE RH-HORA-INICIO TO WS-HORA-DECOMP
            COMPUTE WS-SEG-INICIO =

       P900-FIM.
            CLOSE SLARPT
            SET DU-FECHA TO TRUE
            CALL 'CALDIAS' USING DU-PARAMETROS
            IF PASSO-ESTOUROU
                MOVE 4 TO RETURN-CODE
            ELSE
