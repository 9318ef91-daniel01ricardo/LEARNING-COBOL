      *          side of the nightly run: TRANMRG drains the queue
      *          and merges the entries into the TRANFILE the edit
      *          reads, so a desk entry keyed on this screen no
      *          longer has to be rekeyed onto a paper slip. The
      *          queue entry carries the signed-on user id and the
      *          terminal alongside the client id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DM-LENGTH        PIC S9(4) COMP VALUE 23.
       01 WS-IQ-REGISTRO.
           03 WS-IQ-ID-CLIENTE     PIC 9(06).
           03 WS-IQ-USUARIO        PIC X(08).
           03 WS-IQ-TERMINAL       PIC X(04).
       01 WS-IQ-LENGTH        PIC S9(4) COMP VALUE 18.
       01 WS-NOME             PIC X(20).
       01 WS-NM-LENGTH        PIC S9(4) COMP VALUE 34.
           COPY CPYIFNM.
           ELSE
               MOVE IDCLII TO WS-IQ-ID-CLIENTE
               MOVE IDCLII TO IDCLIO
      *        The entry names who queued it, and from where - the
      *        edit's decision on it carries the same two fields.
               MOVE SPACES TO WS-IQ-USUARIO
               EXEC CICS ASSIGN USERID(WS-IQ-USUARIO)
                   NOHANDLE
               END-EXEC
               MOVE EIBTRMID TO WS-IQ-TERMINAL
               EXEC CICS WRITEQ TD QUEUE('INTK')
                   FROM(WS-IQ-REGISTRO)
                   LENGTH(WS-IQ-LENGTH)
