           03 RO-DADO                  PIC 99.
           03 RO-ORIGEM                PIC XX.
           03 RO-RECICLOS              PIC 99.
           03 RO-USUARIO               PIC X(08).
           03 RO-TERMINAL              PIC X(04).
       FD  EXCPFILE.
           COPY CPYIFEX.
       FD  AUDFILE.
