           03 TR-DADO                  PIC 99.
           03 TR-ORIGEM                PIC XX.
           03 TR-DATA-EFETIVA          PIC 9(08).
           03 TR-USUARIO               PIC X(08).
           03 TR-TERMINAL              PIC X(04).
       FD  RCYIN.
       01  RI-REGISTRO.
           03 RI-ID-CLIENTE            PIC 9(06).
           03 RI-DADO                  PIC 99.
           03 RI-ORIGEM                PIC XX.
           03 RI-RECICLOS              PIC 99.
           03 RI-USUARIO               PIC X(08).
           03 RI-TERMINAL              PIC X(04).
       FD  PENDIN.
       01  PI-REGISTRO                 PIC X(37).
       FD  PENDOUT.
       01  PO-REGISTRO                 PIC X(37).
       FD  AUDFILE.
           COPY CPYIFAU.
       FD  EXCPFILE.
