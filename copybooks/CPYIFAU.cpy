      *           disposition, the reject reason and the decision
      *           date/time. Written by COBOLIF (P750-GRAVA-AUDITORIA)
      *           and read by every audit reporting program, so the
      *           shape lives here instead of in each FD. An online
      *           capture's decision carries the user id and terminal
      *           that queued it on CICPGM1; a desk slip leaves both
      *           blank.
      ******************************************************************
       01  AU-REGISTRO.
           03 AU-ID-CLIENTE            PIC 9(06).
           03 AU-DATA                  PIC 9(08).
           03 AU-HORA                  PIC 9(08).
           03 AU-ORIGEM                PIC XX.
           03 AU-USUARIO               PIC X(08).
           03 AU-TERMINAL              PIC X(04).
