      ******************************************************************
      * Copybook: CPYIFXC
      * Purpose:  Closed-client archive record of the permanent CLIARQ
      *           file - one per client CLIPURGE removes from DEMOFILE
      *           at the end of the retention period. It keeps the
      *           master as it stood at removal (no personal data on
      *           it) and the client's name only masked - the first
      *           letter of each word, the rest starred - with the
      *           number of NAMEIDX entries removed along with it, the
      *           cancel date and the run that purged it. Nothing
      *           reads the archive back into the master; it answers
      *           "was this id ever a client, and when did it go".
      ******************************************************************
       01  XC-REGISTRO.
           03 XC-ID-CLIENTE            PIC 9(06).
           03 XC-NOME-MASCARADO        PIC X(20).
           03 XC-QTD-NOMES             PIC 99.
           03 XC-DATA-CANCEL           PIC 9(08).
           03 XC-DATA-EXPURGO          PIC 9(08).
           03 XC-HORA-EXPURGO          PIC 9(08).
           03 XC-MESTRE                PIC X(23).
