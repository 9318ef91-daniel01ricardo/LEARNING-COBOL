      ******************************************************************
      * Copybook: CPYIFPV
      * Purpose:  Edit parameters in force, on the PARMVSAM KSDS - one
      *           record, key 'PARMFILE', loaded by PARMLOAD from the
      *           same PARMFILE the night's COBOLIF run edits with,
      *           after the same fallbacks (no file, no record, an
      *           older record without the recycle ceiling or the
      *           severities), so the online entry transaction CICPGM7
      *           edits with exactly the thresholds and severities the
      *           batch edit applies. The load date/time and whether
      *           the values came from the file or the defaults are
      *           kept for whoever has to explain a screen message.
      ******************************************************************
       01  PV-REGISTRO.
           03 PV-CHAVE                 PIC X(08).
           03 PV-LINHA-LIMITE          PIC 99.
           03 PV-CODIGO-VALIDO         PIC 9.
           03 PV-MAX-RECICLOS          PIC 99.
           03 PV-SEVERIDADE OCCURS 5 TIMES
                                       PIC X.
              88 PV-AVISO              VALUE 'W'.
           03 PV-DATA-CARGA            PIC 9(08).
           03 PV-HORA-CARGA            PIC 9(08).
           03 PV-ORIGEM-CARGA          PIC X.
              88 PV-DO-PARMFILE        VALUE 'P'.
              88 PV-DOS-DEFAULTS       VALUE 'D'.
