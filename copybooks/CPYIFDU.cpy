      ******************************************************************
      * Copybook: CPYIFDU
      * Purpose:  Parameter area for CALL 'CALDIAS' - the business-
      *           day service over the CALFILE calendar (CPYIFCL).
      *           The caller sets the function and the dates:
      *             'C' - classify DU-DATA (type and description);
      *             'P' - DU-DATA-RESULTADO = first business day on
      *                   or after DU-DATA;
      *             'U' - DU-DIAS = business days after DU-DATA-DESDE
      *                   up to and including DU-DATA (zero when
      *                   DU-DATA-DESDE is not earlier);
      *             'F' - close the calendar at end of run.
      *           DU-RETORNO tells the caller whether the answer came
      *           from the calendar; when it did not, the caller
      *           falls back to its calendar-day arithmetic, so an
      *           installation with no CALFILE runs as it always did.
      ******************************************************************
       01  DU-PARAMETROS.
           03 DU-FUNCAO                PIC X.
              88 DU-CLASSIFICA         VALUE 'C'.
              88 DU-PROXIMO-UTIL       VALUE 'P'.
              88 DU-CONTA-UTEIS        VALUE 'U'.
              88 DU-FECHA              VALUE 'F'.
           03 DU-DATA                  PIC 9(08).
           03 DU-DATA-DESDE            PIC 9(08).
           03 DU-DATA-RESULTADO        PIC 9(08).
           03 DU-DIAS                  PIC 9(05).
           03 DU-TIPO                  PIC X.
              88 DU-DIA-UTIL           VALUE 'U'.
              88 DU-SEM-PROCESSAMENTO  VALUE 'N'.
           03 DU-DESCRICAO             PIC X(30).
           03 DU-RETORNO               PIC X.
              88 DU-OK                 VALUE '0'.
              88 DU-SEM-CALENDARIO     VALUE '1'.
              88 DU-FORA-DO-CALENDARIO VALUE '2'.
