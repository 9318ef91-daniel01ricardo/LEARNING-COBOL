      ******************************************************************
      * Copybook: CPYIFCL
      * Purpose:  Business-day calendar - one record per date on the
      *           permanent CALFILE KSDS (key CA-DATA), generated a
      *           year at a time and maintained by CALMANT. The type
      *           says whether the date is a business day, a weekend,
      *           a holiday the suite still runs on, or a scheduled
      *           non-processing date the suite stands down for.
      *           CA-ORDINAL-UTIL numbers the business days from the
      *           first date on file - a non-business date carries
      *           the number of the business day before it - so the
      *           business days between two dates are one
      *           subtraction. CALDIAS does the lookups for every
      *           program that counts days.
      ******************************************************************
       01  CA-REGISTRO.
           03 CA-DATA                  PIC 9(08).
           03 CA-DIA-SEMANA            PIC 9.
              88 CA-SABADO-DOMINGO     VALUES 1 7.
           03 CA-TIPO                  PIC X.
              88 CA-DIA-UTIL           VALUE 'U'.
              88 CA-FIM-DE-SEMANA      VALUE 'F'.
              88 CA-FERIADO            VALUE 'H'.
              88 CA-SEM-PROCESSAMENTO  VALUE 'N'.
           03 CA-ORDINAL-UTIL          PIC 9(07).
           03 CA-DESCRICAO             PIC X(30).
           03 CA-DATA-ALTERACAO        PIC 9(08).
