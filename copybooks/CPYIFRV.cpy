      ******************************************************************
      * Copybook: CPYIFRV
      * Purpose:  Compliance review mark of the REVVSAM KSDS, keyed by
      *           client id - one per client the weekly ANOMSCAN run
      *           flagged on a cross-day pattern: which rules fired
      *           (DM-LINHA change velocity, the same reject from the
      *           same desk night after night, a cancel close behind
      *           the inclusion), the desk the triggering decisions
      *           came from, how many decisions triggered and the
      *           date of the scan. ANOMSCAN reloads the file every
      *           run, so a mark means "flagged by the latest scan";
      *           CICPGM4 reads it to show the review flag on the
      *           client's history screen.
      ******************************************************************
       01  RV-REGISTRO.
           03 RV-ID-CLIENTE            PIC 9(06).
           03 RV-DATA-SCAN             PIC 9(08).
           03 RV-REGRAS.
              05 RV-REGRA-LINHA        PIC X.
                 88 RV-R1              VALUE 'S'.
              05 RV-REGRA-REJEICAO     PIC X.
                 88 RV-R2              VALUE 'S'.
              05 RV-REGRA-CANCEL       PIC X.
                 88 RV-R3              VALUE 'S'.
           03 RV-ORIGEM                PIC XX.
           03 RV-QTD-DECISOES          PIC 9(04).
