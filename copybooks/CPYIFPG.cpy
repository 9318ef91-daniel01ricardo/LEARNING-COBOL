      ******************************************************************
      * Copybook: CPYIFPG
      * Purpose:  Daily loan payment record - one per payment received
      *           by collections, keyed by the LN-ID-EMPRESTIMO it
      *           pays, with the date received and the amount. PAYPOST
      *           posts the day's file against the loan's AMRSCHED
      *           schedule and carries the result on the LOANSTAT
      *           loan-status master.
      ******************************************************************
       01  PG-REGISTRO.
           03 PG-ID-EMPRESTIMO         PIC 9(08).
           03 PG-DATA                  PIC 9(08).
           03 PG-VALOR                 PIC 9(09)V99.
