      ******************************************************************
      * Copybook: CPYIFLS
      * Purpose:  Loan-status master record on the LOANSTAT KSDS, keyed
      *           by loan id - where each loan of the LOANFILE book
      *           stands against its AMRSCHED schedule. PAYPOST keeps
      *           it: the last period fully paid, the money received
      *           but not yet enough to settle the next period, the
      *           amount in arrears with the days past due of the
      *           oldest unpaid period, and the situation - up to
      *           date, short-paid (money came in, not enough), missed
      *           (nothing came in) or paid off. The posting date and
      *           time stamp the run that last took payments in, so a
      *           rerun of the same day's file does not post twice.
      *           The online inquiry CICPGM6 reads it for the paid-to
      *           period and the posted credit of a payoff quote.
      ******************************************************************
       01  LS-REGISTRO.
           03 LS-ID-EMPRESTIMO         PIC 9(08).
           03 LS-ID-CLIENTE            PIC 9(06).
           03 LS-TERMOS                PIC 9(04).
           03 LS-DATA-PRIMEIRO-VENC    PIC 9(08).
           03 LS-PAGO-ATE              PIC 9(04).
           03 LS-CREDITO               PIC 9(09)V99.
           03 LS-ATRASO                PIC 9(09)V99.
           03 LS-DIAS-ATRASO           PIC 9(05).
           03 LS-PERIODOS-ATRASO       PIC 9(04).
           03 LS-SITUACAO              PIC X.
              88 LS-EM-DIA             VALUE 'E'.
              88 LS-PARCIAL            VALUE 'P'.
              88 LS-SEM-PAGAMENTO      VALUE 'F'.
              88 LS-QUITADO            VALUE 'Q'.
           03 LS-TOTAL-PAGO            PIC 9(11)V99.
           03 LS-DATA-ULT-PGTO         PIC 9(08).
           03 LS-DATA-POSTAGEM         PIC 9(08).
           03 LS-HORA-POSTAGEM         PIC 9(08).
