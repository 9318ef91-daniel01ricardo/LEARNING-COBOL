      ******************************************************************
      * Copybook: CPYIFSV
      * Purpose:  Keyed (VSAM) copy of the AMRSCHED schedule lines for
      *           the online loan inquiry - the same 63-byte line
      *           AMORTSCH writes (loan id, period, Fibonacci factor,
      *           installment, interest, balance after the period),
      *           keyed by loan id plus period. Loaded by LOANLOAD
      *           from the day's AMRSCHED; CICPGM6 pages through it
      *           and takes the payoff balance from it.
      ******************************************************************
       01  SV-REGISTRO.
           03 SV-CHAVE.
              05 SV-ID-EMPRESTIMO      PIC 9(08).
              05 SV-PERIODO            PIC 9(04).
           03 SV-FATOR                 PIC 9(18).
           03 SV-PAGAMENTO             PIC 9(09)V99.
           03 SV-JUROS                 PIC 9(09)V99.
           03 SV-SALDO                 PIC 9(09)V99.
