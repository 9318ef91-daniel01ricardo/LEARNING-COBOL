      ******************************************************************
      * Copybook: CPYIFLN
      * Purpose:  Loan record of the LOANFILE portfolio - one per loan,
      *           carrying the loan id, the owning DM-ID-CLIENTE, the
      *           principal, period rate and term count AMORTSCH
      *           builds the AMRSCHED schedule from, and the due date
      *           of the first period. Periods fall due monthly from
      *           that date; PAYPOST ages the unpaid ones against it.
      *           The file is kept in loan-id order, so the AMRSCHED
      *           schedule AMORTSCH writes from it comes out in the
      *           same order. LN-METODO picks the amortization
      *           method AMORTSCH applies; blank reads as Fibonacci,
      *           the only method before the code was added. An
      *           indexed loan carries a reset every
      *           LN-PERIODOS-REAJUSTE periods (zero or blank is a
      *           fixed-rate loan) at the RATEIDX reference rate plus
      *           LN-SPREAD; REAJUSTE counts the resets applied in
      *           LN-REAJUSTES and keeps LN-TAXA at the rate in force.
      ******************************************************************
       01  LN-REGISTRO.
           03 LN-ID-EMPRESTIMO         PIC 9(08).
           03 LN-ID-CLIENTE            PIC 9(06).
           03 LN-PRINCIPAL             PIC 9(09)V99.
           03 LN-TAXA                  PIC 9(03)V9(04).
           03 LN-TERMOS                PIC 9(04).
           03 LN-DATA-PRIMEIRO-VENC    PIC 9(08).
           03 LN-METODO                PIC X.
              88 LN-METODO-FIBONACCI   VALUE 'F' SPACE.
              88 LN-METODO-PRICE       VALUE 'P'.
              88 LN-METODO-SAC         VALUE 'S'.
           03 LN-SPREAD                PIC 9(03)V9(04).
           03 LN-PERIODOS-REAJUSTE     PIC 9(03).
           03 LN-REAJUSTES             PIC 9(03).
