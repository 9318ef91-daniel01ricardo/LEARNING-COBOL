      ******************************************************************
      * Copybook: CPYIFLV
      * Purpose:  Keyed (VSAM) copy of the LOANFILE book for the online
      *           loan inquiry - the CPYIFLN terms of each loan behind
      *           a key of owning DM-ID-CLIENTE plus loan id, so one
      *           browse lists all of a client's loans in loan-id
      *           order. Loaded by LOANLOAD from the night's LOANFILE
      *           generation; read by CICPGM6, which takes where the
      *           loan stands from LOANSTAT.
      ******************************************************************
       01  LV-REGISTRO.
           03 LV-CHAVE.
              05 LV-ID-CLIENTE         PIC 9(06).
              05 LV-ID-EMPRESTIMO      PIC 9(08).
           03 LV-PRINCIPAL             PIC 9(09)V99.
           03 LV-TAXA                  PIC 9(03)V9(04).
           03 LV-TERMOS                PIC 9(04).
           03 LV-DATA-PRIMEIRO-VENC    PIC 9(08).
           03 LV-METODO                PIC X.
           03 LV-PERIODOS-REAJUSTE     PIC 9(03).
