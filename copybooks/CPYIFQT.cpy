      ******************************************************************
      * Copybook: CPYIFQT
      * Purpose:  Payoff quote record of the permanent QUOTLOG KSDS -
      *           one per quote the desk confirmed to the client on
      *           CICPGM6, keyed by loan id plus the date and time it
      *           was given. Carries everything the amount was built
      *           from: the LOANSTAT paid-to period, the scheduled
      *           balance after it, the days and period rate of the
      *           interest accrued to the payoff date, the credit
      *           already posted and the resulting payoff amount,
      *           with the user and terminal that gave it - so the
      *           payoff that comes in later can be matched against
      *           what the client was told.
      ******************************************************************
       01  QT-REGISTRO.
           03 QT-CHAVE.
              05 QT-ID-EMPRESTIMO      PIC 9(08).
              05 QT-DATA-EMISSAO       PIC 9(08).
              05 QT-HORA-EMISSAO       PIC 9(08).
           03 QT-ID-CLIENTE            PIC 9(06).
           03 QT-DATA-QUITACAO         PIC 9(08).
           03 QT-PAGO-ATE              PIC 9(04).
           03 QT-SALDO                 PIC 9(09)V99.
           03 QT-DIAS                  PIC 9(05).
           03 QT-TAXA                  PIC 9(03)V9(04).
           03 QT-JUROS                 PIC 9(09)V99.
           03 QT-CREDITO               PIC 9(09)V99.
           03 QT-VALOR-QUITACAO        PIC 9(09)V99.
           03 QT-USUARIO               PIC X(08).
           03 QT-TERMINAL              PIC X(04).
