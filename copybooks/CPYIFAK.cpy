      ******************************************************************
      * Copybook: CPYIFAK
      * Purpose:  Acknowledgment record returned by the benefits
      *           system for each client it received on an ACPTFILE -
      *           one ack (booked) or nack (refused, with the reason)
      *           per AC-ID-CLIENTE of the remittance, naming the
      *           ACPTFILE by its header run date. Read by ACKRECON,
      *           which matches it back against the ACPTFILE sent.
      ******************************************************************
       01  AK-REGISTRO.
           03 AK-ID-CLIENTE            PIC 9(06).
           03 AK-RESPOSTA              PIC X.
              88 AK-ACK                VALUE 'A'.
              88 AK-NACK               VALUE 'N'.
           03 AK-DATA-REMESSA          PIC 9(08).
           03 AK-RAZAO                 PIC 99.
           03 AK-DESCRICAO             PIC X(30).
