      *           close with a reason. Written by COBOLIF when a
      *           reject passes the recycle ceiling, so an escalation
      *           lands on a file the desk can work from instead of
      *           on a console nobody watches at 03:00. ACKRECON
      *           also opens items here (origin 'BN') for the
      *           details the benefits system refused.
      ******************************************************************
       01  SP-REGISTRO.
           03 SP-ID-CLIENTE            PIC 9(06).
