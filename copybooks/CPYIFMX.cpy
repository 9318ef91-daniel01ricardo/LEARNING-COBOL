      ******************************************************************
      * Copybook: CPYIFMX
      * Purpose:  Client forwarding cross-reference on the MRGXREF
      *           KSDS, keyed by a retired DM-ID-CLIENTE - one per
      *           id CLIMERGE folded into a surviving client after
      *           the desk confirmed an ONBDUP suspected duplicate.
      *           TRANMRG and COBOLIF look every incoming id up here
      *           before they touch the master, so a slip still keyed
      *           with the old id lands on the survivor. A survivor
      *           merged away later gets its own entry, so readers
      *           follow the chain until the id is not on file.
      ******************************************************************
       01  MX-REGISTRO.
           03 MX-ID-RETIRADO           PIC 9(06).
           03 MX-ID-SOBREVIVENTE       PIC 9(06).
           03 MX-DATA                  PIC 9(08).
