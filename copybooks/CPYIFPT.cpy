      ******************************************************************
      * Copybook: CPYIFPT
      * Purpose:  Partition card of the PARTPARM control file - one
      *           card per slice of a partitioned COBOLIF edit, in
      *           partition order. Each card gives the DM-ID-CLIENTE
      *           range its slice edits; the ranges must follow one
      *           another without gap or overlap from 000000 to
      *           999999, so every transaction belongs to exactly one
      *           slice. The number of cards is the number of
      *           partitions. COBOLIF reads its own card (PARM
      *           'Pnn') and PARTMRG checks that every slice came
      *           back before it rebuilds the day's outputs.
      ******************************************************************
       01  PT-REGISTRO.
           03 PT-PARTICAO              PIC 99.
           03 PT-ID-INICIAL            PIC 9(06).
           03 PT-ID-FINAL              PIC 9(06).
           03 FILLER                   PIC X(66).
