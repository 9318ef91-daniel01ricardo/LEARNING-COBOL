      *           step name, start/end times and RETURN-CODE; for
      *           the COBOLIF step also the read/accepted/rejected
      *           control counts picked off its final checkpoint.
      *           A night the calendar marks as non-processing gets a
      *           single record with step SEMPROC, RETURN-CODE zero
      *           and zero counts - the suite stood down on purpose.
      ******************************************************************
       01  RH-REGISTRO.
           03 RH-DATA                  PIC 9(08).
