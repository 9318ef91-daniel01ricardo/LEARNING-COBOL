      ******************************************************************
      * Copybook: CPYIFTX
      * Purpose:  Reference-rate index record of the RATEIDX file -
      *           one per published rate, the date it takes effect
      *           and the period rate in the same unit as LN-TAXA.
      *           The file is kept in effective-date order; the rate
      *           in force on a date is the last one effective on or
      *           before it. REAJUSTE reprices the indexed loans from
      *           it on their reset dates.
      ******************************************************************
       01  TX-REGISTRO.
           03 TX-DATA-VIGENCIA         PIC 9(08).
           03 TX-TAXA                  PIC 9(03)V9(04).
