      *           already onboarded is a suspected duplicate person
      *           and goes to the review report instead of silently
      *           taking a second id. CICPGM1 reads it for the
      *           lookup-by-name inquiry path. CLIMERGE repoints the
      *           entries of a retired id at the surviving client,
      *           and CLIPURGE deletes those of a client it purges.
      ******************************************************************
       01  NM-REGISTRO.
           03 NM-NOME                  PIC X(20).
