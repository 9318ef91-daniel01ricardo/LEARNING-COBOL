      *          is assigned, and each new capture screens against
      *          it first - a name already onboarded is a suspected
      *          duplicate person and lands on the ONBDUP review
      *          report instead of silently taking a second id (a
      *          duplicate the desk confirms is folded into its
      *          survivor by CLIMERGE);
      *          support finds a client id from a name through the
      *          CICPGM1 lookup instead of the printout. Replaces
      *          the whiteboard where the ids used to be allocated.
            MOVE WS-TS-HORA    TO JN-HORA
            MOVE SPACES        TO JN-ANTES
            MOVE DM-REGISTRO   TO JN-DEPOIS
            MOVE SPACES        TO JN-USUARIO
            MOVE SPACES        TO JN-TERMINAL
            WRITE JN-REGISTRO
            .

