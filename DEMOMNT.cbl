            MOVE WS-TS-HORA       TO JN-HORA
            MOVE WS-IMAGEM-ANTES  TO JN-ANTES
            MOVE WS-IMAGEM-DEPOIS TO JN-DEPOIS
            MOVE SPACES           TO JN-USUARIO
            MOVE SPACES           TO JN-TERMINAL
            WRITE JN-REGISTRO
            .

