           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE WRK-AGENCIA          TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       2600-CREDITAR-DESTINO.
      *CREDITADA: A AGENCIA DO LANCAMENTO E A DELA.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       2900-LER-SUSPENSO.
