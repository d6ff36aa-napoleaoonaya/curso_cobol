           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       3100-REGISTRAR-LOG-LIQUIDACAO.
           MOVE "BATCH"              TO LG-OPERADOR.
           MOVE CM-AGENCIA           TO LG-AGENCIA.
           MOVE "N"                  TO LG-ESTORNADO.
           MOVE SPACES               TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

       9000-ENCERRAR.
