               MOVE "BATCH"              TO LG-OPERADOR
               MOVE CM-AGENCIA           TO LG-AGENCIA
               MOVE "N"                  TO LG-ESTORNADO
               MOVE SPACES               TO LG-APROVADOR
               MOVE WRK-DATA-MOVTO       TO CM-DATA-ULT-MOVTO
               REWRITE REG-CONTA-MASTER
               WRITE REG-LOG-MOVTO
