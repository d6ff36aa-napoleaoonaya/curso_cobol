      *MOVIMENTOS, APLICANDO A TABELA DE DESCONTOS DO MENSALPAR.DAT:
      *IRMAOS (MAIS DE UM ALUNO NA MESMA CONTA DE RESPONSAVEL) E
      *BOLSISTA - QUANDO OS DOIS VALEM, VALE O MAIOR. ALUNO SEM
      *VINCULO SAI APONTADO NO RELATORIO E E COBRADO POR BOLETO
      *(BOLETOESCOLA, NA MESMA RODADA). A POSICAO DE RECEBIVEIS
      *POR TURMA SAI NO ESCOLAREC.PRT - A MENSALIDADE DEIXA DE SER
      *COBRADA NO PAPEL E CONFERIDA A MAO CONTRA O EXTRATO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
                       ADD 1 TO WRK-QTD-SEM-VINCULO
                       MOVE SPACES TO LINHA-ESCOLA
                       STRING "  MATRICULA " AL-MATRICULA
                           " SEM CONTA DE RESPONSAVEL - VAI PARA O "
                           "BOLETO"
                           DELIMITED BY SIZE INTO LINHA-ESCOLA
                       WRITE LINHA-ESCOLA
                   ELSE
