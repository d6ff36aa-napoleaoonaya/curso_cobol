      *ALCADA - LAYOUT DA TABELA DE ALCADAS POR VALOR (ALCADA.DAT),
      *UMA LINHA POR NIVEL DE OPERADOR E TIPO DE DEBITO DE BALCAO:
      *"S" SAQUE, "T" TRANSFERENCIA E "C" CONVERSAO DE MOEDA. O
      *DEBITO DIGITADO ACIMA DO LIMITE DO NIVEL DO CAIXA NAO TOCA O
      *SALDO - FICA RETIDO NO MOVRETIDO.DAT ATE UM SUPERVISOR
      *APROVAR (APROVAMOVTO). SEM LINHA PARA O PAR NIVEL/OPERACAO, O
      *CAIXA (NIVEL 1) NAO TEM ALCADA NENHUMA (TUDO VAI PARA O
      *SUPERVISOR) E O SUPERVISOR (NIVEL 2) NAO TEM LIMITE.
       01  REG-ALCADA.
           05  AC-NIVEL              PICTURE 9(1).
           05  AC-OPERACAO           PICTURE X(1).
           05  AC-LIMITE             PICTURE 9(7)V99.
