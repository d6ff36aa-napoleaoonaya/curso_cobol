      *INTERENTRADA, OPERACAO "X" COM LG-CONTA-REF CRUZANDO A CONTA
      *DO CLIENTE E A CONTA DE LIQUIDACAO), "Q" COMPENSACAO DE
      *CHEQUES (COMPENSACHEQUE, OPERACAO "H" COM O NUMERO DA FOLHA
      *EM LG-CONTA-REF), "E" LIBERACAO DE EMPRESTIMO PESSOAL
      *(CONTRATAEMPRESTIMO, OPERACAO "D" COM O NUMERO DO CONTRATO EM
      *LG-CONTA-REF) E DEBITO DE PARCELA DO EMPRESTIMO (LOTE, OPERACAO
      *"S" COM O OPERADOR "BATCH" E O CONTRATO EM LG-CONTA-REF), "A"
      *APLICACAO E RESGATE DE CDB (APLICACDB /
      *CDBDIARIO, COM O NUMERO DA APLICACAO EM LG-CONTA-REF), "R"
      *IR RETIDO NO RESGATE DO CDB, "K" LIQUIDACAO DE BOLETO DA
      *COBRANCA DA ESCOLA (RETORNOCNAB, OPERACAO "X" CRUZANDO A CONTA
      *DA ESCOLA E A CONTA DE LIQUIDACAO), "C" SAQUE OU COMPRA COM
      *CARTAO DE DEBITO (AUTORIZACARTAO, OPERACAO "X" CRUZANDO A
      *CONTA DO CLIENTE E A CONTA DE LIQUIDACAO DA REDE 999991), "G"
      *CREDITO DE FOLHA DE PAGAMENTO (FOLHAPAGTO, DEBITO "S" DA CONTA
      *DA EMPRESA CONVENIADA PELO TOTAL DO LOTE E CREDITO "D" DE CADA
      *FUNCIONARIO COM A CONTA DA EMPRESA EM LG-CONTA-REF). A
      *CONCILIACAO DIARIA SO CONFERE A ORIGEM "B"; TARIFA E
      *REPROCESSAMENTO FICAM NO RASTRO DE AUDITORIA E NO FECHAMENTO
      *SEM ENTRAR NO BALANCO DO MOVIMENTO DO DIA (NAO ESTAO NO
      *MOVTOACEITO DA DATA).
           05  LG-ORIGEM             PICTURE X(1)     VALUE SPACE.
      *LG-CONTA-REF CRUZA AS DUAS PERNAS DE UMA TRANSFERENCIA ("T"):
      *NO LANCAMENTO DA ORIGEM GUARDA A CONTA DESTINO E VICE-VERSA.
      *ESTORNO EM SI SAI COM OPERACAO "E" E LG-CONTA-REF APONTANDO A
      *CONTRAPARTE DO LANCAMENTO ORIGINAL.
           05  LG-ESTORNADO          PICTURE X(1).
      *LG-APROVADOR GUARDA O SUPERVISOR QUE LIBEROU O MOVIMENTO
      *RETIDO POR ALCADA (APROVAMOVTO): O CAIXA QUE DIGITOU FICA EM
      *LG-OPERADOR E QUEM APROVOU AQUI. NOS DEMAIS LANCAMENTOS FICA
      *EM BRANCO - INCLUSIVE NO ACERVO ANTERIOR AO CAMPO.
           05  LG-APROVADOR          PICTURE X(8).
