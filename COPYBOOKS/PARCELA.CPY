      *PARCELA - LAYOUT DO CRONOGRAMA DE PARCELAS DOS EMPRESTIMOS
      *(PARCEMPR.DAT), CHAVEADO POR CONTRATO + NUMERO DA PARCELA.
      *GERADO NA CONTRATACAO (CONTRATAEMPRESTIMO) PELA TABELA PRICE:
      *PARCELA FIXA, JUROS SOBRE O SALDO DEVEDOR E AMORTIZACAO PELA
      *DIFERENCA - A ULTIMA PARCELA ABSORVE O RESIDUO DE ARREDONDAMENTO.
       01  REG-PARCELA.
           05  PA-CHAVE.
               10  PA-CONTRATO       PICTURE 9(6).
               10  PA-NUMERO         PICTURE 9(3).
           05  PA-CONTA              PICTURE 9(6).
           05  PA-DATA-VENCTO        PICTURE 9(8).
           05  PA-VALOR-PARCELA      PICTURE 9(7)V99.
           05  PA-VALOR-JUROS        PICTURE 9(7)V99.
           05  PA-VALOR-AMORTIZACAO  PICTURE 9(7)V99.
      *SALDO DEVEDOR DO CONTRATO DEPOIS DE PAGA ESTA PARCELA.
           05  PA-SALDO-DEVEDOR      PICTURE 9(7)V99.
      *STATUS: "A" ABERTA (AINDA NAO VENCEU), "C" COBRADA (DEBITO NA
      *FILA, ESPERANDO O RESULTADO DO LOTE DA DATA DO STATUS), "P"
      *PAGA, "V" VENCIDA (O DEBITO VOLTOU REJEITADO - E REAPRESENTADA
      *A CADA NOITE COM MULTA E MORA ATE PAGAR).
           05  PA-STATUS             PICTURE X(1).
               88  PA-ABERTA                      VALUE "A".
               88  PA-COBRADA                     VALUE "C".
               88  PA-PAGA                        VALUE "P".
               88  PA-VENCIDA                     VALUE "V".
           05  PA-DATA-STATUS        PICTURE 9(8).
      *MULTA E JUROS DE MORA DA PARCELA VENCIDA, RECALCULADOS A CADA
      *NOITE DESDE O VENCIMENTO (PELO EMPRESTPAR.DAT).
           05  PA-VALOR-MORA         PICTURE 9(7)V99.
      *VALOR DEBITADO NA ULTIMA COBRANCA (PARCELA + MORA DO DIA): E
      *POR ELE QUE A REJEICAO NO SUSPENSO.DAT E RECONHECIDA.
           05  PA-VALOR-COBRADO      PICTURE 9(7)V99.
