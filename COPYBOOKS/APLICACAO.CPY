      *APLICACAO - LAYOUT DO CADASTRO DE APLICACOES EM CDB
      *(APLICCDB.DAT), CHAVEADO PELO NUMERO DA APLICACAO E VINCULADO
      *A CONTA CORRENTE (CM-CONTA) DE ONDE O DINHEIRO SAIU E PARA
      *ONDE VOLTA NO RESGATE. ABERTA E RESGATADA ANTES DO PRAZO PELO
      *APLICACDB (MENU); RENDIMENTO APROPRIADO E RESGATE NO
      *VENCIMENTO PELO CDBDIARIO NO LOTE.
       01  REG-APLICACAO.
           05  AP-NUMERO             PICTURE 9(6).
           05  AP-CONTA              PICTURE 9(6).
           05  AP-AGENCIA            PICTURE 9(3).
           05  AP-VALOR-APLICADO     PICTURE 9(7)V99.
           05  AP-DATA-APLICACAO     PICTURE 9(8).
           05  AP-DATA-VENCTO        PICTURE 9(8).
      *TAXA CONTRATADA AO ANO EM FRACAO (0,1150 = 11,50% A.A.),
      *CAPITALIZADA POR DIA CORRIDO NA BASE 365.
           05  AP-TAXA-ANO           PICTURE 9V9(4).
      *RENDIMENTO BRUTO ACUMULADO ATE A DATA DA ULTIMA APROPRIACAO,
      *REFEITO DO ZERO A CADA NOITE A PARTIR DO VALOR APLICADO.
           05  AP-RENDIMENTO-BRUTO   PICTURE 9(7)V99.
           05  AP-DATA-APROPRIACAO   PICTURE 9(8).
      *STATUS: "A" ATIVA, "V" RESGATADA NO VENCIMENTO, "R" RESGATADA
      *ANTES DO PRAZO (COM MULTA SOBRE O RENDIMENTO).
           05  AP-STATUS             PICTURE X(1).
               88  AP-ATIVA                       VALUE "A".
               88  AP-VENCIDA                     VALUE "V".
               88  AP-RESGATADA                   VALUE "R".
      *RESGATE: MULTA DO RESGATE ANTECIPADO, IR RETIDO NA FONTE
      *(TABELA REGRESSIVA PELO PRAZO DA APLICACAO) E O LIQUIDO QUE
      *VOLTOU PARA A CONTA.
           05  AP-DATA-RESGATE       PICTURE 9(8).
           05  AP-VALOR-MULTA        PICTURE 9(7)V99.
           05  AP-VALOR-IR           PICTURE 9(7)V99.
           05  AP-VALOR-LIQUIDO      PICTURE 9(7)V99.
           05  AP-OPERADOR           PICTURE X(8).
