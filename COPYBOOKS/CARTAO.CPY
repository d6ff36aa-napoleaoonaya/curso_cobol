      *CARTAO - LAYOUT DO CADASTRO DE CARTOES DE DEBITO (CARTOES.DAT,
      *INDEXADO PELO NUMERO DO CARTAO): LIGA O PLASTICO A CONTA DO
      *MASTER, COM STATUS, VALIDADE E LIMITE DIARIO DE SAQUE. EMITIDO
      *E MANTIDO PELO MANUTENCAOCARTAO; O AUTORIZACARTAO CONFERE CADA
      *PEDIDO DA REDE CONTRA ELE E ACUMULA O SACADO NO DIA.
       01  REG-CARTAO.
           05  CA-NUMERO             PICTURE 9(16).
           05  CA-CONTA              PICTURE 9(6).
      *STATUS: ATIVO AUTORIZA; PERDA E ROUBO SAO DEFINITIVOS (O
      *CLIENTE RECEBE OUTRO PLASTICO); CANCELADO E A BAIXA A PEDIDO.
           05  CA-STATUS             PICTURE X(1).
               88  CA-ATIVO                       VALUE "A".
               88  CA-PERDA                       VALUE "P".
               88  CA-ROUBO                       VALUE "R".
               88  CA-CANCELADO                   VALUE "C".
           05  CA-STATUS-DATA        PICTURE 9(8).
           05  CA-DATA-EMISSAO       PICTURE 9(8).
      *VALIDADE IMPRESSA NO PLASTICO (AAAAMM): VALE ATE O ULTIMO DIA
      *DO MES.
           05  CA-VALIDADE           PICTURE 9(6).
           05  CA-LIMITE-DIARIO      PICTURE 9(5)V99.
      *SAQUES JA AUTORIZADOS NA DATA DO ULTIMO SAQUE: EM OUTRA DATA O
      *ACUMULADO RECOMECA DO ZERO.
           05  CA-DATA-ULT-SAQUE     PICTURE 9(8).
           05  CA-SACADO-DIA         PICTURE 9(7)V99.
