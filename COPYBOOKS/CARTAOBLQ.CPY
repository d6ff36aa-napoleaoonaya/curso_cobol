      *CARTAOBLQ - LAYOUT DA LISTA DE CARTOES BLOQUEADOS POR PERDA OU
      *ROUBO (CARTAOBLQ.DAT): O MANUTENCAOCARTAO SO ACRESCENTA LINHAS,
      *ENTAO O BLOQUEIO E ACEITO A QUALQUER HORA, ATE COM A JANELA DE
      *LOTE ABERTA. O AUTORIZACARTAO RELE A LISTA EM CADA PEDIDO DA
      *REDE (O BLOQUEIO VALE NA HORA) E LEVA O STATUS AO CARTOES.DAT.
       01  REG-CARTAO-BLOQUEADO.
           05  HB-NUMERO             PICTURE 9(16).
           05  HB-MOTIVO             PICTURE X(1).
               88  HB-PERDA                       VALUE "P".
               88  HB-ROUBO                       VALUE "R".
           05  HB-DATA               PICTURE 9(8).
           05  HB-OPERADOR           PICTURE X(8).
