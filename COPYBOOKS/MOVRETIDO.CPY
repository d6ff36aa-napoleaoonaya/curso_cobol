      *MOVRETIDO - LAYOUT DOS DEBITOS DE BALCAO RETIDOS POR ALCADA
      *(MOVRETIDO.DAT): O SOMAESUBTRACAO GRAVA AQUI O SAQUE,
      *TRANSFERENCIA OU CONVERSAO ACIMA DO LIMITE DO CAIXA (TABELA
      *ALCADA.DAT) SEM MEXER NO SALDO. O SUPERVISOR APROVA OU
      *REJEITA NO APROVAMOVTO - SO A APROVACAO LANCA O DEBITO, COM O
      *CAIXA E O APROVADOR NO LOGMOVTO. O QUE CONTINUA PENDENTE NO
      *FECHAMENTO DE CAIXA DA DATA EXPIRA E SAI NO FECHCAIXA.PRT; O
      *FECHAMENTO DA DATA SEGUINTE DESCARTA OS JA DECIDIDOS.
       01  REG-MOV-RETIDO.
           05  MR-DATA-MOVTO         PICTURE 9(8).
           05  MR-DATA-HORA          PICTURE 9(14).
           05  MR-CONTA              PICTURE 9(6).
           05  MR-OPERACAO           PICTURE X(1).
           05  MR-VALOR              PICTURE S9(7)V99.
      *CONTA CREDITADA NA TRANSFERENCIA E NA CONVERSAO; ZEROS NO
      *SAQUE.
           05  MR-CONTA-DESTINO      PICTURE 9(6).
           05  MR-OPERADOR           PICTURE X(8).
      *LIMITE DA ALCADA DO CAIXA NO MOMENTO DA RETENCAO, PARA O
      *SUPERVISOR VER QUANTO O DEBITO EXCEDEU.
           05  MR-LIMITE             PICTURE 9(7)V99.
           05  MR-SITUACAO           PICTURE X(1).
               88  MR-PENDENTE                VALUE "P".
               88  MR-APROVADO                VALUE "A".
               88  MR-REJEITADO               VALUE "R".
               88  MR-EXPIRADO                VALUE "X".
           05  MR-APROVADOR          PICTURE X(8).
      *INSTANTE DA DECISAO (APROVACAO, REJEICAO OU EXPIRACAO) COM A
      *DATA-MOVIMENTO NAS 8 PRIMEIRAS POSICOES, COMO O LG-DATA-HORA.
           05  MR-DATA-DECISAO       PICTURE 9(14).
      *MOTIVO DA REJEICAO (DIGITADO PELO SUPERVISOR OU DA RECRITICA
      *NA APROVACAO: SALDO, CONTA FECHADA NESSE MEIO TEMPO ETC.).
           05  MR-MOTIVO             PICTURE X(30).
