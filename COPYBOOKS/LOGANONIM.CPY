      *LOGANONIM - LAYOUT DO REGISTRO DAS ANONIMIZACOES DA LGPD
      *(LOGANONIM.DAT): UMA LINHA POR CLIENTE QUE O ANONIMIZACAO
      *DESCARACTERIZOU (NOME, TELEFONE E ENDERECO), GRAVADA EM EXTEND.
      *SO CRESCE - E A PROVA PARA A AUDITORIA DE PROTECAO DE DADOS DE
      *QUE O DADO PESSOAL FOI ELIMINADO, QUANDO E COM QUAL PRAZO DE
      *GUARDA. O CPF FICA PORQUE CONTINUA SENDO A CHAVE DO
      *CLIENTES.DAT E DO CONTA-MASTER.
       01  REG-LOG-ANONIM.
           05  LA-DATA-HORA          PICTURE 9(14).
           05  LA-DATA-MOVTO         PICTURE 9(8).
           05  LA-CPF                PICTURE X(11).
           05  LA-QTD-CONTAS         PICTURE 9(3).
      *ENCERRAMENTO MAIS RECENTE ENTRE AS CONTAS DO CLIENTE: E DELE
      *QUE CORRE O PRAZO DE GUARDA.
           05  LA-DATA-ENCERRAMENTO  PICTURE 9(8).
           05  LA-ANOS-GUARDA        PICTURE 9(2).
           05  LA-PROGRAMA           PICTURE X(18).
