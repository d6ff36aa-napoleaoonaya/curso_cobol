      *AUTCARTAO - LAYOUT DO REGISTRO DE AUTORIZACOES DA REDE DE
      *CARTOES (AUTCARTAO.DAT, INDEXADO PELO NSU DA REDE): O
      *AUTORIZACARTAO GRAVA CADA PEDIDO DECIDIDO (APROVADO OU NEGADO,
      *COM O CODIGO DE RESPOSTA) E O LIQUIDACARTAO CONCILIA A
      *LIQUIDACAO DA REDE CONTRA OS APROVADOS. O NSU JA DECIDIDO NAO
      *E POSTADO DE NOVO NUMA RETOMADA.
       01  REG-AUTORIZACAO.
           05  AU-NSU                PICTURE 9(12).
           05  AU-CARTAO             PICTURE 9(16).
           05  AU-CONTA              PICTURE 9(6).
           05  AU-DATA-MOVTO         PICTURE 9(8).
           05  AU-DATA-HORA          PICTURE 9(14).
           05  AU-TERMINAL           PICTURE X(8).
      *"S" SAQUE NO TERMINAL, "C" COMPRA NO DEBITO.
           05  AU-TIPO               PICTURE X(1).
           05  AU-VALOR              PICTURE 9(7)V99.
      *CODIGO DE RESPOSTA DA REDE: 00 APROVADO, DEMAIS NEGADO.
           05  AU-RESPOSTA           PICTURE 9(2).
               88  AU-APROVADO                    VALUE 00.
           05  AU-MOTIVO             PICTURE X(30).
      *CONCILIACAO: "P" APROVADO AGUARDANDO LIQUIDACAO, "L" LIQUIDADO
      *PELO MESMO VALOR, "D" LIQUIDADO COM DIVERGENCIA; NEGADO FICA
      *EM BRANCO.
           05  AU-SITUACAO-LIQ       PICTURE X(1).
               88  AU-PENDENTE-LIQ                VALUE "P".
               88  AU-LIQUIDADO                   VALUE "L".
               88  AU-DIVERGENTE                  VALUE "D".
           05  AU-DATA-LIQUIDACAO    PICTURE 9(8).
           05  AU-VALOR-LIQUIDADO    PICTURE 9(7)V99.
