      *LEU, APLICOU E REJEITOU, MAIS UM HASH DE VALORES. O
      *BALANCODIARIO CONFERE OS PASSOS ENTRE SI NO FIM DA CADEIA E
      *DERRUBA O LOTE (RETURN-CODE 8) QUANDO OS TOTAIS NAO BATEM.
      *O EXECLOTE ZERA O CONTROLE.DAT NA ABERTURA DE UMA RODADA NOVA
      *E O PRESERVA NA RETOMADA, DESCARTANDO SO AS LINHAS DO PASSO QUE
      *VAI RODAR DE NOVO.
       01  REG-CONTROLE.
           05  CT-DATA-MOVTO         PICTURE 9(8).
           05  CT-PROGRAMA           PICTURE X(25).
