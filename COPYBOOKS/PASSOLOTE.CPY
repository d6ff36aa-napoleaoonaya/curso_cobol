      *PASSOLOTE - LAYOUT DO CONTROLE DE EXECUCAO DO LOTE NOTURNO
      *(EXECLOTE.DAT, INDEXADO POR DATA-MOVIMENTO + PASSO): UM
      *REGISTRO POR PASSO DO NIGHTLY EM CADA DATA, COM INICIO, FIM,
      *RETURN-CODE E OS TOTAIS DE CONTROLE QUE O PASSO GRAVOU NO
      *CONTROLE.DAT. MANTIDO PELO EXECLOTE; NA RETOMADA DE UMA RODADA
      *QUE CAIU, O PASSO CONCLUIDO E PULADO E A CADEIA RECOMECA NO
      *PRIMEIRO QUE NAO TERMINOU. O HISTORICOLOTE LE AS ULTIMAS NOITES
      *PARA ACOMPANHAR O CRESCIMENTO DA JANELA DE LOTE.
       01  REG-EXEC-LOTE.
           05  EX-CHAVE.
               10  EX-DATA-MOVTO     PICTURE 9(8).
               10  EX-PASSO          PICTURE X(3).
      *ORDEM DO PASSO NA RODADA (O CODIGO DO PASSO NAO E ORDENAVEL).
           05  EX-ORDEM              PICTURE 9(3).
           05  EX-SITUACAO           PICTURE X(1).
               88  EX-EM-EXECUCAO                 VALUE "E".
               88  EX-CONCLUIDO                   VALUE "C".
               88  EX-ABORTADO                    VALUE "A".
           05  EX-INICIO             PICTURE 9(14).
           05  EX-FIM                PICTURE 9(14).
           05  EX-DURACAO            PICTURE 9(6).
           05  EX-RETURN-CODE        PICTURE 9(3).
      *QUANTAS VEZES O PASSO RODOU NA DATA (RETOMADAS E REPETICOES
      *FORCADAS PELO OPERADOR INCLUIDAS).
           05  EX-EXECUCOES          PICTURE 9(2).
      *FAIXA DE LINHAS DO CONTROLE.DAT GRAVADA PELO PASSO: A LINHA
      *ANTERIOR AO INICIO E A ULTIMA NO FIM. E POR ELA QUE A RETOMADA
      *DESCARTA O CONTROLE DE UMA EXECUCAO QUE NAO TERMINOU.
           05  EX-CTL-INICIO         PICTURE 9(5).
           05  EX-CTL-FIM            PICTURE 9(5).
           05  EX-QTD-LIDOS          PICTURE 9(7).
           05  EX-QTD-APLICADOS      PICTURE 9(7).
           05  EX-QTD-REJEITADOS     PICTURE 9(7).
           05  EX-HASH-VALOR         PICTURE 9(13)V99.
