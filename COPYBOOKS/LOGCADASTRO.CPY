      *LOGCADASTRO - LAYOUT DA TRILHA DE AUDITORIA CADASTRAL
      *(LOGCADASTRO.DAT): CADA CAMPO ALTERADO NA MANUTENCAO CADASTRAL
      *VIRA UMA LINHA COM IMAGEM ANTES/DEPOIS, OPERADOR E INSTANTE. E
      *LIDO PELO RELATORIO DO TITULAR (DADOSTITULAR) E TEM O NOME
      *ANONIMIZADO JUNTO COM O CADASTRO (ANONIMIZACAO).
       01  REG-LOG-CADASTRO.
           05  LC-DATA-HORA          PICTURE 9(14).
           05  LC-OPERADOR           PICTURE X(8).
           05  LC-CONTA              PICTURE 9(6).
           05  LC-CAMPO              PICTURE X(10).
           05  LC-ANTES              PICTURE X(30).
           05  LC-DEPOIS             PICTURE X(30).
