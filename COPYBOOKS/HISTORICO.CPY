      *HISTORICO - LAYOUT DO HISTORICO ESCOLAR PERMANENTE
      *(HISTORICO.DAT): UM REGISTRO POR MATRICULA E ANO LETIVO,
      *GRAVADO PELO VIRADAANO NA VIRADA DO ANO A PARTIR DO BOLETIM
      *FECHADO (JA COM O RESULTADO DA RECUPERACAO) E DA FREQUENCIA DO
      *ALUNOS.DAT. O BOLETIM.DAT E O ALUNOS.DAT SO GUARDAM O ANO
      *CORRENTE; O QUE FICA DOS ANOS ANTERIORES ESTA AQUI. LIDO PELO
      *HISTORICOESCOLAR PARA A EMISSAO DO HISTORICO DE TRANSFERENCIA.
       01  REG-HISTORICO.
           05  HI-CHAVE.
               10  HI-MATRICULA        PICTURE 9(5).
               10  HI-ANO              PICTURE 9(4).
           05  HI-NOME                 PICTURE X(20).
      *TURMA CURSADA NO ANO (EM BRANCO SE O ALUNO NAO FOI ENTURMADO).
           05  HI-TURMA                PICTURE X(6).
           05  HI-QTD-MATERIAS         PICTURE 9(1).
           05  HI-MATERIAS OCCURS 4 TIMES.
               10  HI-NOME-MATERIA     PICTURE X(10).
               10  HI-MEDIA-MATERIA    PICTURE S9(3)V9.
           05  HI-MEDIA-ANUAL          PICTURE S9(3)V9.
           05  HI-SITUACAO             PICTURE X(19).
           05  HI-NOTA-RECUP           PICTURE S9(3)V9.
           05  HI-MEDIA-FINAL          PICTURE S9(3)V9.
           05  HI-SITUACAO-FINAL       PICTURE X(19).
           05  HI-AULAS-DADAS          PICTURE 9(4).
           05  HI-AULAS-PRESENTES      PICTURE 9(4).
           05  HI-PCT-FREQ             PICTURE 9(3).
      *DATA-MOVIMENTO EM QUE O ANO FOI FECHADO PELO VIRADAANO.
           05  HI-DATA-VIRADA          PICTURE 9(8).
