       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. HISTORICOESCOLAR.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT HISTORICO  ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-CHAVE
               FILE STATUS IS WS-STATUS-HISTORICO.
           SELECT ALUNOS  ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.
           SELECT BOLETIM  ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-MATRICULA
               FILE STATUS IS WS-STATUS-BOLETIM.
           SELECT HISTORICO-REL  ASSIGN TO "HISTORICO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO-REL.
       DATA                            DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY HISTORICO.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  BOLETIM.
       01  REG-BOLETIM.
           05  BO-MATRICULA        PICTURE 9(5).
           05  BO-NOME             PICTURE X(20).
           05  BO-QTD-MATERIAS     PICTURE 9(1).
           05  BO-MATERIAS OCCURS 4 TIMES.
               10  BO-NOME-MATERIA     PICTURE X(10).
               10  BO-MEDIA-MATERIA    PICTURE S9(3)V9.
           05  BO-MEDIA-ANUAL      PICTURE S9(3)V9.
           05  BO-SITUACAO         PICTURE X(19).
           05  BO-NOTA-RECUP       PICTURE S9(3)V9.
           05  BO-MEDIA-FINAL      PICTURE S9(3)V9.
           05  BO-SITUACAO-FINAL   PICTURE X(19).
       FD  HISTORICO-REL.
       01  LINHA-HISTORICO     PICTURE X(80).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA EMITE O HISTORICO ESCOLAR DE UM ALUNO PARA
      *PEDIDO DE TRANSFERENCIA: TODOS OS ANOS GUARDADOS NO
      *HISTORICO.DAT PELA VIRADAANO, ANO A ANO COM TURMA, MEDIAS POR
      *MATERIA, RECUPERACAO, FREQUENCIA E RESULTADO FINAL, E O ANO EM
      *CURSO QUANDO JA HOUVER BOLETIM (RESULTADO PARCIAL). SAI NA
      *TELA E NO HISTORICO.PRT PARA IMPRESSAO. SO LE OS ARQUIVOS.
       01  WRK-MATRICULA        PICTURE 9(5) VALUE ZEROS.
       01  WRK-NOME             PICTURE X(20) VALUE SPACES.
       01  WRK-QTD-ANOS         PICTURE 9(2) VALUE ZERO.
       01  WRK-M                PICTURE 9(1) VALUE ZERO.
       01  WRK-MEDIA-DP         PICTURE Z9,9.
       01  WRK-PCT-FREQ-DP      PICTURE ZZ9.
       01  WRK-DATA-HOJE        PICTURE 9(8) VALUE ZERO.
       01  WS-STATUS-HISTORICO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BOLETIM    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-HISTORICO-REL PICTURE X(2) VALUE SPACES.
       01  WS-FIM-HISTORICO     PICTURE X    VALUE "N".
           88  FIM-HISTORICO                  VALUE "S".
       01  WS-SEM-HISTORICO     PICTURE X    VALUE "N".
           88  SEM-HISTORICO                  VALUE "S".
       01  WS-SEM-ALUNOS        PICTURE X    VALUE "N".
           88  SEM-ALUNOS                     VALUE "S".
       01  WS-SEM-BOLETIM       PICTURE X    VALUE "N".
           88  SEM-BOLETIM                    VALUE "S".
       01  WS-ALUNO-ACHADO      PICTURE X    VALUE "N".
           88  ALUNO-ACHADO                   VALUE "S".
       01  WS-BOLETIM-ACHADO    PICTURE X    VALUE "N".
           88  BOLETIM-ACHADO                 VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO PELO MENUPRINCIPAL: AS MARCAS SAO REARMADAS A CADA
      *CHAMADA.
       0000-PRINCIPAL.
           MOVE "N" TO WS-FIM-HISTORICO WS-SEM-HISTORICO WS-SEM-ALUNOS
               WS-SEM-BOLETIM WS-ALUNO-ACHADO WS-BOLETIM-ACHADO.
           MOVE ZERO   TO WRK-QTD-ANOS.
           MOVE SPACES TO WRK-NOME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           DISPLAY "HISTORICO ESCOLAR".
           DISPLAY "INFORME A MATRICULA".
           ACCEPT WRK-MATRICULA.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-LOCALIZAR-ALUNO.
           PERFORM 3000-EMITIR-ANOS-FECHADOS.
           PERFORM 4000-EMITIR-ANO-EM-CURSO.
           IF WRK-QTD-ANOS = ZERO AND NOT BOLETIM-ACHADO
               DISPLAY "MATRICULA " WRK-MATRICULA
                   " SEM HISTORICO E SEM BOLETIM."
               MOVE SPACES TO LINHA-HISTORICO
               STRING "  NENHUM ANO LETIVO REGISTRADO PARA A MATRICULA"
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
               PERFORM 8000-ESCREVER-LINHA
           ELSE
               DISPLAY "HISTORICO EMITIDO EM HISTORICO.PRT."
           END-IF.
           PERFORM 9000-ENCERRAR.
           GOBACK.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT HISTORICO.
           IF WS-STATUS-HISTORICO = "35"
               SET SEM-HISTORICO TO TRUE
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALUNOS = "35"
               SET SEM-ALUNOS TO TRUE
           END-IF.
           IF WS-STATUS-ALUNOS = "39"
               DISPLAY "ALUNOS.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               SET SEM-ALUNOS TO TRUE
           END-IF.
           OPEN INPUT BOLETIM.
           IF WS-STATUS-BOLETIM = "35"
               SET SEM-BOLETIM TO TRUE
           END-IF.
           IF WS-STATUS-BOLETIM = "39"
               DISPLAY "BOLETIM.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               SET SEM-BOLETIM TO TRUE
           END-IF.
           OPEN OUTPUT HISTORICO-REL.

      *O NOME SAI DO CADASTRO QUANDO O ALUNO AINDA ESTA NA ESCOLA;
      *DO CONCLUINTE (JA FORA DO CADASTRO) VEM DO PROPRIO HISTORICO.
       2000-LOCALIZAR-ALUNO.
           IF NOT SEM-ALUNOS
               MOVE WRK-MATRICULA TO AL-MATRICULA
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALUNO-ACHADO TO TRUE
                       MOVE AL-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "HISTORICO ESCOLAR - EMITIDO EM " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.
           MOVE SPACES TO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.

       3000-EMITIR-ANOS-FECHADOS.
           IF SEM-HISTORICO
               SET FIM-HISTORICO TO TRUE
           ELSE
               MOVE WRK-MATRICULA TO HI-MATRICULA
               MOVE ZEROS         TO HI-ANO
               START HISTORICO KEY IS NOT LESS THAN HI-CHAVE
                   INVALID KEY
                       SET FIM-HISTORICO TO TRUE
               END-START
           END-IF.
           PERFORM 3100-EMITIR-ANO
               UNTIL FIM-HISTORICO.

       3100-EMITIR-ANO.
           READ HISTORICO NEXT RECORD
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HI-MATRICULA NOT = WRK-MATRICULA
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       PERFORM 3200-IMPRIMIR-ANO
                   END-IF
           END-READ.
           IF WS-STATUS-HISTORICO NOT = "00"
               AND WS-STATUS-HISTORICO NOT = "10"
               SET FIM-HISTORICO TO TRUE
           END-IF.

       3200-IMPRIMIR-ANO.
           ADD 1 TO WRK-QTD-ANOS.
           IF WRK-QTD-ANOS = 1
               IF WRK-NOME = SPACES
                   MOVE HI-NOME TO WRK-NOME
               END-IF
               PERFORM 3900-IMPRIMIR-IDENTIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "ANO LETIVO " HI-ANO " - TURMA " HI-TURMA
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > HI-QTD-MATERIAS OR WRK-M > 4
               MOVE HI-MEDIA-MATERIA (WRK-M) TO WRK-MEDIA-DP
               MOVE SPACES TO LINHA-HISTORICO
               STRING "  " HI-NOME-MATERIA (WRK-M)
                   " - MEDIA: " WRK-MEDIA-DP
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
               PERFORM 8000-ESCREVER-LINHA
           END-PERFORM.
           MOVE HI-MEDIA-ANUAL TO WRK-MEDIA-DP.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "  MEDIA ANUAL: " WRK-MEDIA-DP " - " HI-SITUACAO
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.
           IF HI-NOTA-RECUP NOT = ZEROS
               MOVE HI-NOTA-RECUP TO WRK-MEDIA-DP
               MOVE SPACES TO LINHA-HISTORICO
               STRING "  NOTA DA RECUPERACAO: " WRK-MEDIA-DP
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
               PERFORM 8000-ESCREVER-LINHA
           END-IF.
           MOVE SPACES TO LINHA-HISTORICO.
           IF HI-AULAS-DADAS > ZERO
               MOVE HI-PCT-FREQ TO WRK-PCT-FREQ-DP
               STRING "  FREQUENCIA: " WRK-PCT-FREQ-DP
                   " PORCENTO DAS AULAS"
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
           ELSE
               STRING "  FREQUENCIA: SEM REGISTRO"
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
           END-IF.
           PERFORM 8000-ESCREVER-LINHA.
           MOVE HI-MEDIA-FINAL TO WRK-MEDIA-DP.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "  RESULTADO FINAL: MEDIA " WRK-MEDIA-DP " - "
               HI-SITUACAO-FINAL
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.
           MOVE SPACES TO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.

       3900-IMPRIMIR-IDENTIFICACAO.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "MATRICULA " WRK-MATRICULA " - " WRK-NOME
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.
           MOVE SPACES TO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.

      *O BOLETIM DO ANO CORRENTE AINDA NAO FOI PARA O HISTORICO: SAI
      *MARCADO COMO PARCIAL, SEM VALER COMO RESULTADO DO ANO.
       4000-EMITIR-ANO-EM-CURSO.
           IF NOT SEM-BOLETIM
               MOVE WRK-MATRICULA TO BO-MATRICULA
               READ BOLETIM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BOLETIM-ACHADO TO TRUE
                       PERFORM 4100-IMPRIMIR-ANO-EM-CURSO
               END-READ
           END-IF.

       4100-IMPRIMIR-ANO-EM-CURSO.
           IF WRK-QTD-ANOS = ZERO
               IF WRK-NOME = SPACES
                   MOVE BO-NOME TO WRK-NOME
               END-IF
               PERFORM 3900-IMPRIMIR-IDENTIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-HISTORICO.
           IF ALUNO-ACHADO
               STRING "ANO EM CURSO - TURMA " AL-TURMA
                   " - RESULTADO PARCIAL"
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
           ELSE
               STRING "ANO EM CURSO - RESULTADO PARCIAL"
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
           END-IF.
           PERFORM 8000-ESCREVER-LINHA.
           IF BO-QTD-MATERIAS > 4
               MOVE 4 TO BO-QTD-MATERIAS
           END-IF.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > BO-QTD-MATERIAS
               MOVE BO-MEDIA-MATERIA (WRK-M) TO WRK-MEDIA-DP
               MOVE SPACES TO LINHA-HISTORICO
               STRING "  " BO-NOME-MATERIA (WRK-M)
                   " - MEDIA: " WRK-MEDIA-DP
                   DELIMITED BY SIZE INTO LINHA-HISTORICO
               PERFORM 8000-ESCREVER-LINHA
           END-PERFORM.
           MOVE BO-MEDIA-FINAL TO WRK-MEDIA-DP.
           MOVE SPACES TO LINHA-HISTORICO.
           STRING "  MEDIA ATE AGORA: " WRK-MEDIA-DP
               DELIMITED BY SIZE INTO LINHA-HISTORICO.
           PERFORM 8000-ESCREVER-LINHA.

      *CADA LINHA VAI PARA O HISTORICO.PRT E PARA A TELA.
       8000-ESCREVER-LINHA.
           WRITE LINHA-HISTORICO.
           DISPLAY LINHA-HISTORICO.

       9000-ENCERRAR.
           IF NOT SEM-HISTORICO
               CLOSE HISTORICO
           END-IF.
           IF NOT SEM-ALUNOS
               CLOSE ALUNOS
           END-IF.
           IF NOT SEM-BOLETIM
               CLOSE BOLETIM
           END-IF.
           CLOSE HISTORICO-REL.
