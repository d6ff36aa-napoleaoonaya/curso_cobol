       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. ALUNORISCO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *NOTAS POR BIMESTRE DO ANO EM CURSO, O MESMO ARQUIVO QUE
      *ALIMENTA O BOLETIM.
           SELECT NOTAS-BOLETIM  ASSIGN TO "BOLETIMDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-NOTAS-BOLETIM.
           SELECT ALUNOS  ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CPF
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT RISCO-REL  ASSIGN TO "RISCO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RISCO-REL.
           SELECT AVISO-REL  ASSIGN TO "AVISORISCO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVISO-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CLASSIFICACAO  ASSIGN TO "RISSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  NOTAS-BOLETIM.
       01  REG-NOTAS-BOLETIM.
           05  NB-MATRICULA        PICTURE 9(5).
           05  NB-NOME             PICTURE X(20).
           05  NB-QTD-MATERIAS     PICTURE 9(1).
           05  NB-MATERIAS OCCURS 4 TIMES.
               10  NB-NOME-MATERIA     PICTURE X(10).
               10  NB-NOTAS-BIM OCCURS 4 TIMES PICTURE S9(3)V9.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  RISCO-REL.
       01  LINHA-RISCO         PICTURE X(80).
       FD  AVISO-REL.
       01  LINHA-AVISO         PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
      *UM REGISTRO POR MOTIVO DE RISCO: O ALUNO PODE TER VARIAS
      *MATERIAS ABAIXO DA MEDIA E AINDA A FREQUENCIA.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-TURMA            PICTURE X(6).
           05  CL-MATRICULA        PICTURE 9(5).
      *"1" NOTA DE MATERIA, "2" FREQUENCIA.
           05  CL-TIPO             PICTURE X(1).
           05  CL-NOME             PICTURE X(20).
           05  CL-MOTIVO           PICTURE X(50).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O ALERTA DE RISCO DE REPROVACAO NO MEIO DO
      *ANO, RODADO SOB DEMANDA NO FECHAMENTO DE CADA BIMESTRE: CRUZA
      *AS NOTAS DOS BIMESTRES JA FECHADOS (BOLETIMDIA.DAT) COM A
      *FREQUENCIA ACUMULADA (AL-PCT-FREQ) E APONTA O ALUNO COM MEDIA
      *PARCIAL ABAIXO DE 60 EM QUALQUER MATERIA OU COM FREQUENCIA
      *ABAIXO DE 80% (A 5 PONTOS DO LIMITE DE 75% QUE REPROVA POR
      *FALTA). SAI A LISTA POR TURMA PARA A COORDENACAO (RISCO.PRT)
      *E UM AVISO POR ALUNO PARA O RESPONSAVEL (AVISORISCO.PRT),
      *ENDERECADO AO TITULAR DA AL-CONTA-RESP NO CLIENTES.DAT. SO LE
      *OS ARQUIVOS.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-DP          PICTURE X(10) VALUE SPACES.
       01  WRK-BIMESTRES        PICTURE 9(1) VALUE ZERO.
       01  WRK-MEDIA-MINIMA     PICTURE 9(2)V9 VALUE 60,0.
       01  WRK-FREQ-MINIMA      PICTURE 9(3)  VALUE 75.
       01  WRK-FREQ-ALERTA      PICTURE 9(3)  VALUE 80.
       01  WRK-SOMA-BIM         PICTURE S9(5)V9 VALUE ZERO.
       01  WRK-MEDIA-PARCIAL    PICTURE S9(3)V9 VALUE ZERO.
       01  WRK-MEDIA-DP         PICTURE Z9,9.
       01  WRK-PCT-FREQ-DP      PICTURE ZZ9.
       01  WRK-INDICE-MATERIA   PICTURE 9(1) VALUE ZERO.
       01  WRK-INDICE-BIM       PICTURE 9(1) VALUE ZERO.
       01  WRK-TURMA-ALUNO      PICTURE X(6) VALUE SPACES.
       01  WRK-TURMA-ATUAL      PICTURE X(6) VALUE SPACES.
       01  WRK-MATRICULA-ATUAL  PICTURE 9(5) VALUE ZERO.
       01  WRK-NOME-ATUAL       PICTURE X(20) VALUE SPACES.
       01  WRK-TEM-TURMA        PICTURE X    VALUE "N".
       01  WRK-TEM-ALUNO        PICTURE X    VALUE "N".
       01  WRK-TEM-FALTA        PICTURE X    VALUE "N".
      *MOTIVOS DO ALUNO EM CURSO, GUARDADOS ATE A QUEBRA DE
      *MATRICULA PARA MONTAR O AVISO AO RESPONSAVEL.
       01  WRK-TABELA-MOTIVOS.
           05  WRK-MOTIVO OCCURS 5 TIMES PICTURE X(50).
       01  WRK-QTD-MOTIVOS      PICTURE 9(1) VALUE ZERO.
       01  WRK-I                PICTURE 9(1) VALUE ZERO.
       01  WRK-RESP-NOME        PICTURE X(20) VALUE SPACES.
       01  WRK-RESP-ENDERECO    PICTURE X(30) VALUE SPACES.
       01  WRK-QTD-ALUNOS-TURMA PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-EM-RISCO     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-POR-NOTA     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-POR-FALTA    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-SEM-RESP     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
      *CONTROLE DE PAGINACAO DO RELATORIO: CABECALHO COM PROGRAMA,
      *DATA E PAGINA, QUEBRA NO TAMANHO DE PAGINA DA IMPRESSORA.
       01  WRK-LINHAS-PAGINA  PICTURE 9(2) VALUE 99.
       01  WRK-PAGINA         PICTURE 9(4) VALUE ZERO.
       01  WRK-PAGINA-DP      PICTURE ZZZ9.
       01  WRK-LINHA-GUARDADA PICTURE X(80) VALUE SPACES.
       01  WS-STATUS-NOTAS-BOLETIM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RISCO-REL  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-AVISO-REL  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-NOTAS-BOLETIM PICTURE X    VALUE "N".
           88  FIM-NOTAS-BOLETIM              VALUE "S".
       01  WS-FIM-ALUNOS        PICTURE X    VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-SEM-CONTA         PICTURE X    VALUE "N".
           88  SEM-CONTA                      VALUE "S".
       01  WS-SEM-CLIENTES      PICTURE X    VALUE "N".
           88  SEM-CLIENTES                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-TURMA CL-MATRICULA CL-TIPO
               INPUT PROCEDURE IS 2000-LIBERAR-RISCOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-RISCOS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *QUANTOS BIMESTRES JA FORAM FECHADOS DECIDE QUANTAS NOTAS
      *ENTRAM NA MEDIA PARCIAL - BIMESTRE AINDA ABERTO VEM ZERADO NO
      *ARQUIVO E NAO PODE PUXAR A MEDIA PARA BAIXO.
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           DISPLAY "ALERTA DE RISCO DE REPROVACAO".
           DISPLAY "INFORME QUANTOS BIMESTRES JA FORAM FECHADOS "
               "(1 A 4)".
           ACCEPT WRK-BIMESTRES.
           IF WRK-BIMESTRES = ZERO OR WRK-BIMESTRES > 4
               DISPLAY "ALUNORISCO: QUANTIDADE DE BIMESTRES INVALIDA ("
                   WRK-BIMESTRES ") - NADA FEITO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOTAS-BOLETIM.
           IF WS-STATUS-NOTAS-BOLETIM = "35"
               DISPLAY "ALUNORISCO: SEM BOLETIMDIA.DAT - SO A "
                   "FREQUENCIA SERA AVALIADA"
               SET FIM-NOTAS-BOLETIM TO TRUE
           END-IF.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALUNOS = "35"
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               OPEN INPUT ALUNOS
           END-IF.
           IF WS-STATUS-ALUNOS = "39"
               DISPLAY "ALUNOS.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "35"
               SET SEM-CONTA TO TRUE
           END-IF.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               SET SEM-CLIENTES TO TRUE
           END-IF.
           OPEN OUTPUT RISCO-REL.
           OPEN OUTPUT AVISO-REL.
           MOVE SPACES TO WRK-DATA-DP.
           STRING WRK-DATA-MOVTO (7:2) "/" WRK-DATA-MOVTO (5:2) "/"
               WRK-DATA-MOVTO (1:4)
               DELIMITED BY SIZE INTO WRK-DATA-DP.

      *DATA-MOVIMENTO: DATA CONTABIL DO CARTAO DATAMOVTO.DAT. SEM O
      *CARTAO, VALE A DATA DA MAQUINA.
       1050-LER-DATA-MOVTO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-MOVTO.
           OPEN INPUT DATA-MOVTO.
           IF WS-STATUS-DATA-MOVTO NOT = "35"
               READ DATA-MOVTO
                   NOT AT END
                       IF DM-DATA-MOVTO NUMERIC
                           AND DM-DATA-MOVTO NOT = ZEROS
                           MOVE DM-DATA-MOVTO TO WRK-DATA-MOVTO
                       END-IF
               END-READ
               CLOSE DATA-MOVTO
           END-IF.

      *ENTRADA DA CLASSIFICACAO: PRIMEIRO AS MATERIAS ABAIXO DA
      *MEDIA (BOLETIMDIA.DAT), DEPOIS A FREQUENCIA DE TODO O
      *CADASTRO - ALUNO SEM NOTAS LANCADAS TAMBEM PODE ESTAR FALTANDO.
       2000-LIBERAR-RISCOS.
           IF NOT FIM-NOTAS-BOLETIM
               PERFORM 2900-LER-NOTAS-BOLETIM
           END-IF.
           PERFORM 2100-AVALIAR-NOTAS
               UNTIL FIM-NOTAS-BOLETIM.
           MOVE LOW-VALUES TO AL-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2500-AVALIAR-FREQUENCIA
               UNTIL FIM-ALUNOS.

       2100-AVALIAR-NOTAS.
           IF NB-QTD-MATERIAS = ZERO OR NB-QTD-MATERIAS > 4
               DISPLAY "ALUNORISCO: QTD DE MATERIAS INVALIDA ("
                   NB-QTD-MATERIAS ") PARA A MATRICULA " NB-MATRICULA
                   " - REGISTRO IGNORADO"
           ELSE
               PERFORM 2150-BUSCAR-TURMA
               PERFORM 2200-AVALIAR-MATERIA
                   VARYING WRK-INDICE-MATERIA FROM 1 BY 1
                   UNTIL WRK-INDICE-MATERIA > NB-QTD-MATERIAS
           END-IF.
           PERFORM 2900-LER-NOTAS-BOLETIM.

       2150-BUSCAR-TURMA.
           MOVE "(S/T)" TO WRK-TURMA-ALUNO.
           MOVE NB-MATRICULA TO AL-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-TURMA NOT = SPACES
                       MOVE AL-TURMA TO WRK-TURMA-ALUNO
                   END-IF
           END-READ.

       2200-AVALIAR-MATERIA.
           MOVE ZERO TO WRK-SOMA-BIM.
           PERFORM VARYING WRK-INDICE-BIM FROM 1 BY 1
                   UNTIL WRK-INDICE-BIM > WRK-BIMESTRES
               ADD NB-NOTAS-BIM (WRK-INDICE-MATERIA WRK-INDICE-BIM)
                   TO WRK-SOMA-BIM
           END-PERFORM.
           COMPUTE WRK-MEDIA-PARCIAL ROUNDED =
               WRK-SOMA-BIM / WRK-BIMESTRES.
           IF WRK-MEDIA-PARCIAL < WRK-MEDIA-MINIMA
               MOVE WRK-MEDIA-PARCIAL TO WRK-MEDIA-DP
               MOVE WRK-TURMA-ALUNO TO CL-TURMA
               MOVE NB-MATRICULA    TO CL-MATRICULA
               MOVE "1"             TO CL-TIPO
               MOVE NB-NOME         TO CL-NOME
               MOVE SPACES          TO CL-MOTIVO
               STRING NB-NOME-MATERIA (WRK-INDICE-MATERIA)
                   ": MEDIA PARCIAL " WRK-MEDIA-DP
                   " (MINIMO 60,0)"
                   DELIMITED BY SIZE INTO CL-MOTIVO
               RELEASE REG-CLASS
           END-IF.

      *SEM AULAS DADAS NAO HA PERCENTUAL - NADA A AVALIAR.
       2500-AVALIAR-FREQUENCIA.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
               NOT AT END
                   IF AL-AULAS-DADAS > ZERO
                       AND AL-PCT-FREQ < WRK-FREQ-ALERTA
                       PERFORM 2600-LIBERAR-FREQUENCIA
                   END-IF
           END-READ.
           IF WS-STATUS-ALUNOS NOT = "00"
               AND WS-STATUS-ALUNOS NOT = "10"
               SET FIM-ALUNOS TO TRUE
           END-IF.

       2600-LIBERAR-FREQUENCIA.
           IF AL-TURMA = SPACES
               MOVE "(S/T)" TO CL-TURMA
           ELSE
               MOVE AL-TURMA TO CL-TURMA
           END-IF.
           MOVE AL-MATRICULA TO CL-MATRICULA.
           MOVE "2"          TO CL-TIPO.
           MOVE AL-NOME      TO CL-NOME.
           MOVE AL-PCT-FREQ  TO WRK-PCT-FREQ-DP.
           MOVE SPACES       TO CL-MOTIVO.
           IF AL-PCT-FREQ < WRK-FREQ-MINIMA
               STRING "FREQUENCIA DE " WRK-PCT-FREQ-DP
                   "% - ABAIXO DO MINIMO DE 75%"
                   DELIMITED BY SIZE INTO CL-MOTIVO
           ELSE
               STRING "FREQUENCIA DE " WRK-PCT-FREQ-DP
                   "% - PROXIMA DO MINIMO DE 75%"
                   DELIMITED BY SIZE INTO CL-MOTIVO
           END-IF.
           RELEASE REG-CLASS.

       2900-LER-NOTAS-BOLETIM.
           READ NOTAS-BOLETIM
               AT END
                   SET FIM-NOTAS-BOLETIM TO TRUE
           END-READ.

      *SAIDA DA CLASSIFICACAO: QUEBRA POR TURMA NA LISTA DA
      *COORDENACAO E POR MATRICULA NO AVISO AO RESPONSAVEL.
       3000-IMPRIMIR-RISCOS.
           PERFORM 3950-RETORNAR-CLASS.
           PERFORM 3100-PROCESSAR-MOTIVO
               UNTIL FIM-CLASS.
           IF WRK-TEM-ALUNO = "S"
               PERFORM 3400-FECHAR-ALUNO
           END-IF.
           IF WRK-TEM-TURMA = "S"
               PERFORM 3600-FECHAR-TURMA
           END-IF.

       3100-PROCESSAR-MOTIVO.
           IF WRK-TEM-ALUNO = "S"
               AND (CL-MATRICULA NOT = WRK-MATRICULA-ATUAL
                   OR CL-TURMA NOT = WRK-TURMA-ATUAL)
               PERFORM 3400-FECHAR-ALUNO
           END-IF.
           IF WRK-TEM-TURMA = "N" OR CL-TURMA NOT = WRK-TURMA-ATUAL
               IF WRK-TEM-TURMA = "S"
                   PERFORM 3600-FECHAR-TURMA
               END-IF
               PERFORM 3500-ABRIR-TURMA
           END-IF.
           IF WRK-TEM-ALUNO = "N"
               PERFORM 3300-ABRIR-ALUNO
           END-IF.
           MOVE SPACES TO LINHA-RISCO.
           STRING "  " CL-MATRICULA " " CL-NOME " " CL-MOTIVO
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           IF CL-TIPO = "2"
               MOVE "S" TO WRK-TEM-FALTA
           END-IF.
           IF WRK-QTD-MOTIVOS < 5
               ADD 1 TO WRK-QTD-MOTIVOS
               MOVE CL-MOTIVO TO WRK-MOTIVO (WRK-QTD-MOTIVOS)
           END-IF.
           PERFORM 3950-RETORNAR-CLASS.

       3300-ABRIR-ALUNO.
           MOVE "S"          TO WRK-TEM-ALUNO.
           MOVE CL-MATRICULA TO WRK-MATRICULA-ATUAL.
           MOVE CL-NOME      TO WRK-NOME-ATUAL.
           MOVE ZERO         TO WRK-QTD-MOTIVOS.
           MOVE "N"          TO WRK-TEM-FALTA.
           ADD 1 TO WRK-QTD-EM-RISCO.
           ADD 1 TO WRK-QTD-ALUNOS-TURMA.
           IF CL-TIPO = "1"
               ADD 1 TO WRK-QTD-POR-NOTA
           END-IF.

       3400-FECHAR-ALUNO.
           IF WRK-TEM-FALTA = "S"
               ADD 1 TO WRK-QTD-POR-FALTA
           END-IF.
           PERFORM 3450-BUSCAR-RESPONSAVEL.
           PERFORM 4000-EMITIR-AVISO.
           MOVE "N" TO WRK-TEM-ALUNO.

      *RESPONSAVEL = TITULAR DA CONTA VINCULADA AO ALUNO (AL-CONTA-
      *RESP -> CM-CPF -> CLIENTES.DAT). SEM VINCULO OU SEM CADASTRO
      *O AVISO SAI "AOS PAIS OU RESPONSAVEIS" PARA ENTREGA NA ESCOLA.
       3450-BUSCAR-RESPONSAVEL.
           MOVE SPACES TO WRK-RESP-NOME.
           MOVE SPACES TO WRK-RESP-ENDERECO.
           MOVE WRK-MATRICULA-ATUAL TO AL-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   MOVE ZEROS TO AL-CONTA-RESP
           END-READ.
           IF AL-CONTA-RESP NOT = ZEROS AND NOT SEM-CONTA
               MOVE AL-CONTA-RESP TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3460-BUSCAR-CLIENTE
               END-READ
           END-IF.
           IF WRK-RESP-NOME = SPACES
               ADD 1 TO WRK-QTD-SEM-RESP
           END-IF.

       3460-BUSCAR-CLIENTE.
           MOVE CM-NOME TO WRK-RESP-NOME.
           IF NOT SEM-CLIENTES
               MOVE CM-CPF TO CI-CPF
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CI-NOME     TO WRK-RESP-NOME
                       MOVE CI-ENDERECO TO WRK-RESP-ENDERECO
               END-READ
           END-IF.

       3500-ABRIR-TURMA.
           MOVE "S" TO WRK-TEM-TURMA.
           MOVE CL-TURMA TO WRK-TURMA-ATUAL.
           MOVE ZERO TO WRK-QTD-ALUNOS-TURMA.
           MOVE SPACES TO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           MOVE SPACES TO LINHA-RISCO.
           STRING "TURMA " WRK-TURMA-ATUAL
               " - ALUNOS EM RISCO DE REPROVACAO"
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.

       3600-FECHAR-TURMA.
           MOVE WRK-QTD-ALUNOS-TURMA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "  ALUNOS EM RISCO NA TURMA: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

      *AVISO AO RESPONSAVEL: UMA FOLHA POR ALUNO, SEPARADA POR UMA
      *LINHA DE CORTE, COM OS MOTIVOS DO ALERTA.
       4000-EMITIR-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           MOVE ALL "-" TO LINHA-AVISO (1:78).
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "AVISO DE ACOMPANHAMENTO ESCOLAR - " WRK-DATA-DP
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           IF WRK-RESP-NOME = SPACES
               STRING "AOS PAIS OU RESPONSAVEIS - ENTREGAR NA ESCOLA"
                   DELIMITED BY SIZE INTO LINHA-AVISO
           ELSE
               STRING "A(O) SR(A). " WRK-RESP-NOME
                   DELIMITED BY SIZE INTO LINHA-AVISO
           END-IF.
           WRITE LINHA-AVISO.
           IF WRK-RESP-ENDERECO NOT = SPACES
               MOVE SPACES TO LINHA-AVISO
               STRING WRK-RESP-ENDERECO
                   DELIMITED BY SIZE INTO LINHA-AVISO
               WRITE LINHA-AVISO
           END-IF.
           MOVE SPACES TO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "COMUNICAMOS QUE O(A) ALUNO(A) " WRK-NOME-ATUAL
               ", MATRICULA " WRK-MATRICULA-ATUAL ","
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "TURMA " WRK-TURMA-ATUAL ", APRESENTA ATE O "
               WRK-BIMESTRES "O BIMESTRE RISCO DE REPROVACAO:"
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-MOTIVOS
               MOVE SPACES TO LINHA-AVISO
               STRING "  - " WRK-MOTIVO (WRK-I)
                   DELIMITED BY SIZE INTO LINHA-AVISO
               WRITE LINHA-AVISO
           END-PERFORM.
           MOVE SPACES TO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "SOLICITAMOS O SEU COMPARECIMENTO A ESCOLA PARA "
               "CONVERSAR COM A"
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "COORDENACAO SOBRE O ACOMPANHAMENTO DO(A) ALUNO(A)."
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           WRITE LINHA-AVISO.
           MOVE SPACES TO LINHA-AVISO.
           STRING "ATENCIOSAMENTE, A COORDENACAO PEDAGOGICA"
               DELIMITED BY SIZE INTO LINHA-AVISO.
           WRITE LINHA-AVISO.

      *TODA LINHA DO RELATORIO PASSA AQUI: NO TOPO DE PAGINA SAI O
      *CABECALHO PADRAO E A LINHA PEDIDA E PRESERVADA.
       8000-ESCREVER-LINHA-RISCO.
           MOVE LINHA-RISCO TO WRK-LINHA-GUARDADA.
           IF WRK-LINHAS-PAGINA >= 60
               PERFORM 8100-CABECALHO-LINHA-RISCO
           END-IF.
           MOVE WRK-LINHA-GUARDADA TO LINHA-RISCO.
           WRITE LINHA-RISCO.
           ADD 1 TO WRK-LINHAS-PAGINA.

       8100-CABECALHO-LINHA-RISCO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-PAGINA-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "ALUNORISCO - RISCO DE REPROVACAO POR TURMA -"
               " DATA " WRK-DATA-MOVTO
               " PAG " WRK-PAGINA-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           WRITE LINHA-RISCO.
           MOVE SPACES TO LINHA-RISCO.
           STRING "MATRICULA, NOME E MOTIVO - NOTAS ATE O "
               WRK-BIMESTRES "O BIMESTRE"
               DELIMITED BY SIZE INTO LINHA-RISCO.
           WRITE LINHA-RISCO.
           MOVE SPACES TO LINHA-RISCO.
           WRITE LINHA-RISCO.
           MOVE 3 TO WRK-LINHAS-PAGINA.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           MOVE WRK-QTD-EM-RISCO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "TOTAIS - ALUNOS EM RISCO ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           MOVE WRK-QTD-POR-NOTA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "         COM MATERIA ABAIXO ...: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           MOVE WRK-QTD-POR-FALTA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "         COM FREQUENCIA BAIXA .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           MOVE WRK-QTD-SEM-RESP TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-RISCO.
           STRING "         AVISOS SEM RESPONSAVEL: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-RISCO.
           PERFORM 8000-ESCREVER-LINHA-RISCO.
           IF WS-STATUS-NOTAS-BOLETIM NOT = "35"
               CLOSE NOTAS-BOLETIM
           END-IF.
           CLOSE ALUNOS.
           IF NOT SEM-CONTA
               CLOSE CONTA-MASTER
           END-IF.
           IF NOT SEM-CLIENTES
               CLOSE CLIENTES
           END-IF.
           CLOSE RISCO-REL.
           CLOSE AVISO-REL.
           DISPLAY "ALUNORISCO: " WRK-QTD-EM-RISCO " ALUNO(S) EM "
               "RISCO - VER RISCO.PRT E AVISORISCO.PRT".
