       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. VIRADAANO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
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
           SELECT HISTORICO  ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-CHAVE
               FILE STATUS IS WS-STATUS-HISTORICO.
      *TABELA DE PROMOCAO DA SECRETARIA: PARA CADA TURMA, A TURMA DA
      *SERIE SEGUINTE. TURMA SEGUINTE EM BRANCO = ULTIMA SERIE (O
      *APROVADO CONCLUI O CURSO).
           SELECT PROMOCAO  ASSIGN TO "PROMOCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROMOCAO.
           SELECT VIRADA-REL  ASSIGN TO "VIRADA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VIRADA-REL.
      *CARTAO DE JANELA DE LOTE: COM ELE PRESENTE O ALUNOS.DAT E O
      *BOLETIM.DAT SAO DO LOTE - A VIRADA NAO RODA NO MEIO DA CADEIA.
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
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
       FD  HISTORICO.
           COPY HISTORICO.
       FD  PROMOCAO.
       01  REG-PROMOCAO.
           05  PM-TURMA-ATUAL      PICTURE X(6).
           05  PM-TURMA-SEGUINTE   PICTURE X(6).
       FD  VIRADA-REL.
       01  LINHA-VIRADA        PICTURE X(80).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A VIRADA DO ANO LETIVO, RODADA SOB DEMANDA
      *DEPOIS QUE A RECUPERACAO FECHOU O BO-SITUACAO-FINAL: GUARDA O
      *BOLETIM FINAL DE CADA ALUNO NO HISTORICO ESCOLAR PERMANENTE
      *(HISTORICO.DAT, CHAVE MATRICULA + ANO), PROMOVE O APROVADO
      *PARA A TURMA DA SERIE SEGUINTE (PROMOCAO.DAT), MANTEM O
      *REPROVADO NA MESMA TURMA, TIRA DO CADASTRO O CONCLUINTE DA
      *ULTIMA SERIE E ZERA MEDIA, FREQUENCIA E BOLETIM PARA O ANO
      *NOVO. RESULTADO ALUNO A ALUNO NO VIRADA.PRT.
      *RODAR DE NOVO E SEGURO: O ALUNO JA VIRADO NAO TEM MAIS
      *BOLETIM, E O QUE FICOU NO MEIO (HISTORICO GRAVADO, BOLETIM NAO
      *APAGADO) E TERMINADO SEM PROMOVER DUAS VEZES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-MOVTO-R REDEFINES WRK-DATA-MOVTO.
           05  WRK-ANO-MOVTO    PICTURE 9(4).
           05  WRK-MES-MOVTO    PICTURE 9(2).
           05  WRK-DIA-MOVTO    PICTURE 9(2).
       01  WRK-ANO-LETIVO       PICTURE 9(4) VALUE ZERO.
       01  WRK-TURMA-NOVA       PICTURE X(6) VALUE SPACES.
       01  WRK-RESULTADO        PICTURE X(40) VALUE SPACES.
       01  WRK-QTD-VIRADOS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-PROMOVIDOS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETIDOS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CONCLUINTES  PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-SEM-BOLETIM  PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-SEM-SERIE    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-JA-VIRADOS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-AVULSOS      PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-MEDIA-DP         PICTURE Z9,9.
       01  WRK-TABELA-PROMOCAO.
           05  WRK-PM-ENTRY OCCURS 50 TIMES.
               10  WRK-PM-ATUAL      PICTURE X(6).
               10  WRK-PM-SEGUINTE   PICTURE X(6).
       01  WRK-QTD-PROMOCAO     PICTURE 9(2) VALUE ZERO.
       01  WRK-P                PICTURE 9(2) VALUE ZERO.
       01  WRK-M                PICTURE 9(1) VALUE ZERO.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BOLETIM    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-HISTORICO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PROMOCAO   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-VIRADA-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-ALUNOS        PICTURE X    VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-FIM-BOLETIM       PICTURE X    VALUE "N".
           88  FIM-BOLETIM                    VALUE "S".
       01  WS-FIM-PROMOCAO      PICTURE X    VALUE "N".
           88  FIM-PROMOCAO                   VALUE "S".
       01  WS-TEM-BOLETIM       PICTURE X    VALUE "N".
           88  TEM-BOLETIM                    VALUE "S".
       01  WS-TEM-HISTORICO     PICTURE X    VALUE "N".
           88  TEM-HISTORICO                  VALUE "S".
       01  WS-SERIE-ACHADA      PICTURE X    VALUE "N".
           88  SERIE-ACHADA                   VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-VIRAR-ALUNO
               UNTIL FIM-ALUNOS.
           PERFORM 3000-VARRER-BOLETINS-AVULSOS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *ANO LETIVO ZERADO = O ANO QUE ACABOU: O DA DATA-MOVIMENTO SE
      *A VIRADA RODA NO SEGUNDO SEMESTRE (DEZEMBRO), O ANTERIOR SE
      *RODA NO PRIMEIRO (JANEIRO/FEVEREIRO, ANTES DAS AULAS).
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               CLOSE JANELA-LOTE
               DISPLAY "VIRADAANO: LOTE NOTURNO EM CURSO - A VIRADA "
                   "MEXE NO ALUNOS.DAT E NO BOLETIM.DAT, SO RODA COM "
                   "A JANELA DE LOTE FECHADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "VIRADA DO ANO LETIVO".
           DISPLAY "INFORME O ANO LETIVO A FECHAR (AAAA) OU ZERO PARA "
               "O ANO QUE ACABOU".
           ACCEPT WRK-ANO-LETIVO.
           IF WRK-ANO-LETIVO = ZERO
               MOVE WRK-ANO-MOVTO TO WRK-ANO-LETIVO
               IF WRK-MES-MOVTO < 7
                   SUBTRACT 1 FROM WRK-ANO-LETIVO
               END-IF
           END-IF.
           IF WRK-ANO-LETIVO > WRK-ANO-MOVTO
               DISPLAY "VIRADAANO: ANO LETIVO " WRK-ANO-LETIVO
                   " AINDA NAO COMECOU - NADA FEITO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-CARREGAR-PROMOCAO.
           OPEN I-O ALUNOS.
           IF WS-STATUS-ALUNOS = "35"
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
               OPEN I-O ALUNOS
           END-IF.
           IF WS-STATUS-ALUNOS = "39"
               DISPLAY "ALUNOS.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BOLETIM.
           IF WS-STATUS-BOLETIM = "35"
               OPEN OUTPUT BOLETIM
               CLOSE BOLETIM
               OPEN I-O BOLETIM
           END-IF.
           IF WS-STATUS-BOLETIM = "39"
               DISPLAY "BOLETIM.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORICO.
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT HISTORICO
               CLOSE HISTORICO
               OPEN I-O HISTORICO
           END-IF.
           OPEN OUTPUT VIRADA-REL.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "VIRADA DO ANO LETIVO " WRK-ANO-LETIVO
               " - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE SPACES TO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE LOW-VALUES TO AL-MATRICULA.
           START ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
               INVALID KEY
                   SET FIM-ALUNOS TO TRUE
           END-START.

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

      *SEM PROMOCAO.DAT NINGUEM E PROMOVIDO: O APROVADO FICA NA
      *TURMA E SAI APONTADO PARA A SECRETARIA ENTURMAR A MAO.
       1100-CARREGAR-PROMOCAO.
           OPEN INPUT PROMOCAO.
           IF WS-STATUS-PROMOCAO = "35"
               DISPLAY "VIRADAANO: SEM PROMOCAO.DAT - APROVADOS FICAM "
                   "NA TURMA ATUAL PARA ENTURMACAO MANUAL"
               SET FIM-PROMOCAO TO TRUE
           END-IF.
           PERFORM 1150-GUARDAR-PROMOCAO
               UNTIL FIM-PROMOCAO.
           IF WS-STATUS-PROMOCAO NOT = "35"
               CLOSE PROMOCAO
           END-IF.

       1150-GUARDAR-PROMOCAO.
           READ PROMOCAO
               AT END
                   SET FIM-PROMOCAO TO TRUE
               NOT AT END
                   IF WRK-QTD-PROMOCAO < 50
                       ADD 1 TO WRK-QTD-PROMOCAO
                       MOVE PM-TURMA-ATUAL TO
                           WRK-PM-ATUAL (WRK-QTD-PROMOCAO)
                       MOVE PM-TURMA-SEGUINTE TO
                           WRK-PM-SEGUINTE (WRK-QTD-PROMOCAO)
                   ELSE
                       DISPLAY "VIRADAANO: MAIS DE 50 TURMAS NA "
                           "PROMOCAO - TURMA " PM-TURMA-ATUAL
                           " IGNORADA"
                   END-IF
           END-READ.

      *ALUNO SEM BOLETIM E SEM HISTORICO DO ANO NAO TEM RESULTADO
      *FINAL: FICA COMO ESTA E SAI APONTADO. SEM BOLETIM MAS COM O
      *HISTORICO DO ANO, JA FOI VIRADO NUMA RODADA ANTERIOR.
       2000-VIRAR-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
               NOT AT END
                   PERFORM 2050-LOCALIZAR-BOLETIM
                   EVALUATE TRUE
                       WHEN TEM-BOLETIM
                           PERFORM 2100-FECHAR-ANO-ALUNO
                       WHEN TEM-HISTORICO
                           ADD 1 TO WRK-QTD-JA-VIRADOS
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-SEM-BOLETIM
                           MOVE "SEM BOLETIM NO ANO - NAO VIRADO"
                               TO WRK-RESULTADO
                           PERFORM 8000-IMPRIMIR-ALUNO
                   END-EVALUATE
           END-READ.
           IF WS-STATUS-ALUNOS NOT = "00"
               AND WS-STATUS-ALUNOS NOT = "10"
               SET FIM-ALUNOS TO TRUE
           END-IF.

       2050-LOCALIZAR-BOLETIM.
           MOVE "N" TO WS-TEM-BOLETIM.
           MOVE AL-MATRICULA TO BO-MATRICULA.
           READ BOLETIM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-BOLETIM TO TRUE
           END-READ.
           PERFORM 2060-LOCALIZAR-HISTORICO.

       2060-LOCALIZAR-HISTORICO.
           MOVE "N" TO WS-TEM-HISTORICO.
           MOVE AL-MATRICULA   TO HI-MATRICULA.
           MOVE WRK-ANO-LETIVO TO HI-ANO.
           READ HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-HISTORICO TO TRUE
           END-READ.

      *ORDEM DA VIRADA: HISTORICO, ALUNO, BOLETIM. QUEDA NO MEIO
      *DEIXA O BOLETIM, E A RODADA SEGUINTE ACHA O HISTORICO JA
      *GRAVADO: SO PROMOVE SE A TURMA AINDA E A DO ANO FECHADO.
       2100-FECHAR-ANO-ALUNO.
           IF NOT TEM-HISTORICO
               PERFORM 2200-GRAVAR-HISTORICO
           END-IF.
           ADD 1 TO WRK-QTD-VIRADOS.
           IF BO-SITUACAO-FINAL = "APROVADO"
               IF AL-TURMA = HI-TURMA
                   PERFORM 2300-PROMOVER-ALUNO
               ELSE
                   ADD 1 TO WRK-QTD-PROMOVIDOS
                   MOVE SPACES TO WRK-RESULTADO
                   STRING "JA PROMOVIDO PARA A TURMA " AL-TURMA
                       DELIMITED BY SIZE INTO WRK-RESULTADO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-RETIDOS
               MOVE SPACES TO WRK-RESULTADO
               STRING "RETIDO NA TURMA " AL-TURMA
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.
           PERFORM 8000-IMPRIMIR-ALUNO.
           IF WRK-RESULTADO (1:16) = "CONCLUIU O CURSO"
               DELETE ALUNOS RECORD
           ELSE
               PERFORM 2400-ZERAR-ANO-ALUNO
           END-IF.
           DELETE BOLETIM RECORD.

       2200-GRAVAR-HISTORICO.
           MOVE AL-MATRICULA       TO HI-MATRICULA.
           MOVE WRK-ANO-LETIVO     TO HI-ANO.
           MOVE AL-NOME            TO HI-NOME.
           MOVE AL-TURMA           TO HI-TURMA.
           MOVE AL-AULAS-DADAS     TO HI-AULAS-DADAS.
           MOVE AL-AULAS-PRESENTES TO HI-AULAS-PRESENTES.
           MOVE AL-PCT-FREQ        TO HI-PCT-FREQ.
           PERFORM 2250-COPIAR-BOLETIM.
           WRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "VIRADAANO: HISTORICO " HI-CHAVE
                       " JA EXISTE - MANTIDO"
           END-WRITE.

       2250-COPIAR-BOLETIM.
           IF BO-QTD-MATERIAS > 4
               MOVE 4 TO BO-QTD-MATERIAS
           END-IF.
           MOVE BO-QTD-MATERIAS    TO HI-QTD-MATERIAS.
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 4
               IF WRK-M > BO-QTD-MATERIAS
                   MOVE SPACES TO HI-NOME-MATERIA (WRK-M)
                   MOVE ZEROS  TO HI-MEDIA-MATERIA (WRK-M)
               ELSE
                   MOVE BO-NOME-MATERIA (WRK-M)
                       TO HI-NOME-MATERIA (WRK-M)
                   MOVE BO-MEDIA-MATERIA (WRK-M)
                       TO HI-MEDIA-MATERIA (WRK-M)
               END-IF
           END-PERFORM.
           MOVE BO-MEDIA-ANUAL     TO HI-MEDIA-ANUAL.
           MOVE BO-SITUACAO        TO HI-SITUACAO.
           MOVE BO-NOTA-RECUP      TO HI-NOTA-RECUP.
           MOVE BO-MEDIA-FINAL     TO HI-MEDIA-FINAL.
           MOVE BO-SITUACAO-FINAL  TO HI-SITUACAO-FINAL.
           MOVE WRK-DATA-MOVTO     TO HI-DATA-VIRADA.

      *TURMA FORA DA TABELA (OU ALUNO SEM TURMA) FICA ONDE ESTA E
      *SAI APONTADA PARA A SECRETARIA ENTURMAR PELO MANUTENCAOALUNO.
       2300-PROMOVER-ALUNO.
           MOVE "N" TO WS-SERIE-ACHADA.
           MOVE SPACES TO WRK-TURMA-NOVA.
           PERFORM VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QTD-PROMOCAO OR SERIE-ACHADA
               IF WRK-PM-ATUAL (WRK-P) = AL-TURMA
                   AND AL-TURMA NOT = SPACES
                   SET SERIE-ACHADA TO TRUE
                   MOVE WRK-PM-SEGUINTE (WRK-P) TO WRK-TURMA-NOVA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-RESULTADO.
           EVALUATE TRUE
               WHEN NOT SERIE-ACHADA
                   ADD 1 TO WRK-QTD-SEM-SERIE
                   STRING "APROVADO - TURMA " AL-TURMA
                       " SEM SERIE SEGUINTE - ENTURMAR"
                       DELIMITED BY SIZE INTO WRK-RESULTADO
               WHEN WRK-TURMA-NOVA = SPACES
                   ADD 1 TO WRK-QTD-CONCLUINTES
                   MOVE "CONCLUIU O CURSO - SAI DO CADASTRO"
                       TO WRK-RESULTADO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PROMOVIDOS
                   STRING "PROMOVIDO DA TURMA " AL-TURMA
                       " PARA A " WRK-TURMA-NOVA
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   MOVE WRK-TURMA-NOVA TO AL-TURMA
           END-EVALUATE.

      *ANO NOVO COMECA SEM MEDIA, SEM SITUACAO E SEM FREQUENCIA; A
      *CONTA DO RESPONSAVEL E A BOLSA CONTINUAM.
       2400-ZERAR-ANO-ALUNO.
           MOVE ZEROS  TO AL-MEDIA.
           MOVE SPACES TO AL-SITUACAO.
           MOVE ZEROS  TO AL-AULAS-DADAS.
           MOVE ZEROS  TO AL-AULAS-PRESENTES.
           MOVE ZEROS  TO AL-PCT-FREQ.
           REWRITE REG-ALUNO.

      *BOLETIM QUE SOBROU SEM ALUNO NO CADASTRO (MATRICULA APAGADA
      *OU CONCLUINTE DE UMA RODADA INTERROMPIDA) TAMBEM VAI PARA O
      *HISTORICO, SEM TURMA E SEM FREQUENCIA, E SAI DO BOLETIM.DAT.
       3000-VARRER-BOLETINS-AVULSOS.
           MOVE LOW-VALUES TO BO-MATRICULA.
           START BOLETIM KEY IS NOT LESS THAN BO-MATRICULA
               INVALID KEY
                   SET FIM-BOLETIM TO TRUE
           END-START.
           PERFORM 3100-VIRAR-BOLETIM-AVULSO
               UNTIL FIM-BOLETIM.

       3100-VIRAR-BOLETIM-AVULSO.
           READ BOLETIM NEXT RECORD
               AT END
                   SET FIM-BOLETIM TO TRUE
               NOT AT END
                   MOVE BO-MATRICULA TO AL-MATRICULA
                   MOVE BO-NOME      TO AL-NOME
                   PERFORM 2060-LOCALIZAR-HISTORICO
                   IF NOT TEM-HISTORICO
                       PERFORM 3200-GRAVAR-HISTORICO-AVULSO
                   END-IF
                   ADD 1 TO WRK-QTD-AVULSOS
                   MOVE "BOLETIM SEM ALUNO NO CADASTRO - SO HISTORICO"
                       TO WRK-RESULTADO
                   PERFORM 8000-IMPRIMIR-ALUNO
                   DELETE BOLETIM RECORD
           END-READ.
           IF WS-STATUS-BOLETIM NOT = "00"
               AND WS-STATUS-BOLETIM NOT = "10"
               SET FIM-BOLETIM TO TRUE
           END-IF.

       3200-GRAVAR-HISTORICO-AVULSO.
           MOVE BO-MATRICULA       TO HI-MATRICULA.
           MOVE WRK-ANO-LETIVO     TO HI-ANO.
           MOVE BO-NOME            TO HI-NOME.
           MOVE SPACES             TO HI-TURMA.
           MOVE ZEROS              TO HI-AULAS-DADAS.
           MOVE ZEROS              TO HI-AULAS-PRESENTES.
           MOVE ZEROS              TO HI-PCT-FREQ.
           PERFORM 2250-COPIAR-BOLETIM.
           WRITE REG-HISTORICO
               INVALID KEY
                   DISPLAY "VIRADAANO: HISTORICO " HI-CHAVE
                       " JA EXISTE - MANTIDO"
           END-WRITE.

       8000-IMPRIMIR-ALUNO.
           MOVE SPACES TO LINHA-VIRADA.
           IF TEM-BOLETIM OR WRK-RESULTADO (1:7) = "BOLETIM"
               MOVE BO-MEDIA-FINAL TO WRK-MEDIA-DP
               STRING AL-MATRICULA " " AL-NOME " "
                   BO-SITUACAO-FINAL " " WRK-MEDIA-DP " "
                   WRK-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-VIRADA
           ELSE
               STRING AL-MATRICULA " " AL-NOME " " WRK-RESULTADO
                   DELIMITED BY SIZE INTO LINHA-VIRADA
           END-IF.
           WRITE LINHA-VIRADA.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-VIRADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "ALUNOS VIRADOS ..........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-PROMOVIDOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "  PROMOVIDOS ............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-RETIDOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "  RETIDOS NA SERIE ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-CONCLUINTES TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "  CONCLUINTES ...........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-SEM-SERIE TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "  APROVADOS A ENTURMAR ..: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-SEM-BOLETIM TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "ALUNOS SEM BOLETIM ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-JA-VIRADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "JA VIRADOS ANTES ........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           MOVE WRK-QTD-AVULSOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-VIRADA.
           STRING "BOLETINS SEM ALUNO ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-VIRADA.
           WRITE LINHA-VIRADA.
           CLOSE ALUNOS.
           CLOSE BOLETIM.
           CLOSE HISTORICO.
           CLOSE VIRADA-REL.
           DISPLAY "VIRADAANO: ANO LETIVO " WRK-ANO-LETIVO " - "
               WRK-QTD-VIRADOS " ALUNO(S) VIRADO(S) - VER VIRADA.PRT".
