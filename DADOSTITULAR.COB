       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. DADOSTITULAR.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CPF
               FILE STATUS IS WS-STATUS-CLIENTES.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT LOG-CADASTRO  ASSIGN TO "LOGCADASTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-CAD.
           SELECT CHEQUES  ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT CONTA-PENDENTE  ASSIGN TO "CONTAPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTE.
           SELECT ALUNOS  ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WS-STATUS-ALUNOS.
           SELECT CARTA-HIST  ASSIGN TO "CORRESPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTA-HIST.
           SELECT LOG-ANONIM  ASSIGN TO "LOGANONIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-ANONIM.
           SELECT TITULAR-REL  ASSIGN TO "DADOSTITULAR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  LOG-CADASTRO.
           COPY LOGCADASTRO.
       FD  CHEQUES.
           COPY CHEQUE.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  CONTA-PENDENTE.
           COPY CONTAPEND.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  CARTA-HIST.
           COPY CARTAHIST.
       FD  LOG-ANONIM.
           COPY LOGANONIM.
       FD  TITULAR-REL.
       01  LINHA-TITULAR       PICTURE X(132).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA ATENDE O PEDIDO DO TITULAR PELA LGPD: DADO UM
      *CPF, IMPRIME EM DADOSTITULAR.PRT TUDO O QUE O SISTEMA GUARDA
      *SOBRE A PESSOA - O CADASTRO DE CLIENTES, CADA CONTA DO
      *CONTA-MASTER, A TRILHA DE ALTERACOES CADASTRAIS, AS CARTAS
      *ENVIADAS (NOME E ENDERECO USADOS), AS FOLHAS DE CHEQUE, OS
      *BLOQUEIOS JUDICIAIS, AS ABERTURAS PENDENTES E OS
      *ALUNOS QUE TEM A CONTA DELA COMO CONTA DO RESPONSAVEL, ALEM DAS
      *ANONIMIZACOES JA FEITAS. E SOMENTE LEITURA: RODA A QUALQUER
      *HORA, SOB DEMANDA DO ENCARREGADO DE DADOS.
       01  WRK-CPF-TITULAR      PICTURE X(11) VALUE SPACES.
       01  WRK-TAB-CONTAS.
           05  WRK-CT-CONTA     PICTURE 9(6) OCCURS 50 TIMES.
       01  WRK-QTD-CONTAS       PICTURE 9(3) VALUE ZERO.
       01  WRK-IND-CT           PICTURE 9(3) VALUE ZERO.
       01  WRK-CONTA-BUSCA      PICTURE 9(6) VALUE ZERO.
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-DO-TITULAR               VALUE "S".
       01  WRK-QTD-SECAO        PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-ITENS        PICTURE 9(7) VALUE ZERO.
       01  WRK-ROTULO-STATUS    PICTURE X(10) VALUE SPACES.
       01  WRK-SALDO-DP         PICTURE -Z.ZZZ.ZZ9,99.
       01  WRK-VALOR-DP         PICTURE Z.ZZZ.ZZ9,99.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG-CAD    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CHEQUES    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PENDENTE   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CARTA-HIST PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG-ANONIM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-LOG-CAD       PICTURE X    VALUE "N".
           88  FIM-LOG-CAD                    VALUE "S".
       01  WS-FIM-CHEQUES       PICTURE X    VALUE "N".
           88  FIM-CHEQUES                    VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-FIM-PENDENTES     PICTURE X    VALUE "N".
           88  FIM-PENDENTES                  VALUE "S".
       01  WS-FIM-ALUNOS        PICTURE X    VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-FIM-CARTA-HIST    PICTURE X    VALUE "N".
           88  FIM-CARTA-HIST                 VALUE "S".
       01  WS-FIM-LOG-ANONIM    PICTURE X    VALUE "N".
           88  FIM-LOG-ANONIM                 VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-LISTAR-CADASTRO.
           PERFORM 2500-LISTAR-CONTAS.
           PERFORM 3000-LISTAR-ANONIMIZACOES.
           PERFORM 3500-LISTAR-LOG-CADASTRO.
           PERFORM 3800-LISTAR-CARTAS.
           PERFORM 4000-LISTAR-CHEQUES.
           PERFORM 4500-LISTAR-BLOQUEIOS.
           PERFORM 5000-LISTAR-PENDENTES.
           PERFORM 5500-LISTAR-ALUNOS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *SEM O CONTA-MASTER NAO HA COMO RESPONDER AO TITULAR; OS
      *DEMAIS ARQUIVOS AUSENTES SO SAEM COMO SECAO VAZIA.
       1000-ABRIR-ARQUIVOS.
           DISPLAY "RELATORIO DE DADOS DO TITULAR (LGPD)".
           DISPLAY "INFORME O CPF DO TITULAR (11 DIGITOS)".
           ACCEPT WRK-CPF-TITULAR.
           IF WRK-CPF-TITULAR = SPACES
               DISPLAY "DADOSTITULAR: CPF NAO INFORMADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CONTA-MASTER.
           EVALUATE WS-STATUS-CONTA
               WHEN "00"
                   CONTINUE
               WHEN "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "DADOSTITULAR: CONTAMASTER.DAT "
                       "INDISPONIVEL (STATUS " WS-STATUS-CONTA ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT TITULAR-REL.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "DADOS PESSOAIS MANTIDOS PELO BANCO - TITULAR CPF "
               WRK-CPF-TITULAR " - EMITIDO EM "
               FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

      *ABRE UMA SECAO DO RELATORIO COM O TITULO EM LINHA-TITULAR.
       1500-ABRIR-SECAO.
           MOVE ZERO TO WRK-QTD-SECAO.
           WRITE LINHA-TITULAR.
           MOVE ALL "-" TO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

       1600-FECHAR-SECAO.
           IF WRK-QTD-SECAO = ZERO
               MOVE SPACES TO LINHA-TITULAR
               STRING "  NENHUM REGISTRO"
                   DELIMITED BY SIZE INTO LINHA-TITULAR
               WRITE LINHA-TITULAR
           END-IF.
           ADD WRK-QTD-SECAO TO WRK-QTD-ITENS.

      *DEIXA CONTA-DO-TITULAR LIGADO QUANDO WRK-CONTA-BUSCA E UMA DAS
      *CONTAS DO CPF.
       1700-TESTAR-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE ZERO TO WRK-IND-CT.
           PERFORM 1750-COMPARAR-CONTA
               UNTIL CONTA-DO-TITULAR
                  OR WRK-IND-CT >= WRK-QTD-CONTAS.

       1750-COMPARAR-CONTA.
           ADD 1 TO WRK-IND-CT.
           IF WRK-CT-CONTA (WRK-IND-CT) = WRK-CONTA-BUSCA
               SET CONTA-DO-TITULAR TO TRUE
           END-IF.

       2000-LISTAR-CADASTRO.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "CADASTRO DE CLIENTES (CLIENTES.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           IF WS-STATUS-CLIENTES = "00"
               MOVE WRK-CPF-TITULAR TO CI-CPF
               READ CLIENTES
                   NOT INVALID KEY
                       PERFORM 2100-IMPRIMIR-CLIENTE
               END-READ
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       2100-IMPRIMIR-CLIENTE.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "  CPF " CI-CPF "  NOME " CI-NOME
               "  CLIENTE DESDE " CI-DATA-CADASTRO
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "  TELEFONE " CI-TELEFONE "  ENDERECO " CI-ENDERECO
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

      *VARRE O MASTER INTEIRO ATRAS DAS CONTAS DO CPF E GUARDA OS
      *NUMEROS PARA AS SECOES QUE SO CONHECEM A CONTA. O TESTE DE
      *FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO LEVANTA O
      *AT END.
       2500-LISTAR-CONTAS.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "CONTAS (CONTAMASTER.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.
           PERFORM 2600-CONFERIR-CONTA
               UNTIL FIM-CONTAS.
           PERFORM 1600-FECHAR-SECAO.

       2600-CONFERIR-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
               NOT AT END
                   IF CM-CPF = WRK-CPF-TITULAR
                       PERFORM 2700-IMPRIMIR-CONTA
                   END-IF
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               AND WS-STATUS-CONTA NOT = "10"
               SET FIM-CONTAS TO TRUE
           END-IF.

      *MAIS DE 50 CONTAS NO MESMO CPF: A CONTA SAI LISTADA, MAS AS
      *SECOES POR CONTA FICAM SEM ELA - O RELATORIO AVISA.
       2700-IMPRIMIR-CONTA.
           ADD 1 TO WRK-QTD-SECAO.
           IF WRK-QTD-CONTAS < 50
               ADD 1 TO WRK-QTD-CONTAS
               MOVE CM-CONTA TO WRK-CT-CONTA (WRK-QTD-CONTAS)
           ELSE
               DISPLAY "DADOSTITULAR: MAIS DE 50 CONTAS NO CPF - "
                   "CONTA " CM-CONTA " FORA DAS DEMAIS SECOES"
           END-IF.
           EVALUATE TRUE
               WHEN CM-ATIVA
                   MOVE "ATIVA     " TO WRK-ROTULO-STATUS
               WHEN CM-BLOQUEADA
                   MOVE "BLOQUEADA " TO WRK-ROTULO-STATUS
               WHEN CM-ENCERRADA
                   MOVE "ENCERRADA " TO WRK-ROTULO-STATUS
               WHEN CM-DORMENTE
                   MOVE "DORMENTE  " TO WRK-ROTULO-STATUS
               WHEN OTHER
                   MOVE CM-STATUS    TO WRK-ROTULO-STATUS
           END-EVALUATE.
           MOVE CM-SALDO TO WRK-SALDO-DP.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "  CONTA " CM-CONTA "  AGENCIA " CM-AGENCIA
               "  NOME " CM-NOME "  " CM-MOEDA " SALDO " WRK-SALDO-DP
               "  ULT.MOVTO " CM-DATA-ULT-MOVTO
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.
           MOVE CM-LIMITE TO WRK-SALDO-DP.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "      STATUS " WRK-ROTULO-STATUS " DESDE "
               CM-STATUS-DATA "  MOTIVO " CM-STATUS-MOTIVO
               "  LIMITE " WRK-SALDO-DP
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

       3000-LISTAR-ANONIMIZACOES.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "ANONIMIZACOES JA FEITAS (LOGANONIM.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT LOG-ANONIM.
           IF WS-STATUS-LOG-ANONIM NOT = "35"
               PERFORM 3100-CONFERIR-ANONIMIZACAO
                   UNTIL FIM-LOG-ANONIM
               CLOSE LOG-ANONIM
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       3100-CONFERIR-ANONIMIZACAO.
           READ LOG-ANONIM
               AT END
                   SET FIM-LOG-ANONIM TO TRUE
               NOT AT END
                   IF LA-CPF = WRK-CPF-TITULAR
                       ADD 1 TO WRK-QTD-SECAO
                       MOVE SPACES TO LINHA-TITULAR
                       STRING "  ANONIMIZADO EM " LA-DATA-HORA
                           "  CONTAS " LA-QTD-CONTAS
                           "  ENCERRAMENTO " LA-DATA-ENCERRAMENTO
                           "  GUARDA DE " LA-ANOS-GUARDA " ANOS"
                           DELIMITED BY SIZE INTO LINHA-TITULAR
                       WRITE LINHA-TITULAR
                   END-IF
           END-READ.

      *ENTRAM AS ALTERACOES DAS CONTAS DO CPF E TAMBEM A TROCA DE CPF
      *QUE LEVOU UMA CONTA PARA OUTRO TITULAR OU A TROUXE DELE - NESSA
      *A CONTA JA NAO E DO CPF, MAS A IMAGEM ANTES/DEPOIS E.
       3500-LISTAR-LOG-CADASTRO.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "ALTERACOES CADASTRAIS (LOGCADASTRO.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT LOG-CADASTRO.
           IF WS-STATUS-LOG-CAD NOT = "35"
               PERFORM 3600-CONFERIR-LOG-CADASTRO
                   UNTIL FIM-LOG-CAD
               CLOSE LOG-CADASTRO
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       3600-CONFERIR-LOG-CADASTRO.
           READ LOG-CADASTRO
               AT END
                   SET FIM-LOG-CAD TO TRUE
               NOT AT END
                   MOVE LC-CONTA TO WRK-CONTA-BUSCA
                   PERFORM 1700-TESTAR-CONTA
                   IF LC-CAMPO = "CPF"
                       AND (LC-ANTES (1:11) = WRK-CPF-TITULAR
                         OR LC-DEPOIS (1:11) = WRK-CPF-TITULAR)
                       SET CONTA-DO-TITULAR TO TRUE
                   END-IF
                   IF CONTA-DO-TITULAR
                       PERFORM 3700-IMPRIMIR-LOG-CADASTRO
                   END-IF
           END-READ.

       3700-IMPRIMIR-LOG-CADASTRO.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "  " LC-DATA-HORA " " LC-OPERADOR " CONTA "
               LC-CONTA " " LC-CAMPO " DE " LC-ANTES " PARA "
               LC-DEPOIS
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

      *CADA CARTA GUARDA O DESTINATARIO E O ENDERECO USADOS NA
      *EMISSAO E O CPF DO TITULAR DE ENTAO: O FILTRO E SO PELO HC-CPF
      *- PELA CONTA VIRIAM CARTAS DE OUTRO TITULAR DA MESMA CONTA.
       3800-LISTAR-CARTAS.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "CORRESPONDENCIA ENVIADA (CORRESPHIST.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT CARTA-HIST.
           IF WS-STATUS-CARTA-HIST NOT = "35"
               PERFORM 3850-CONFERIR-CARTA
                   UNTIL FIM-CARTA-HIST
               CLOSE CARTA-HIST
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       3850-CONFERIR-CARTA.
           READ CARTA-HIST
               AT END
                   SET FIM-CARTA-HIST TO TRUE
               NOT AT END
                   IF HC-CPF = WRK-CPF-TITULAR
                       PERFORM 3900-IMPRIMIR-CARTA
                   END-IF
           END-READ.

       3900-IMPRIMIR-CARTA.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "  CARTA " HC-NUMERO-CARTA " DE " HC-DATA-EMISSAO
               " " HC-SITUACAO " TIPO " HC-TIPO " CONTA " HC-CONTA
               " PARA " HC-DESTINATARIO " " HC-ENDERECO
               " " HC-DETALHE
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.

      *CHEQUES.DAT E CHAVEADO POR CONTA+NUMERO: POSICIONA NA PRIMEIRA
      *FOLHA DE CADA CONTA DO CPF E LE ATE MUDAR A CONTA.
       4000-LISTAR-CHEQUES.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "FOLHAS DE CHEQUE (CHEQUES.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT CHEQUES.
           IF WS-STATUS-CHEQUES = "00"
               MOVE ZERO TO WRK-IND-CT
               PERFORM 4100-LISTAR-CHEQUES-CONTA
                   UNTIL WRK-IND-CT >= WRK-QTD-CONTAS
               CLOSE CHEQUES
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       4100-LISTAR-CHEQUES-CONTA.
           ADD 1 TO WRK-IND-CT.
           MOVE "N" TO WS-FIM-CHEQUES.
           MOVE WRK-CT-CONTA (WRK-IND-CT) TO CH-CONTA.
           MOVE ZEROS TO CH-NUMERO.
           START CHEQUES KEY IS NOT LESS THAN CH-CHAVE
               INVALID KEY
                   SET FIM-CHEQUES TO TRUE
           END-START.
           PERFORM 4200-LER-CHEQUE
               UNTIL FIM-CHEQUES.

       4200-LER-CHEQUE.
           READ CHEQUES NEXT RECORD
               AT END
                   SET FIM-CHEQUES TO TRUE
               NOT AT END
                   IF CH-CONTA NOT = WRK-CT-CONTA (WRK-IND-CT)
                       SET FIM-CHEQUES TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-SECAO
                       MOVE CH-VALOR TO WRK-VALOR-DP
                       MOVE SPACES TO LINHA-TITULAR
                       STRING "  CONTA " CH-CONTA "  FOLHA " CH-NUMERO
                           "  STATUS " CH-STATUS " EM " CH-DATA-STATUS
                           "  VALOR " WRK-VALOR-DP
                           DELIMITED BY SIZE INTO LINHA-TITULAR
                       WRITE LINHA-TITULAR
                   END-IF
           END-READ.
           IF WS-STATUS-CHEQUES NOT = "00"
               AND WS-STATUS-CHEQUES NOT = "10"
               SET FIM-CHEQUES TO TRUE
           END-IF.

       4500-LISTAR-BLOQUEIOS.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "BLOQUEIOS JUDICIAIS (BLOQUEIOS.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               PERFORM 4600-CONFERIR-BLOQUEIO
                   UNTIL FIM-BLOQUEIOS
               CLOSE BLOQUEIOS
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       4600-CONFERIR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   MOVE BQ-CONTA TO WRK-CONTA-BUSCA
                   PERFORM 1700-TESTAR-CONTA
                   IF CONTA-DO-TITULAR
                       ADD 1 TO WRK-QTD-SECAO
                       MOVE BQ-VALOR TO WRK-VALOR-DP
                       MOVE SPACES TO LINHA-TITULAR
                       STRING "  CONTA " BQ-CONTA "  PROCESSO "
                           BQ-PROCESSO "  VALOR " WRK-VALOR-DP
                           "  DE " BQ-DATA-INICIO " ATE " BQ-DATA-FIM
                           DELIMITED BY SIZE INTO LINHA-TITULAR
                       WRITE LINHA-TITULAR
                   END-IF
           END-READ.

       5000-LISTAR-PENDENTES.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "ABERTURAS DE CONTA PENDENTES (CONTAPEND.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT CONTA-PENDENTE.
           IF WS-STATUS-PENDENTE NOT = "35"
               PERFORM 5100-CONFERIR-PENDENTE
                   UNTIL FIM-PENDENTES
               CLOSE CONTA-PENDENTE
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       5100-CONFERIR-PENDENTE.
           READ CONTA-PENDENTE
               AT END
                   SET FIM-PENDENTES TO TRUE
               NOT AT END
                   IF PP-CPF = WRK-CPF-TITULAR
                       ADD 1 TO WRK-QTD-SECAO
                       MOVE PP-SALDO TO WRK-SALDO-DP
                       MOVE SPACES TO LINHA-TITULAR
                       STRING "  CONTA " PP-CONTA "  AGENCIA "
                           PP-AGENCIA "  NOME " PP-NOME "  " PP-MOEDA
                           " SALDO INICIAL " WRK-SALDO-DP
                           "  DIGITADA EM " PP-DATA " POR "
                           PP-OPERADOR
                           DELIMITED BY SIZE INTO LINHA-TITULAR
                       WRITE LINHA-TITULAR
                   END-IF
           END-READ.

      *O ALUNO E OUTRA PESSOA, MAS O VINCULO (MATRICULA PAGA PELA
      *CONTA DO TITULAR) E DADO DO TITULAR.
       5500-LISTAR-ALUNOS.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "ALUNOS COM A CONTA DO TITULAR COMO RESPONSAVEL "
               "(ALUNOS.DAT)"
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           PERFORM 1500-ABRIR-SECAO.
           OPEN INPUT ALUNOS.
           IF WS-STATUS-ALUNOS = "00"
               MOVE LOW-VALUES TO AL-MATRICULA
               START ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
                   INVALID KEY
                       SET FIM-ALUNOS TO TRUE
               END-START
               PERFORM 5600-CONFERIR-ALUNO
                   UNTIL FIM-ALUNOS
               CLOSE ALUNOS
           END-IF.
           PERFORM 1600-FECHAR-SECAO.

       5600-CONFERIR-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
               NOT AT END
                   MOVE AL-CONTA-RESP TO WRK-CONTA-BUSCA
                   PERFORM 1700-TESTAR-CONTA
                   IF AL-CONTA-RESP NOT = ZERO
                       AND CONTA-DO-TITULAR
                       ADD 1 TO WRK-QTD-SECAO
                       MOVE SPACES TO LINHA-TITULAR
                       STRING "  CONTA " AL-CONTA-RESP "  MATRICULA "
                           AL-MATRICULA "  ALUNO " AL-NOME
                           "  TURMA " AL-TURMA
                           DELIMITED BY SIZE INTO LINHA-TITULAR
                       WRITE LINHA-TITULAR
                   END-IF
           END-READ.
           IF WS-STATUS-ALUNOS NOT = "00"
               AND WS-STATUS-ALUNOS NOT = "10"
               SET FIM-ALUNOS TO TRUE
           END-IF.

       9000-ENCERRAR.
           MOVE WRK-QTD-ITENS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-TITULAR.
           WRITE LINHA-TITULAR.
           MOVE SPACES TO LINHA-TITULAR.
           STRING "TOTAL DE REGISTROS DO TITULAR: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-TITULAR.
           WRITE LINHA-TITULAR.
           CLOSE CONTA-MASTER.
           IF WS-STATUS-CLIENTES NOT = "35"
               CLOSE CLIENTES
           END-IF.
           CLOSE TITULAR-REL.
           DISPLAY "DADOSTITULAR: " WRK-QTD-ITENS
               " REGISTRO(S) DO CPF " WRK-CPF-TITULAR
               " - VER DADOSTITULAR.PRT".
