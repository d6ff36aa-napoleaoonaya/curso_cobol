       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. ANONIMIZACAO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
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
      *ABERTURA PENDENTE NO CPF QUER DIZER QUE O CLIENTE ESTA
      *VOLTANDO: ELE NAO E ANONIMIZADO.
           SELECT CONTA-PENDENTE  ASSIGN TO "CONTAPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENDENTE.
           SELECT LOG-CADASTRO  ASSIGN TO "LOGCADASTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-CAD.
           SELECT LOG-CAD-NOVO  ASSIGN TO "ANONLOGC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-CAD-NOVO.
           SELECT CARTA-HIST  ASSIGN TO "CORRESPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTA-HIST.
           SELECT HIST-NOVO  ASSIGN TO "ANONHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-NOVO.
           SELECT LOG-ANONIM  ASSIGN TO "LOGANONIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG-ANONIM.
      *LGPDPAR.DAT E O CARTAO COM O PRAZO DE GUARDA EM ANOS, CONTADO
      *DO ENCERRAMENTO DA ULTIMA CONTA DO CLIENTE.
           SELECT LGPD-PARM  ASSIGN TO "LGPDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT ANONIM-REL  ASSIGN TO "ANONIMIZACAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CLASSIFICACAO  ASSIGN TO "ANONSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  CLIENTES.
           COPY CLIENTE.
       FD  CONTA-PENDENTE.
           COPY CONTAPEND.
       FD  LOG-CADASTRO.
           COPY LOGCADASTRO.
       FD  LOG-CAD-NOVO.
       01  REG-LOG-CAD-NOVO    PICTURE X(98).
       FD  CARTA-HIST.
           COPY CARTAHIST.
       FD  HIST-NOVO.
       01  REG-HIST-NOVO       PICTURE X(175).
       FD  LOG-ANONIM.
           COPY LOGANONIM.
       FD  LGPD-PARM.
       01  REG-LGPD-PARM.
           05  LP-ANOS-GUARDA        PICTURE 9(2).
       FD  ANONIM-REL.
       01  LINHA-ANONIM        PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
      *UMA LINHA POR CONTA DO MASTER ("M") E POR ABERTURA PENDENTE
      *("P"), EM ORDEM DE CPF. CL-DATA E A DATA MAIS RECENTE DA
      *CONTA (MUDANCA DE STATUS OU ULTIMO MOVIMENTO): O ENCERRAMENTO
      *NUNCA E ANTERIOR AO ULTIMO MOVIMENTO.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-CPF                PICTURE X(11).
           05  CL-ORIGEM             PICTURE X(1).
           05  CL-CONTA              PICTURE 9(6).
           05  CL-STATUS             PICTURE X(1).
           05  CL-DATA               PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O EXPURGO PERIODICO DA LGPD, NO FECHAMENTO DO
      *MES: O CLIENTE CUJAS CONTAS ESTAO TODAS ENCERRADAS HA MAIS DO
      *PRAZO DE GUARDA (LGPDPAR.DAT) TEM NOME, TELEFONE E ENDERECO
      *DESCARACTERIZADOS NO CLIENTES.DAT, O NOME DESCARACTERIZADO EM
      *CADA CONTA DO CONTA-MASTER E, POR ELAS, NAS IMAGENS DE NOME DO
      *LOGCADASTRO.DAT E NO DESTINATARIO/ENDERECO DAS CARTAS DO
      *CORRESPHIST.DAT. NUMERO DE CONTA, CPF, DATAS E VALORES FICAM
      *INTACTOS - O LOGMOVTO E O ARQUIVO CONTINUAM CONCILIANDO. CADA
      *CLIENTE ANONIMIZADO VAI PARA O LOGANONIM.DAT E PARA O
      *ANONIMIZACAO.PRT. O NOME DESCARACTERIZADO E A MARCA: QUEM JA
      *ESTA COM ELE NAO E REPROCESSADO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-NOME-ANONIMO     PICTURE X(20) VALUE "ANONIMIZADO LGPD".
      *PRAZO MINIMO DE GUARDA DOS DADOS DE CADASTRO E DE OPERACOES
      *PELA PREVENCAO A LAVAGEM DE DINHEIRO: CINCO ANOS DO
      *ENCERRAMENTO DA CONTA. O CARTAO PODE ALONGAR, NUNCA ENCURTAR.
       01  WRK-ANOS-MINIMO      PICTURE 9(2) VALUE 5.
       01  WRK-ANOS-GUARDA      PICTURE 9(2) VALUE ZERO.
       01  WRK-DATA-LIMITE      PICTURE 9(8) VALUE ZERO.
       01  WRK-CPF-ATUAL        PICTURE X(11) VALUE SPACES.
       01  WRK-TAB-GRUPO.
           05  WRK-GR-CONTA     PICTURE 9(6) OCCURS 50 TIMES.
       01  WRK-GR-QTD           PICTURE 9(3) VALUE ZERO.
       01  WRK-GR-DATA-ENC      PICTURE 9(8) VALUE ZERO.
       01  WRK-IND-GR           PICTURE 9(3) VALUE ZERO.
       01  WS-GR-ELEGIVEL       PICTURE X    VALUE "S".
           88  GR-ELEGIVEL                    VALUE "S".
       01  WS-GR-ENCERRADO      PICTURE X    VALUE "S".
           88  GR-ENCERRADO                   VALUE "S".
       01  WS-ALTEROU           PICTURE X    VALUE "N".
           88  ALTEROU                        VALUE "S".
       01  WRK-DATA-CONTA       PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-ANONIMIZADOS PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CONTAS-ANON  PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-EM-GUARDA    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-LOG-CAD      PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-CARTAS       PICTURE 9(7) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CLIENTES   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PENDENTE   PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG-CAD    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG-CAD-NOVO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CARTA-HIST PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-HIST-NOVO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG-ANONIM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PARM       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-CONTAS        PICTURE X    VALUE "N".
           88  FIM-CONTAS                     VALUE "S".
       01  WS-FIM-PENDENTES     PICTURE X    VALUE "N".
           88  FIM-PENDENTES                  VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-FIM-LOG-CAD       PICTURE X    VALUE "N".
           88  FIM-LOG-CAD                    VALUE "S".
       01  WS-FIM-CARTA-HIST    PICTURE X    VALUE "N".
           88  FIM-CARTA-HIST                 VALUE "S".
       01  WS-FIM-NOVO          PICTURE X    VALUE "N".
           88  FIM-NOVO                       VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT CLASSIFICACAO
               ON ASCENDING KEY CL-CPF CL-ORIGEM CL-CONTA
               INPUT PROCEDURE IS 2000-LIBERAR-CONTAS
               OUTPUT PROCEDURE IS 3000-ANONIMIZAR-CLIENTES.
           PERFORM 4000-ANONIMIZAR-LOG-CADASTRO.
           PERFORM 5000-ANONIMIZAR-CARTAS.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

      *SEM CONTA-MASTER NAO HA CLIENTE A AVALIAR - O PASSO TERMINA
      *SEM ERRO.
       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETRO.
           OPEN I-O CONTA-MASTER.
           EVALUATE WS-STATUS-CONTA
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "ANONIMIZACAO: SEM CONTAMASTER.DAT - "
                       "NADA A ANONIMIZAR"
                   STOP RUN
               WHEN "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ANONIMIZACAO: CONTAMASTER.DAT "
                       "INDISPONIVEL (STATUS " WS-STATUS-CONTA ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O CLIENTES.
           IF WS-STATUS-CLIENTES = "35"
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           OPEN EXTEND LOG-ANONIM.
           IF WS-STATUS-LOG-ANONIM = "35"
               OPEN OUTPUT LOG-ANONIM
           END-IF.
           OPEN OUTPUT ANONIM-REL.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "ANONIMIZACAO LGPD - DATA " WRK-DATA-MOVTO
               " - GUARDA DE " WRK-ANOS-GUARDA " ANOS - CONTAS "
               "ENCERRADAS ANTES DE " WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE SPACES TO LINHA-ANONIM.
           WRITE LINHA-ANONIM.

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

      *CARTAO AUSENTE OU INVALIDO VALE O PRAZO MINIMO; PRAZO MENOR
      *QUE O MINIMO E RECUSADO. A DATA-LIMITE E A DATA-MOVIMENTO
      *RECUADA DOS ANOS DE GUARDA.
       1100-LER-PARAMETRO.
           MOVE WRK-ANOS-MINIMO TO WRK-ANOS-GUARDA.
           OPEN INPUT LGPD-PARM.
           IF WS-STATUS-PARM = "35"
               DISPLAY "ANONIMIZACAO: SEM LGPDPAR.DAT - GUARDA DE "
                   WRK-ANOS-MINIMO " ANOS"
           ELSE
               READ LGPD-PARM
                   AT END
                       DISPLAY "ANONIMIZACAO: LGPDPAR.DAT VAZIO - "
                           "GUARDA DE " WRK-ANOS-MINIMO " ANOS"
                   NOT AT END
                       IF LP-ANOS-GUARDA NUMERIC
                           AND LP-ANOS-GUARDA NOT < WRK-ANOS-MINIMO
                           MOVE LP-ANOS-GUARDA TO WRK-ANOS-GUARDA
                       ELSE
                           DISPLAY "ANONIMIZACAO: PRAZO DO LGPDPAR.DAT "
                               "INVALIDO OU ABAIXO DO MINIMO - GUARDA "
                               "DE " WRK-ANOS-MINIMO " ANOS"
                       END-IF
               END-READ
               CLOSE LGPD-PARM
           END-IF.
           COMPUTE WRK-DATA-LIMITE =
               WRK-DATA-MOVTO - WRK-ANOS-GUARDA * 10000.

      *CONTA SEM CPF (CONTAS INTERNAS DO BANCO) NAO TEM TITULAR.
       2000-LIBERAR-CONTAS.
           MOVE LOW-VALUES TO CM-CONTA.
           START CONTA-MASTER KEY IS NOT LESS THAN CM-CONTA
               INVALID KEY
                   SET FIM-CONTAS TO TRUE
           END-START.
           IF WS-STATUS-CONTA NOT = "00"
               SET FIM-CONTAS TO TRUE
           END-IF.
           PERFORM 2100-LIBERAR-CONTA
               UNTIL FIM-CONTAS.
           OPEN INPUT CONTA-PENDENTE.
           IF WS-STATUS-PENDENTE NOT = "35"
               PERFORM 2200-LIBERAR-PENDENTE
                   UNTIL FIM-PENDENTES
               CLOSE CONTA-PENDENTE
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END.
       2100-LIBERAR-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   SET FIM-CONTAS TO TRUE
               NOT AT END
                   IF CM-CPF NOT = SPACES
                       MOVE CM-CPF    TO CL-CPF
                       MOVE "M"       TO CL-ORIGEM
                       MOVE CM-CONTA  TO CL-CONTA
                       MOVE CM-STATUS TO CL-STATUS
                       MOVE CM-DATA-ULT-MOVTO TO CL-DATA
                       IF CM-STATUS-DATA > CL-DATA
                           MOVE CM-STATUS-DATA TO CL-DATA
                       END-IF
                       RELEASE REG-CLASS
                   END-IF
           END-READ.
           IF WS-STATUS-CONTA NOT = "00"
               AND WS-STATUS-CONTA NOT = "10"
               SET FIM-CONTAS TO TRUE
           END-IF.

       2200-LIBERAR-PENDENTE.
           READ CONTA-PENDENTE
               AT END
                   SET FIM-PENDENTES TO TRUE
               NOT AT END
                   IF PP-CPF NOT = SPACES
                       MOVE PP-CPF    TO CL-CPF
                       MOVE "P"       TO CL-ORIGEM
                       MOVE PP-CONTA  TO CL-CONTA
                       MOVE SPACES    TO CL-STATUS
                       MOVE PP-DATA   TO CL-DATA
                       RELEASE REG-CLASS
                   END-IF
           END-READ.

      *SAIDA DA CLASSIFICACAO: QUEBRA POR CPF. O GRUPO DO CPF SO E
      *ELEGIVEL COM TODAS AS CONTAS ENCERRADAS, SEM ABERTURA PENDENTE
      *E COM O ENCERRAMENTO MAIS RECENTE ANTES DA DATA-LIMITE.
       3000-ANONIMIZAR-CLIENTES.
           MOVE SPACES TO WRK-CPF-ATUAL.
           PERFORM 3950-RETORNAR-CLASS.
           PERFORM 3100-ACUMULAR-CLASS
               UNTIL FIM-CLASS.
           IF WRK-CPF-ATUAL NOT = SPACES
               PERFORM 3500-FECHAR-CPF
           END-IF.

       3100-ACUMULAR-CLASS.
           IF CL-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = SPACES
                   PERFORM 3500-FECHAR-CPF
               END-IF
               MOVE CL-CPF TO WRK-CPF-ATUAL
               MOVE ZERO   TO WRK-GR-QTD
               MOVE ZERO   TO WRK-GR-DATA-ENC
               MOVE "S"    TO WS-GR-ELEGIVEL
               MOVE "S"    TO WS-GR-ENCERRADO
           END-IF.
           IF CL-ORIGEM = "P"
               MOVE "N" TO WS-GR-ENCERRADO
           ELSE
               IF CL-STATUS NOT = "E"
                   MOVE "N" TO WS-GR-ENCERRADO
               END-IF
               IF CL-DATA > WRK-GR-DATA-ENC
                   MOVE CL-DATA TO WRK-GR-DATA-ENC
               END-IF
               IF WRK-GR-QTD < 50
                   ADD 1 TO WRK-GR-QTD
                   MOVE CL-CONTA TO WRK-GR-CONTA (WRK-GR-QTD)
               ELSE
                   DISPLAY "ANONIMIZACAO: MAIS DE 50 CONTAS NO CPF "
                       CL-CPF " - CLIENTE NAO ANONIMIZADO"
                   MOVE "N" TO WS-GR-ELEGIVEL
               END-IF
           END-IF.
           PERFORM 3950-RETORNAR-CLASS.

      *ENCERRAMENTO SEM DATA NENHUMA (CONTA MIGRADA SEM DATA DE
      *STATUS NEM MOVIMENTO) NAO PROVA O PRAZO: FICA GUARDADO.
       3500-FECHAR-CPF.
           IF GR-ENCERRADO AND GR-ELEGIVEL AND WRK-GR-QTD > ZERO
               IF WRK-GR-DATA-ENC NOT = ZERO
                   AND WRK-GR-DATA-ENC < WRK-DATA-LIMITE
                   PERFORM 3600-ANONIMIZAR-CLIENTE
               ELSE
                   ADD 1 TO WRK-QTD-EM-GUARDA
               END-IF
           END-IF.

       3600-ANONIMIZAR-CLIENTE.
           MOVE "N" TO WS-ALTEROU.
           MOVE ZERO TO WRK-IND-GR.
           PERFORM 3650-ANONIMIZAR-CONTA
               UNTIL WRK-IND-GR >= WRK-GR-QTD.
           MOVE WRK-CPF-ATUAL TO CI-CPF.
           READ CLIENTES
               NOT INVALID KEY
                   IF CI-NOME NOT = WRK-NOME-ANONIMO
                       OR CI-TELEFONE NOT = SPACES
                       OR CI-ENDERECO NOT = SPACES
                       MOVE WRK-NOME-ANONIMO TO CI-NOME
                       MOVE SPACES TO CI-TELEFONE
                       MOVE SPACES TO CI-ENDERECO
                       REWRITE REG-CLIENTE
                       SET ALTEROU TO TRUE
                   END-IF
           END-READ.
           IF ALTEROU
               PERFORM 3700-REGISTRAR-ANONIMIZACAO
           END-IF.

       3650-ANONIMIZAR-CONTA.
           ADD 1 TO WRK-IND-GR.
           MOVE WRK-GR-CONTA (WRK-IND-GR) TO CM-CONTA.
           READ CONTA-MASTER
               NOT INVALID KEY
                   IF CM-NOME NOT = WRK-NOME-ANONIMO
                       MOVE WRK-NOME-ANONIMO TO CM-NOME
                       REWRITE REG-CONTA-MASTER
                       ADD 1 TO WRK-QTD-CONTAS-ANON
                       SET ALTEROU TO TRUE
                   END-IF
           END-READ.

       3700-REGISTRAR-ANONIMIZACAO.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LA-DATA-HORA.
           MOVE WRK-DATA-MOVTO  TO LA-DATA-MOVTO.
           MOVE WRK-CPF-ATUAL   TO LA-CPF.
           MOVE WRK-GR-QTD      TO LA-QTD-CONTAS.
           MOVE WRK-GR-DATA-ENC TO LA-DATA-ENCERRAMENTO.
           MOVE WRK-ANOS-GUARDA TO LA-ANOS-GUARDA.
           MOVE "ANONIMIZACAO"  TO LA-PROGRAMA.
           WRITE REG-LOG-ANONIM.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "  CPF " WRK-CPF-ATUAL "  CONTAS " WRK-GR-QTD
               "  ULTIMO ENCERRAMENTO " WRK-GR-DATA-ENC
               "  ANONIMIZADO"
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.

       3950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

      *A TRILHA CADASTRAL FICA (DATA, OPERADOR, CONTA E CAMPO), SO A
      *IMAGEM DO NOME DA CONTA ANONIMIZADA E DESCARACTERIZADA. O
      *ARQUIVO E REGRAVADO PELO DE TRABALHO ANONLOGC.TMP (MESMO RITO
      *DO PENDNOVO NO APROVACONTA) SO QUANDO ALGO MUDOU.
       4000-ANONIMIZAR-LOG-CADASTRO.
           OPEN INPUT LOG-CADASTRO.
           IF WS-STATUS-LOG-CAD NOT = "35"
               OPEN OUTPUT LOG-CAD-NOVO
               PERFORM 4100-COPIAR-LOG-CADASTRO
                   UNTIL FIM-LOG-CAD
               CLOSE LOG-CADASTRO
               CLOSE LOG-CAD-NOVO
               IF WRK-QTD-LOG-CAD > ZERO
                   PERFORM 4500-REGRAVAR-LOG-CADASTRO
               END-IF
           END-IF.

       4100-COPIAR-LOG-CADASTRO.
           READ LOG-CADASTRO
               AT END
                   SET FIM-LOG-CAD TO TRUE
               NOT AT END
                   IF LC-CAMPO = "NOME"
                       MOVE LC-CONTA TO CM-CONTA
                       READ CONTA-MASTER
                           NOT INVALID KEY
                               PERFORM 4200-DESCARACTERIZAR-LOG
                       END-READ
                   END-IF
                   WRITE REG-LOG-CAD-NOVO FROM REG-LOG-CADASTRO
           END-READ.

       4200-DESCARACTERIZAR-LOG.
           IF CM-NOME = WRK-NOME-ANONIMO
               AND (LC-ANTES NOT = WRK-NOME-ANONIMO
                 OR LC-DEPOIS NOT = WRK-NOME-ANONIMO)
               MOVE WRK-NOME-ANONIMO TO LC-ANTES
               MOVE WRK-NOME-ANONIMO TO LC-DEPOIS
               ADD 1 TO WRK-QTD-LOG-CAD
           END-IF.

       4500-REGRAVAR-LOG-CADASTRO.
           OPEN OUTPUT LOG-CADASTRO.
           OPEN INPUT LOG-CAD-NOVO.
           MOVE "N" TO WS-FIM-NOVO.
           PERFORM 4600-REGRAVAR-LINHA-LOG
               UNTIL FIM-NOVO.
           CLOSE LOG-CADASTRO.
           CLOSE LOG-CAD-NOVO.

       4600-REGRAVAR-LINHA-LOG.
           READ LOG-CAD-NOVO
               AT END
                   SET FIM-NOVO TO TRUE
               NOT AT END
                   WRITE REG-LOG-CADASTRO FROM REG-LOG-CAD-NOVO
           END-READ.

      *A CARTA ENVIADA CONTINUA PROVANDO O AVISO (NUMERO, DATA, TIPO,
      *CONTA E VALOR); SAEM O DESTINATARIO E O ENDERECO DA CONTA
      *ANONIMIZADA. MESMO RITO DE REGRAVACAO, PELO ANONHIST.TMP. A
      *CARTA TAMBEM E CONFERIDA PELO HC-CPF NO CLIENTES.DAT - E POR
      *ELE QUE O DADOSTITULAR A LISTA, E A CONTA PODE TER TROCADO DE
      *TITULAR DEPOIS DA CARTA.
       5000-ANONIMIZAR-CARTAS.
           OPEN INPUT CARTA-HIST.
           IF WS-STATUS-CARTA-HIST NOT = "35"
               OPEN OUTPUT HIST-NOVO
               PERFORM 5100-COPIAR-CARTA
                   UNTIL FIM-CARTA-HIST
               CLOSE CARTA-HIST
               CLOSE HIST-NOVO
               IF WRK-QTD-CARTAS > ZERO
                   PERFORM 5500-REGRAVAR-CARTAS
               END-IF
           END-IF.

       5100-COPIAR-CARTA.
           READ CARTA-HIST
               AT END
                   SET FIM-CARTA-HIST TO TRUE
               NOT AT END
                   MOVE HC-CONTA TO CM-CONTA
                   READ CONTA-MASTER
                       NOT INVALID KEY
                           PERFORM 5200-DESCARACTERIZAR-CARTA
                   END-READ
                   MOVE HC-CPF TO CI-CPF
                   READ CLIENTES
                       NOT INVALID KEY
                           PERFORM 5300-DESCARACTERIZAR-POR-CPF
                   END-READ
                   WRITE REG-HIST-NOVO FROM REG-CARTA-HIST
           END-READ.

       5200-DESCARACTERIZAR-CARTA.
           IF CM-NOME = WRK-NOME-ANONIMO
               AND (HC-DESTINATARIO NOT = WRK-NOME-ANONIMO
                 OR HC-ENDERECO NOT = SPACES)
               MOVE WRK-NOME-ANONIMO TO HC-DESTINATARIO
               MOVE SPACES TO HC-ENDERECO
               ADD 1 TO WRK-QTD-CARTAS
           END-IF.

       5300-DESCARACTERIZAR-POR-CPF.
           IF CI-NOME = WRK-NOME-ANONIMO
               AND (HC-DESTINATARIO NOT = WRK-NOME-ANONIMO
                 OR HC-ENDERECO NOT = SPACES)
               MOVE WRK-NOME-ANONIMO TO HC-DESTINATARIO
               MOVE SPACES TO HC-ENDERECO
               ADD 1 TO WRK-QTD-CARTAS
           END-IF.

       5500-REGRAVAR-CARTAS.
           OPEN OUTPUT CARTA-HIST.
           OPEN INPUT HIST-NOVO.
           MOVE "N" TO WS-FIM-NOVO.
           PERFORM 5600-REGRAVAR-LINHA-CARTA
               UNTIL FIM-NOVO.
           CLOSE CARTA-HIST.
           CLOSE HIST-NOVO.

       5600-REGRAVAR-LINHA-CARTA.
           READ HIST-NOVO
               AT END
                   SET FIM-NOVO TO TRUE
               NOT AT END
                   WRITE REG-CARTA-HIST FROM REG-HIST-NOVO
           END-READ.

       9000-ENCERRAR.
           MOVE SPACES TO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE WRK-QTD-ANONIMIZADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "CLIENTES ANONIMIZADOS ...............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE WRK-QTD-CONTAS-ANON TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "CONTAS COM NOME DESCARACTERIZADO ....: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE WRK-QTD-LOG-CAD TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "LINHAS DO LOGCADASTRO ...............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE WRK-QTD-CARTAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "CARTAS DO CORRESPHIST ...............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           MOVE WRK-QTD-EM-GUARDA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-ANONIM.
           STRING "ENCERRADOS AINDA NO PRAZO DE GUARDA .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-ANONIM.
           WRITE LINHA-ANONIM.
           CLOSE CONTA-MASTER.
           CLOSE CLIENTES.
           CLOSE LOG-ANONIM.
           CLOSE ANONIM-REL.
           DISPLAY "ANONIMIZACAO: " WRK-QTD-ANONIMIZADOS
               " CLIENTE(S) ANONIMIZADO(S), " WRK-QTD-EM-GUARDA
               " ENCERRADO(S) NO PRAZO DE GUARDA - VER "
               "ANONIMIZACAO.PRT".
