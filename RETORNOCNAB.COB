       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. RETORNOCNAB.
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
           SELECT BOLETOS  ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-NOSSO-NUMERO
               FILE STATUS IS WS-STATUS-BOLETOS.
      *ARQUIVO DE RETORNO DA COBRANCA RECEBIDO DA CAMARA TODA MANHA
      *(CNAB 400): OS BOLETOS DA ESCOLA PAGOS EM QUALQUER BANCO.
           SELECT RETORNO-CNAB  ASSIGN TO "RETCNAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.
      *LIQUIDACAO QUE NAO PODE SER CREDITADA (NOSSO NUMERO QUE NAO E
      *NOSSO, DV ERRADO, VALOR ZERADO) VOLTA PARA A CAMARA COM O
      *MOTIVO, COMO NO TRANSFDEV.DAT DO INTERBANCARIO.
           SELECT RETORNO-DEVOLVIDO  ASSIGN TO "RETCNABDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEVOLVIDO.
      *RETORNO PARA A ESCOLA: UMA LINHA POR BOLETO LIQUIDADO NA
      *NOITE, PARA A SECRETARIA BAIXAR A MENSALIDADE NO SEU CONTROLE.
           SELECT RETORNO-ESCOLA  ASSIGN TO "RETESCOLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RET-ESCOLA.
           SELECT COBRANCA-PARM  ASSIGN TO "COBRANCAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA-PARM.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT COBRANCA-REL  ASSIGN TO "COBRANCA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
           SELECT CLASSIFICACAO  ASSIGN TO "COBRSORT.TMP".
       DATA                            DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  BOLETOS.
           COPY BOLETO.
       FD  RETORNO-CNAB.
           COPY CNAB400.
       FD  RETORNO-DEVOLVIDO.
       01  REG-RETORNO-DEVOLVIDO.
           05  RV-NOSSO-NUMERO       PICTURE 9(11).
           05  RV-DV-NOSSO-NUMERO    PICTURE 9(1).
           05  RV-VALOR-PAGO         PICTURE 9(11)V99.
           05  RV-SEQUENCIAL         PICTURE 9(6).
           05  RV-MOTIVO             PICTURE X(30).
      *LAYOUT FIXO DO RETORNO DA ESCOLA: HEADER "H", UM "D" POR
      *BOLETO LIQUIDADO E TRAILER "T" COM QUANTIDADE E TOTAL PAGO,
      *NO MESMO MOLDE DA INTERFACE CONTABIL.
       FD  RETORNO-ESCOLA.
       01  REG-RETORNO-ESCOLA      PICTURE X(100).
       FD  COBRANCA-PARM.
       01  REG-COBRANCA-PARM.
           05  CP-CONTA-ESCOLA       PICTURE 9(6).
           05  CP-DIA-VENCIMENTO     PICTURE 9(2).
           05  CP-PCT-MULTA          PICTURE 9(2)V99.
           05  CP-PCT-JUROS-MES      PICTURE 9(2)V99.
           05  CP-BANCO              PICTURE 9(3).
           05  CP-CARTEIRA           PICTURE 9(2).
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  COBRANCA-REL.
       01  LINHA-COBRANCA      PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  CONTROLE.
           COPY CONTROLE.
       SD  CLASSIFICACAO.
       01  REG-CLASS.
           05  CL-TURMA            PICTURE X(6).
           05  CL-DATA-VENCIMENTO  PICTURE 9(8).
           05  CL-MATRICULA        PICTURE 9(5).
           05  CL-COMPETENCIA      PICTURE 9(6).
           05  CL-NOME-ALUNO       PICTURE X(20).
           05  CL-VALOR            PICTURE 9(7)V99.
           05  CL-PCT-MULTA        PICTURE 9(2)V99.
           05  CL-PCT-JUROS-MES    PICTURE 9(2)V99.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A LIQUIDACAO DA COBRANCA DA ESCOLA: LE O
      *RETORNO CNAB 400 DA CAMARA (RETCNAB.DAT), BAIXA CADA BOLETO
      *PAGO NO BOLETOS.DAT E CREDITA O VALOR PAGO NA CONTA DA ESCOLA
      *(COBRANCAPAR.DAT) CONTRA A CONTA DE LIQUIDACAO 999997, COMO O
      *CREDITO INTERBANCARIO DO INTERENTRADA - AS DUAS PERNAS SAEM NO
      *LOGMOVTO COM OPERACAO "X" E ORIGEM "K" E FLUEM PARA O
      *CONTABIL. A ESCOLA RECEBE O RETESCOLA.DAT COM OS BOLETOS
      *LIQUIDADOS; O COBRANCA.PRT TRAZ A LIQUIDACAO DA NOITE E A
      *POSICAO POR TURMA DOS BOLETOS EM ABERTO E VENCIDOS.
       01  REG-RET-ESCOLA-HEADER.
           05  RH-TIPO          PICTURE X(1)  VALUE "H".
           05  RH-DATA          PICTURE 9(8).
           05  RH-SISTEMA       PICTURE X(8)  VALUE "COBRANCA".
           05  RH-CONTA-ESCOLA  PICTURE 9(6).
           05  FILLER           PICTURE X(77) VALUE SPACES.
       01  REG-RET-ESCOLA-DETALHE.
           05  RD-TIPO          PICTURE X(1)  VALUE "D".
           05  RD-MATRICULA     PICTURE 9(5).
           05  RD-NOME-ALUNO    PICTURE X(20).
           05  RD-TURMA         PICTURE X(6).
           05  RD-COMPETENCIA   PICTURE 9(6).
           05  RD-VENCIMENTO    PICTURE 9(8).
           05  RD-VALOR-TITULO  PICTURE 9(7)V99.
           05  RD-DATA-PAGAMENTO PICTURE 9(8).
           05  RD-VALOR-PAGO    PICTURE 9(7)V99.
           05  RD-DATA-CREDITO  PICTURE 9(8).
      *SITUACAO: "P" PAGO NO PRAZO, "A" PAGO EM ATRASO COM OS
      *ENCARGOS, "M" PAGO A MENOR QUE O DEVIDO, "D" PAGAMENTO EM
      *DUPLICIDADE DE BOLETO JA LIQUIDADO (A ESCOLA DEVOLVE).
           05  RD-SITUACAO      PICTURE X(1).
           05  FILLER           PICTURE X(19) VALUE SPACES.
       01  REG-RET-ESCOLA-TRAILER.
           05  RT-TIPO          PICTURE X(1)  VALUE "T".
           05  RT-QTD-REGISTROS PICTURE 9(7).
           05  RT-VALOR-TOTAL   PICTURE 9(13)V99.
           05  FILLER           PICTURE X(77) VALUE SPACES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-CONTA-LIQUIDACAO PICTURE 9(6) VALUE 999997.
       01  WRK-VALOR-PAGO       PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-MOTIVO           PICTURE X(30) VALUE SPACES.
       01  WRK-SITUACAO         PICTURE X(1) VALUE SPACE.
      *DATAS DDMMAA DO CNAB CONVERTIDAS PARA AAAAMMDD (SECULO 20).
       01  WRK-DATA-DDMMAA      PICTURE 9(6) VALUE ZERO.
       01  WRK-DATA-DDMMAA-R REDEFINES WRK-DATA-DDMMAA.
           05  WRK-DDMMAA-DIA   PICTURE 9(2).
           05  WRK-DDMMAA-MES   PICTURE 9(2).
           05  WRK-DDMMAA-ANO   PICTURE 9(2).
       01  WRK-DATA-CONVERTIDA  PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-PAGAMENTO   PICTURE 9(8) VALUE ZERO.
      *ENCARGOS DE ATRASO: MULTA UNICA MAIS JUROS PRO RATA POR DIA
      *CORRIDO (MES DE 30 DIAS) DO VENCIMENTO ATE A DATA DE REFERENCIA.
       01  WRK-DATA-REFERENCIA  PICTURE 9(8) VALUE ZERO.
       01  WRK-DIAS-ATRASO      PICTURE S9(5) VALUE ZERO.
       01  WRK-VALOR-DEVIDO     PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-ENC-VALOR        PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-ENC-VENCIMENTO   PICTURE 9(8) VALUE ZERO.
       01  WRK-ENC-PCT-MULTA    PICTURE 9(2)V99 VALUE ZERO.
       01  WRK-ENC-PCT-JUROS    PICTURE 9(2)V99 VALUE ZERO.
      *CONFERENCIA DO TRAILER ANTES DE POSTAR: QUANTIDADE DE
      *DETALHES E SOMA DO VALOR PAGO TEM DE BATER COM O TRAILER.
       01  WRK-CONF-QTD         PICTURE 9(8) VALUE ZERO.
       01  WRK-CONF-VALOR       PICTURE 9(12)V99 VALUE ZERO.
       01  WRK-TRAILER-QTD      PICTURE 9(8) VALUE ZERO.
       01  WRK-TRAILER-VALOR    PICTURE 9(12)V99 VALUE ZERO.
       01  WS-TEM-TRAILER       PICTURE X    VALUE "N".
           88  TEM-TRAILER                    VALUE "S".
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CREDITADAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DEVOLVIDAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-INFORMATIVAS PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETOMADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DUPLICIDADE  PICTURE 9(6) VALUE ZERO.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
      *TRAILER DO RETESCOLA: TODO BOLETO LIQUIDADO NO DIA, INCLUSIVE
      *O JA CREDITADO NUMA RODADA DERRUBADA - O ARQUIVO DA ESCOLA E
      *REGRAVADO INTEIRO NA RETOMADA.
       01  WRK-QTD-INFORMADAS   PICTURE 9(7) VALUE ZERO.
       01  WRK-HASH-INFORMADO   PICTURE 9(13)V99 VALUE ZERO.
      *POSICAO POR TURMA DOS BOLETOS EM ABERTO.
       01  WRK-TURMA-ATUAL      PICTURE X(6) VALUE SPACES.
       01  WRK-TU-QTD-ABERTO    PICTURE 9(5) VALUE ZERO.
       01  WRK-TU-VALOR-ABERTO  PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-TU-QTD-VENCIDO   PICTURE 9(5) VALUE ZERO.
       01  WRK-TU-VALOR-VENCIDO PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-TOT-QTD-ABERTO   PICTURE 9(6) VALUE ZERO.
       01  WRK-TOT-VALOR-ABERTO PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-TOT-QTD-VENCIDO  PICTURE 9(6) VALUE ZERO.
       01  WRK-TOT-VALOR-VENCIDO PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-QTD-DP2          PICTURE ZZZ.ZZ9.
       01  WRK-DIAS-DP          PICTURE ZZZ9.
       01  WRK-VALOR-DP         PICTURE ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-DP2        PICTURE ZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-TOTAL-DP   PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-TOTAL-DP2  PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BOLETOS    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RETORNO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DEVOLVIDO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RET-ESCOLA PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-COBRANCA-PARM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-FIM-RETORNO       PICTURE X    VALUE "N".
           88  FIM-RETORNO                    VALUE "S".
       01  WS-FIM-BOLETOS       PICTURE X    VALUE "N".
           88  FIM-BOLETOS                    VALUE "S".
       01  WS-FIM-CLASS         PICTURE X    VALUE "N".
           88  FIM-CLASS                      VALUE "S".
       01  WS-SEM-RETORNO       PICTURE X    VALUE "N".
           88  SEM-RETORNO                    VALUE "S".
       01  WS-SEM-BOLETOS       PICTURE X    VALUE "N".
           88  SEM-BOLETOS                    VALUE "S".
       01  WS-LIQUIDACAO-ACEITA PICTURE X    VALUE "N".
           88  LIQUIDACAO-ACEITA              VALUE "S".
       01  WS-LIQUIDACAO-RETOMADA PICTURE X  VALUE "N".
           88  LIQUIDACAO-RETOMADA            VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-REGISTRO
               UNTIL FIM-RETORNO.
           IF NOT SEM-BOLETOS
               SORT CLASSIFICACAO
                   ON ASCENDING KEY CL-TURMA CL-DATA-VENCIMENTO
                                    CL-MATRICULA
                   INPUT PROCEDURE IS 4000-LIBERAR-EM-ABERTO
                   OUTPUT PROCEDURE IS 5000-LISTAR-POR-TURMA
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN OUTPUT COBRANCA-REL.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "COBRANCA DA ESCOLA - LIQUIDACAO DO RETORNO CNAB - "
               "DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           OPEN INPUT RETORNO-CNAB.
           IF WS-STATUS-RETORNO = "35"
               DISPLAY "RETORNOCNAB: SEM RETCNAB.DAT - NENHUMA "
                   "LIQUIDACAO RECEBIDA"
               SET SEM-RETORNO TO TRUE
               SET FIM-RETORNO TO TRUE
           END-IF.
           IF NOT SEM-RETORNO
               PERFORM 1100-LER-PARAMETROS
               PERFORM 1200-CONFERIR-TRAILER
           END-IF.
           OPEN I-O BOLETOS.
           IF WS-STATUS-BOLETOS = "35"
               OPEN OUTPUT BOLETOS
               CLOSE BOLETOS
               OPEN I-O BOLETOS
           END-IF.
           IF WS-STATUS-BOLETOS NOT = "00"
               SET SEM-BOLETOS TO TRUE
           END-IF.
           IF NOT SEM-RETORNO
               OPEN I-O CONTA-MASTER
               IF WS-STATUS-CONTA = "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-CONFERIR-CONTA-ESCOLA
               PERFORM 1400-GARANTIR-CONTA-LIQUIDACAO
               OPEN EXTEND LOG-MOVTO
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               OPEN OUTPUT RETORNO-DEVOLVIDO
               OPEN OUTPUT RETORNO-ESCOLA
               MOVE WRK-DATA-MOVTO  TO RH-DATA
               MOVE CP-CONTA-ESCOLA TO RH-CONTA-ESCOLA
               WRITE REG-RETORNO-ESCOLA FROM REG-RET-ESCOLA-HEADER
               PERFORM 2900-LER-RETORNO
           END-IF.

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

      *COM RETORNO NA MAO E SEM O CARTAO, O DINHEIRO RECEBIDO NAO
      *TERIA CONTA PARA CAIR: A RODADA PARA AQUI, ANTES DE POSTAR.
       1100-LER-PARAMETROS.
           OPEN INPUT COBRANCA-PARM.
           IF WS-STATUS-COBRANCA-PARM = "35"
               DISPLAY "RETORNOCNAB: RETCNAB.DAT SEM COBRANCAPAR.DAT "
                   "- CONTA DA ESCOLA DESCONHECIDA, RODADA DERRUBADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ COBRANCA-PARM
               AT END
                   DISPLAY "RETORNOCNAB: COBRANCAPAR.DAT VAZIO - "
                       "CONTA DA ESCOLA DESCONHECIDA, RODADA "
                       "DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE COBRANCA-PARM.

      *O RETORNO E CONFERIDO INTEIRO CONTRA O TRAILER ANTES DE
      *QUALQUER CREDITO: UM ARQUIVO CURTO (TRANSMISSAO INTERROMPIDA)
      *PARA A RODADA SEM MEIA LIQUIDACAO POSTADA. O TRAILER TRAZ A
      *QUANTIDADE DE DETALHES E A SOMA DO VALOR PAGO.
       1200-CONFERIR-TRAILER.
           PERFORM 2900-LER-RETORNO.
           PERFORM 1250-SOMAR-REGISTRO
               UNTIL FIM-RETORNO.
           CLOSE RETORNO-CNAB.
           IF NOT TEM-TRAILER
               OR WRK-CONF-QTD NOT = WRK-TRAILER-QTD
               OR WRK-CONF-VALOR NOT = WRK-TRAILER-VALOR
               DISPLAY "RETORNOCNAB: RETCNAB.DAT NAO BATE COM O "
                   "TRAILER (" WRK-CONF-QTD " DETALHES) - ARQUIVO "
                   "CURTO? RODADA DERRUBADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-RETORNO.
           OPEN INPUT RETORNO-CNAB.

       1250-SOMAR-REGISTRO.
           EVALUATE CN-D-TIPO
               WHEN "1"
                   ADD 1 TO WRK-CONF-QTD
                   ADD CN-D-VALOR-PAGO TO WRK-CONF-VALOR
               WHEN "9"
                   SET TEM-TRAILER TO TRUE
                   MOVE CN-T-QTD-TITULOS TO WRK-TRAILER-QTD
                   MOVE CN-T-VALOR-TOTAL TO WRK-TRAILER-VALOR
           END-EVALUATE.
           PERFORM 2900-LER-RETORNO.

      *A CONTA DA ESCOLA TEM DE EXISTIR E ACEITAR CREDITO - SEM ELA A
      *LIQUIDACAO NAO TEM DESTINO E A RODADA PARA ANTES DE POSTAR.
       1300-CONFERIR-CONTA-ESCOLA.
           MOVE CP-CONTA-ESCOLA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "RETORNOCNAB: CONTA DA ESCOLA "
                       CP-CONTA-ESCOLA " NAO CADASTRADA - RODADA "
                       "DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   IF CM-ENCERRADA
                       DISPLAY "RETORNOCNAB: CONTA DA ESCOLA "
                           CP-CONTA-ESCOLA " ENCERRADA - RODADA "
                           "DERRUBADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *A CONTA DE LIQUIDACAO E UMA CONTA REAL DO MASTER, CRIADA NO
      *PRIMEIRO USO COMO NO INTERENTRADA: O RETORNO PODE CHEGAR
      *ANTES DE QUALQUER MOVIMENTO INTERBANCARIO.
       1400-GARANTIR-CONTA-LIQUIDACAO.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA
                   MOVE "CONTA LIQUIDACAO INTERB" TO CM-NOME
                   MOVE "00000000000" TO CM-CPF
                   MOVE ZEROS  TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   MOVE "BRL"  TO CM-MOEDA
                   MOVE "A"    TO CM-STATUS
                   MOVE WRK-DATA-MOVTO TO CM-STATUS-DATA
                   MOVE SPACES TO CM-STATUS-MOTIVO
                   MOVE ZEROS  TO CM-LIMITE
                   MOVE 1      TO CM-AGENCIA
                   WRITE REG-CONTA-MASTER
                   DISPLAY "RETORNOCNAB: CONTA DE LIQUIDACAO "
                       WRK-CONTA-LIQUIDACAO " CRIADA NO MASTER"
           END-READ.

      *SO O DETALHE "1" TRAZ TITULO; HEADER E TRAILER JA FORAM
      *CONFERIDOS. OCORRENCIA QUE NAO E LIQUIDACAO SO E APONTADA.
       2000-PROCESSAR-REGISTRO.
           IF CN-D-TIPO = "1"
               ADD 1 TO WRK-QTD-LIDAS
               IF CN-D-LIQUIDACAO
                   PERFORM 2100-PROCESSAR-LIQUIDACAO
               ELSE
                   ADD 1 TO WRK-QTD-INFORMATIVAS
                   MOVE SPACES TO LINHA-COBRANCA
                   STRING "  NOSSO NUMERO " CN-D-NOSSO-NUMERO
                       " OCORRENCIA " CN-D-OCORRENCIA
                       " NAO E LIQUIDACAO - SO INFORMATIVA"
                       DELIMITED BY SIZE INTO LINHA-COBRANCA
                   WRITE LINHA-COBRANCA
               END-IF
           END-IF.
           PERFORM 2900-LER-RETORNO.

       2100-PROCESSAR-LIQUIDACAO.
           MOVE "N"    TO WS-LIQUIDACAO-ACEITA.
           MOVE "N"    TO WS-LIQUIDACAO-RETOMADA.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 2200-VALIDAR-LIQUIDACAO.
           EVALUATE TRUE
               WHEN LIQUIDACAO-RETOMADA
                   ADD 1 TO WRK-QTD-RETOMADAS
                   PERFORM 2600-INFORMAR-ESCOLA
               WHEN LIQUIDACAO-ACEITA
                   ADD 1 TO WRK-QTD-CREDITADAS
                   ADD WRK-VALOR-PAGO TO WRK-HASH-VALOR
                   PERFORM 2300-BAIXAR-BOLETO
                   PERFORM 2400-CREDITAR-ESCOLA
                   PERFORM 2500-DEBITAR-LIQUIDACAO
                   PERFORM 2600-INFORMAR-ESCOLA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-DEVOLVIDAS
                   PERFORM 2700-DEVOLVER-LIQUIDACAO
           END-EVALUATE.

      *BOLETO JA PAGO: SE FOI ESTE MESMO REGISTRO DO RETORNO (MESMA
      *DATA DE CREDITO E MESMO SEQUENCIAL), E RETOMADA DE UMA RODADA
      *DERRUBADA DEPOIS DO CREDITO - NADA SE CREDITA, SO VOLTA AO
      *RETESCOLA; SENAO E PAGAMENTO EM DUPLICIDADE - O DINHEIRO
      *ENTROU E E CREDITADO, E A ESCOLA DEVOLVE AO PAGADOR PELO
      *RETESCOLA.
       2200-VALIDAR-LIQUIDACAO.
           MOVE CN-D-VALOR-PAGO TO WRK-VALOR-PAGO.
           EVALUATE TRUE
               WHEN CN-D-VALOR-PAGO = ZEROS
                   MOVE "VALOR PAGO ZERADO" TO WRK-MOTIVO
               WHEN CN-D-VALOR-PAGO > 9999999,99
                   MOVE "VALOR PAGO FORA DO LIMITE" TO WRK-MOTIVO
               WHEN SEM-BOLETOS
                   MOVE "CADASTRO DE BOLETOS INDISPONIVEL"
                       TO WRK-MOTIVO
               WHEN OTHER
                   MOVE CN-D-NOSSO-NUMERO TO BL-NOSSO-NUMERO
                   READ BOLETOS
                       INVALID KEY
                           MOVE "NOSSO NUMERO DESCONHECIDO"
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           PERFORM 2250-QUALIFICAR-BOLETO
                   END-READ
           END-EVALUATE.

       2250-QUALIFICAR-BOLETO.
           MOVE CN-D-DATA-OCORRENCIA TO WRK-DATA-DDMMAA.
           PERFORM 3800-CONVERTER-DATA.
           MOVE WRK-DATA-CONVERTIDA TO WRK-DATA-PAGAMENTO.
           EVALUATE TRUE
               WHEN BL-DV-NOSSO-NUMERO NOT = CN-D-DV-NOSSO-NUMERO
                   MOVE "DV DO NOSSO NUMERO INVALIDO" TO WRK-MOTIVO
               WHEN BL-PAGO
                   AND BL-DATA-CREDITO = WRK-DATA-MOVTO
                   AND BL-SEQ-RETORNO = CN-D-SEQUENCIAL
                   PERFORM 2260-SITUAR-PAGAMENTO
                   SET LIQUIDACAO-RETOMADA TO TRUE
      *O RETORNO E PROCESSADO NA ORDEM DO SEQUENCIAL: DUPLICIDADE DO
      *MESMO DIA COM SEQUENCIAL ATE O ULTIMO GRAVADO JA FOI CREDITADA
      *NA RODADA DERRUBADA.
               WHEN BL-PAGO
                   AND BL-DATA-CREDITO-DUP = WRK-DATA-MOVTO
                   AND CN-D-SEQUENCIAL NOT > BL-SEQ-RETORNO-DUP
                   MOVE "D" TO WRK-SITUACAO
                   SET LIQUIDACAO-RETOMADA TO TRUE
               WHEN BL-PAGO
                   MOVE "D" TO WRK-SITUACAO
                   SET LIQUIDACAO-ACEITA TO TRUE
               WHEN OTHER
                   PERFORM 2260-SITUAR-PAGAMENTO
                   SET LIQUIDACAO-ACEITA TO TRUE
           END-EVALUATE.

      *SITUACAO DA PRIMEIRA LIQUIDACAO PELOS ENCARGOS NA DATA DO
      *PAGAMENTO: A MENOR, EM ATRASO OU NO PRAZO.
       2260-SITUAR-PAGAMENTO.
           MOVE BL-VALOR           TO WRK-ENC-VALOR.
           MOVE BL-DATA-VENCIMENTO TO WRK-ENC-VENCIMENTO.
           MOVE BL-PCT-MULTA       TO WRK-ENC-PCT-MULTA.
           MOVE BL-PCT-JUROS-MES   TO WRK-ENC-PCT-JUROS.
           MOVE WRK-DATA-PAGAMENTO TO WRK-DATA-REFERENCIA.
           PERFORM 3900-CALCULAR-ENCARGOS.
           EVALUATE TRUE
               WHEN WRK-VALOR-PAGO < WRK-VALOR-DEVIDO
                   MOVE "M" TO WRK-SITUACAO
               WHEN WRK-DIAS-ATRASO > ZERO
                   MOVE "A" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "P" TO WRK-SITUACAO
           END-EVALUATE.

      *NA DUPLICIDADE O BOLETO GUARDA A PRIMEIRA LIQUIDACAO E SO
      *ANOTA A DATA DO CREDITO E O SEQUENCIAL DA DUPLICIDADE.
       2300-BAIXAR-BOLETO.
           IF WRK-SITUACAO = "D"
               MOVE WRK-DATA-MOVTO     TO BL-DATA-CREDITO-DUP
               MOVE CN-D-SEQUENCIAL    TO BL-SEQ-RETORNO-DUP
           ELSE
               MOVE "P"                TO BL-STATUS
               MOVE WRK-DATA-PAGAMENTO TO BL-DATA-PAGAMENTO
               MOVE WRK-VALOR-PAGO     TO BL-VALOR-PAGO
               MOVE WRK-DATA-MOVTO     TO BL-DATA-CREDITO
               MOVE CN-D-SEQUENCIAL    TO BL-SEQ-RETORNO
           END-IF.
           REWRITE REG-BOLETO.

       2400-CREDITAR-ESCOLA.
           MOVE CP-CONTA-ESCOLA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DA ESCOLA " CP-CONTA-ESCOLA
                       " SUMIU NO CREDITO - RODADA DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   ADD WRK-VALOR-PAGO TO CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   MOVE CP-CONTA-ESCOLA      TO LG-CONTA
                   MOVE WRK-CONTA-LIQUIDACAO TO LG-CONTA-REF
                   PERFORM 3000-REGISTRAR-LOG
           END-READ.

      *A PERNA DE LIQUIDACAO E OBRIGATORIA: SEM ELA A CONTA 999997
      *NAO PROVA CONTRA A CAMARA. A CONTA E GARANTIDA NA ABERTURA -
      *SUMIR AQUI E ERRO GRAVE E DERRUBA A RODADA.
       2500-DEBITAR-LIQUIDACAO.
           MOVE WRK-CONTA-LIQUIDACAO TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DE LIQUIDACAO " WRK-CONTA-LIQUIDACAO
                       " SUMIU NO DEBITO - LANCAMENTO SEM "
                       "CONTRAPARTIDA, RODADA DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE CM-SALDO TO WRK-SALDO-ANTES
                   SUBTRACT WRK-VALOR-PAGO FROM CM-SALDO
                   MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO
                   REWRITE REG-CONTA-MASTER
                   MOVE WRK-CONTA-LIQUIDACAO TO LG-CONTA
                   MOVE CP-CONTA-ESCOLA      TO LG-CONTA-REF
                   PERFORM 3000-REGISTRAR-LOG
           END-READ.

       2600-INFORMAR-ESCOLA.
           MOVE BL-MATRICULA       TO RD-MATRICULA.
           MOVE BL-NOME-ALUNO      TO RD-NOME-ALUNO.
           MOVE BL-TURMA           TO RD-TURMA.
           MOVE BL-COMPETENCIA     TO RD-COMPETENCIA.
           MOVE BL-DATA-VENCIMENTO TO RD-VENCIMENTO.
           MOVE BL-VALOR           TO RD-VALOR-TITULO.
           MOVE WRK-DATA-PAGAMENTO TO RD-DATA-PAGAMENTO.
           MOVE WRK-VALOR-PAGO     TO RD-VALOR-PAGO.
           MOVE WRK-DATA-MOVTO     TO RD-DATA-CREDITO.
           MOVE WRK-SITUACAO       TO RD-SITUACAO.
           WRITE REG-RETORNO-ESCOLA FROM REG-RET-ESCOLA-DETALHE.
           ADD 1 TO WRK-QTD-INFORMADAS.
           ADD WRK-VALOR-PAGO TO WRK-HASH-INFORMADO.
           MOVE BL-VALOR TO WRK-VALOR-DP.
           MOVE WRK-VALOR-PAGO TO WRK-VALOR-DP2.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  MATRICULA " BL-MATRICULA " " BL-NOME-ALUNO
               " COMPET " BL-COMPETENCIA
               " TITULO " WRK-VALOR-DP " PAGO " WRK-VALOR-DP2
               " SITUACAO " WRK-SITUACAO
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           IF WRK-SITUACAO = "D"
               ADD 1 TO WRK-QTD-DUPLICIDADE
               MOVE SPACES TO LINHA-COBRANCA
               STRING "      PAGAMENTO EM DUPLICIDADE - BOLETO JA "
                   "LIQUIDADO EM " BL-DATA-PAGAMENTO
                   " - ESCOLA DEVOLVE AO PAGADOR"
                   DELIMITED BY SIZE INTO LINHA-COBRANCA
               WRITE LINHA-COBRANCA
           END-IF.

       2700-DEVOLVER-LIQUIDACAO.
           MOVE CN-D-NOSSO-NUMERO    TO RV-NOSSO-NUMERO.
           MOVE CN-D-DV-NOSSO-NUMERO TO RV-DV-NOSSO-NUMERO.
           MOVE CN-D-VALOR-PAGO      TO RV-VALOR-PAGO.
           MOVE CN-D-SEQUENCIAL      TO RV-SEQUENCIAL.
           MOVE WRK-MOTIVO           TO RV-MOTIVO.
           WRITE REG-RETORNO-DEVOLVIDO.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  NOSSO NUMERO " CN-D-NOSSO-NUMERO "-"
               CN-D-DV-NOSSO-NUMERO " DEVOLVIDO A CAMARA - "
               WRK-MOTIVO
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       2900-LER-RETORNO.
           READ RETORNO-CNAB
               AT END
                   SET FIM-RETORNO TO TRUE
           END-READ.
           IF WS-STATUS-RETORNO NOT = "00"
               AND WS-STATUS-RETORNO NOT = "10"
               SET FIM-RETORNO TO TRUE
           END-IF.

      *LG-CONTA E LG-CONTA-REF VEM PREENCHIDOS; O SALDO ANTES FICOU
      *EM WRK-SALDO-ANTES E O DEPOIS E O CM-SALDO JA REGRAVADO.
       3000-REGISTRAR-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO  TO LG-DATA-HORA (1:8).
           MOVE "X"             TO LG-OPERACAO.
           MOVE WRK-VALOR-PAGO  TO LG-VALOR.
           MOVE WRK-SALDO-ANTES TO LG-SALDO-ANTES.
           MOVE CM-SALDO        TO LG-SALDO-DEPOIS.
           MOVE "K"             TO LG-ORIGEM.
           MOVE "BATCH"         TO LG-OPERADOR.
           MOVE CM-AGENCIA      TO LG-AGENCIA.
           MOVE "N"             TO LG-ESTORNADO.
           MOVE SPACES          TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.

      *DDMMAA PARA AAAAMMDD: A COBRANCA SO VE DATAS DESTE SECULO.
       3800-CONVERTER-DATA.
           COMPUTE WRK-DATA-CONVERTIDA =
               20000000 + WRK-DDMMAA-ANO * 10000
               + WRK-DDMMAA-MES * 100 + WRK-DDMMAA-DIA.

      *VALOR DEVIDO NA DATA DE REFERENCIA: ATE O VENCIMENTO, O VALOR
      *DO TITULO; DEPOIS, MAIS A MULTA E OS JUROS DOS DIAS CORRIDOS.
       3900-CALCULAR-ENCARGOS.
           MOVE WRK-ENC-VALOR TO WRK-VALOR-DEVIDO.
           MOVE ZERO TO WRK-DIAS-ATRASO.
           IF WRK-DATA-REFERENCIA > WRK-ENC-VENCIMENTO
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA) -
                   FUNCTION INTEGER-OF-DATE(WRK-ENC-VENCIMENTO)
               COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                   WRK-ENC-VALOR
                   + WRK-ENC-VALOR * WRK-ENC-PCT-MULTA / 100
                   + WRK-ENC-VALOR * WRK-ENC-PCT-JUROS / 100
                     * WRK-DIAS-ATRASO / 30
           END-IF.

      *TODO BOLETO AINDA EM ABERTO VAI PARA A CLASSIFICACAO POR
      *TURMA E VENCIMENTO.
       4000-LIBERAR-EM-ABERTO.
           MOVE LOW-VALUES TO BL-NOSSO-NUMERO.
           START BOLETOS KEY IS NOT LESS THAN BL-NOSSO-NUMERO
               INVALID KEY
                   SET FIM-BOLETOS TO TRUE
           END-START.
           IF NOT FIM-BOLETOS
               PERFORM 4900-LER-BOLETO
           END-IF.
           PERFORM 4100-LIBERAR-BOLETO
               UNTIL FIM-BOLETOS.

       4100-LIBERAR-BOLETO.
           IF BL-ABERTO
               MOVE BL-TURMA           TO CL-TURMA
               MOVE BL-DATA-VENCIMENTO TO CL-DATA-VENCIMENTO
               MOVE BL-MATRICULA       TO CL-MATRICULA
               MOVE BL-COMPETENCIA     TO CL-COMPETENCIA
               MOVE BL-NOME-ALUNO      TO CL-NOME-ALUNO
               MOVE BL-VALOR           TO CL-VALOR
               MOVE BL-PCT-MULTA       TO CL-PCT-MULTA
               MOVE BL-PCT-JUROS-MES   TO CL-PCT-JUROS-MES
               RELEASE REG-CLASS
           END-IF.
           PERFORM 4900-LER-BOLETO.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       4900-LER-BOLETO.
           READ BOLETOS NEXT RECORD
               AT END
                   SET FIM-BOLETOS TO TRUE
           END-READ.
           IF WS-STATUS-BOLETOS NOT = "00"
               SET FIM-BOLETOS TO TRUE
           END-IF.

      *POSICAO DA SECRETARIA: POR TURMA, CADA BOLETO EM ABERTO -
      *"A VENCER" OU "VENCIDO" COM OS DIAS DE ATRASO E O VALOR
      *ATUALIZADO COM OS ENCARGOS NA DATA-MOVIMENTO - E O SUBTOTAL
      *DA TURMA.
       5000-LISTAR-POR-TURMA.
           MOVE SPACES TO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "BOLETOS EM ABERTO POR TURMA - POSICAO EM "
               WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           PERFORM 5950-RETORNAR-CLASS.
           IF NOT FIM-CLASS
               MOVE CL-TURMA TO WRK-TURMA-ATUAL
               PERFORM 5050-CABECALHO-TURMA
           END-IF.
           PERFORM 5100-LISTAR-BOLETO
               UNTIL FIM-CLASS.
           IF WRK-TURMA-ATUAL NOT = SPACES
               OR WRK-TU-QTD-ABERTO > ZERO
               OR WRK-TU-QTD-VENCIDO > ZERO
               PERFORM 5200-TOTALIZAR-TURMA
           END-IF.
           MOVE WRK-TOT-QTD-ABERTO TO WRK-QTD-DP.
           MOVE WRK-TOT-VALOR-ABERTO TO WRK-VALOR-TOTAL-DP.
           MOVE WRK-TOT-QTD-VENCIDO TO WRK-QTD-DP2.
           MOVE WRK-TOT-VALOR-VENCIDO TO WRK-VALOR-TOTAL-DP2.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "TOTAL GERAL: A VENCER " WRK-QTD-DP
               " R$" WRK-VALOR-TOTAL-DP
               "  VENCIDOS " WRK-QTD-DP2
               " R$" WRK-VALOR-TOTAL-DP2
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.

       5050-CABECALHO-TURMA.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "TURMA " WRK-TURMA-ATUAL
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.

       5100-LISTAR-BOLETO.
           IF CL-TURMA NOT = WRK-TURMA-ATUAL
               PERFORM 5200-TOTALIZAR-TURMA
               MOVE CL-TURMA TO WRK-TURMA-ATUAL
               PERFORM 5050-CABECALHO-TURMA
           END-IF.
           MOVE CL-VALOR           TO WRK-ENC-VALOR.
           MOVE CL-DATA-VENCIMENTO TO WRK-ENC-VENCIMENTO.
           MOVE CL-PCT-MULTA       TO WRK-ENC-PCT-MULTA.
           MOVE CL-PCT-JUROS-MES   TO WRK-ENC-PCT-JUROS.
           MOVE WRK-DATA-MOVTO     TO WRK-DATA-REFERENCIA.
           PERFORM 3900-CALCULAR-ENCARGOS.
           MOVE CL-VALOR TO WRK-VALOR-DP.
           MOVE WRK-VALOR-DEVIDO TO WRK-VALOR-DP2.
           MOVE SPACES TO LINHA-COBRANCA.
           IF WRK-DIAS-ATRASO > ZERO
               ADD 1 TO WRK-TU-QTD-VENCIDO
               ADD WRK-VALOR-DEVIDO TO WRK-TU-VALOR-VENCIDO
               MOVE WRK-DIAS-ATRASO TO WRK-DIAS-DP
               STRING "  " CL-MATRICULA " " CL-NOME-ALUNO
                   " COMPET " CL-COMPETENCIA
                   " VENCTO " CL-DATA-VENCIMENTO
                   " " WRK-VALOR-DP
                   " VENCIDO " WRK-DIAS-DP " DIAS ATUALIZADO "
                   WRK-VALOR-DP2
                   DELIMITED BY SIZE INTO LINHA-COBRANCA
           ELSE
               ADD 1 TO WRK-TU-QTD-ABERTO
               ADD CL-VALOR TO WRK-TU-VALOR-ABERTO
               STRING "  " CL-MATRICULA " " CL-NOME-ALUNO
                   " COMPET " CL-COMPETENCIA
                   " VENCTO " CL-DATA-VENCIMENTO
                   " " WRK-VALOR-DP
                   " A VENCER"
                   DELIMITED BY SIZE INTO LINHA-COBRANCA
           END-IF.
           WRITE LINHA-COBRANCA.
           PERFORM 5950-RETORNAR-CLASS.

       5200-TOTALIZAR-TURMA.
           MOVE WRK-TU-QTD-ABERTO TO WRK-QTD-DP.
           MOVE WRK-TU-VALOR-ABERTO TO WRK-VALOR-TOTAL-DP.
           MOVE WRK-TU-QTD-VENCIDO TO WRK-QTD-DP2.
           MOVE WRK-TU-VALOR-VENCIDO TO WRK-VALOR-TOTAL-DP2.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  SUBTOTAL TURMA " WRK-TURMA-ATUAL
               ": A VENCER " WRK-QTD-DP " R$" WRK-VALOR-TOTAL-DP
               "  VENCIDOS " WRK-QTD-DP2 " R$" WRK-VALOR-TOTAL-DP2
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           ADD WRK-TU-QTD-ABERTO    TO WRK-TOT-QTD-ABERTO.
           ADD WRK-TU-VALOR-ABERTO  TO WRK-TOT-VALOR-ABERTO.
           ADD WRK-TU-QTD-VENCIDO   TO WRK-TOT-QTD-VENCIDO.
           ADD WRK-TU-VALOR-VENCIDO TO WRK-TOT-VALOR-VENCIDO.
           MOVE ZERO TO WRK-TU-QTD-ABERTO.
           MOVE ZERO TO WRK-TU-VALOR-ABERTO.
           MOVE ZERO TO WRK-TU-QTD-VENCIDO.
           MOVE ZERO TO WRK-TU-VALOR-VENCIDO.

       5950-RETORNAR-CLASS.
           RETURN CLASSIFICACAO
               AT END
                   SET FIM-CLASS TO TRUE
           END-RETURN.

       9000-ENCERRAR.
           PERFORM 9100-GRAVAR-CONTROLE.
           IF NOT SEM-RETORNO
               MOVE WRK-QTD-INFORMADAS TO RT-QTD-REGISTROS
               MOVE WRK-HASH-INFORMADO TO RT-VALOR-TOTAL
               WRITE REG-RETORNO-ESCOLA FROM REG-RET-ESCOLA-TRAILER
               CLOSE RETORNO-CNAB
               CLOSE RETORNO-DEVOLVIDO
               CLOSE RETORNO-ESCOLA
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           END-IF.
           IF NOT SEM-BOLETOS
               CLOSE BOLETOS
           END-IF.
           MOVE SPACES TO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           MOVE WRK-QTD-CREDITADAS TO WRK-QTD-DP.
           MOVE WRK-HASH-VALOR TO WRK-VALOR-TOTAL-DP.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  LIQUIDACOES CREDITADAS ...: " WRK-QTD-DP
               "  R$" WRK-VALOR-TOTAL-DP
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           MOVE WRK-QTD-DUPLICIDADE TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "    DAS QUAIS EM DUPLICIDADE: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           MOVE WRK-QTD-DEVOLVIDAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  DEVOLVIDAS A CAMARA ......: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           MOVE WRK-QTD-INFORMATIVAS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-COBRANCA.
           STRING "  OCORRENCIAS INFORMATIVAS .: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-COBRANCA.
           WRITE LINHA-COBRANCA.
           CLOSE COBRANCA-REL.
           DISPLAY "RETORNOCNAB: " WRK-QTD-CREDITADAS
               " LIQUIDACAO(OES) CREDITADA(S), " WRK-QTD-DEVOLVIDAS
               " DEVOLVIDA(S) - VER COBRANCA.PRT E RETESCOLA.DAT".

      *LIDOS = DETALHES DO RETORNO; OCORRENCIA INFORMATIVA ENTRA COMO
      *REJEITADA JUNTO COM AS DEVOLVIDAS (NAO MOVEU DINHEIRO), E A
      *LIQUIDACAO JA CREDITADA NUMA RODADA DERRUBADA COMO RETOMADA.
       9100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE.
           IF WS-STATUS-CONTROLE = "35"
               OPEN OUTPUT CONTROLE
           END-IF.
           MOVE WRK-DATA-MOVTO      TO CT-DATA-MOVTO.
           MOVE "RETORNOCNAB"       TO CT-PROGRAMA.
           MOVE WRK-QTD-LIDAS       TO CT-QTD-LIDOS.
           MOVE WRK-QTD-CREDITADAS  TO CT-QTD-APLICADOS.
           COMPUTE CT-QTD-REJEITADOS =
               WRK-QTD-DEVOLVIDAS + WRK-QTD-INFORMATIVAS.
           MOVE WRK-QTD-RETOMADAS   TO CT-QTD-RETOMADOS.
           MOVE WRK-HASH-VALOR      TO CT-HASH-VALOR.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
