       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. MONITORPLD.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *PLDPAR.DAT E O CARTAO DE PARAMETROS DA PREVENCAO A LAVAGEM DE
      *DINHEIRO, MANTIDO PELO COMPLIANCE: SEM ELE NENHUMA REGRA RODA,
      *MAS OS CASOS JA CONFIRMADOS AINDA SAEM PARA O COAF.
           SELECT PLD-PARM  ASSIGN TO "PLDPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.
           SELECT CASOS-PLD  ASSIGN TO "PLDCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-STATUS-CASOS.
      *HISTORICO DOS DEPOSITOS EM ESPECIE LOGO ABAIXO DO LIMITE DOS
      *ULTIMOS DIAS: O LOGMOVTO E ARQUIVADO TODO MES, ENTAO A JANELA
      *DO FRACIONAMENTO NAO PODE DEPENDER DELE. REGRAVADO A CADA
      *NOITE SO COM O QUE AINDA ESTA DENTRO DA JANELA.
           SELECT FRACIONADOS  ASSIGN TO "PLDFRAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FRAC.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT POSICAO  ASSIGN TO "POSICAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CHAVE
               FILE STATUS IS WS-STATUS-POSICAO.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT COMUNICACAO-COAF  ASSIGN TO "COAF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COAF.
           SELECT PLD-REL  ASSIGN TO "PLD.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  PLD-PARM.
       01  REG-PLD-PARM.
      *LIMITE DE ESPECIE (DEPOSITO OU SAQUE NO LIMITE OU ACIMA ABRE
      *CASO); FRACIONAMENTO: DEPOSITO EM ESPECIE ENTRE O PERCENTUAL
      *DO LIMITE E O LIMITE CONTA COMO "LOGO ABAIXO", E A QUANTIDADE
      *DELES NA JANELA DE DIAS, NA MESMA CONTA OU NO MESMO CPF, ABRE
      *CASO; TRANSFERENCIA RECEBIDA NO VALOR OU ACIMA POR CONTA
      *ABERTA HA MENOS DOS DIAS INFORMADOS ABRE CASO; CONTA DORMENTE
      *QUE MOVIMENTA NO DIA O VALOR MINIMO OU MAIS ABRE CASO.
           05  MP-VALOR-LIMITE       PICTURE 9(7)V99.
           05  MP-PCT-FRACIONADO     PICTURE 9(2).
           05  MP-QTD-FRACIONADO     PICTURE 9(2).
           05  MP-DIAS-FRACIONADO    PICTURE 9(3).
           05  MP-VALOR-TRANSF-NOVA  PICTURE 9(7)V99.
           05  MP-DIAS-CONTA-NOVA    PICTURE 9(3).
           05  MP-VALOR-DORMENTE     PICTURE 9(7)V99.
       FD  CASOS-PLD.
           COPY CASOPLD.
       FD  FRACIONADOS.
       01  REG-FRACIONADO.
           05  FR-DATA               PICTURE 9(8).
           05  FR-CONTA              PICTURE 9(6).
           05  FR-CPF                PICTURE X(11).
           05  FR-NOME               PICTURE X(20).
           05  FR-AGENCIA            PICTURE 9(3).
           05  FR-VALOR              PICTURE 9(7)V99.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  POSICAO.
           COPY POSICAO.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
      *LAYOUT FIXO DA COMUNICACAO AO COAF: HEADER "H", UMA OCORRENCIA
      *"D" POR CASO CONFIRMADO PELO COMPLIANCE, COM O CODIGO DE
      *ENQUADRAMENTO DA REGRA, E TRAILER "T" COM QUANTIDADE E HASH DE
      *VALOR, NO MESMO MOLDE DA INTERFACE CONTABIL.
       FD  COMUNICACAO-COAF.
       01  REG-COAF            PICTURE X(140).
       FD  PLD-REL.
       01  LINHA-PLD           PICTURE X(100).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E O MONITORAMENTO DE PREVENCAO A LAVAGEM DE
      *DINHEIRO: RODA DEPOIS DA POSTAGEM DO DIA, PASSA O LOGMOVTO DA
      *DATA-MOVIMENTO PELAS REGRAS DO PLDPAR.DAT (ESPECIE NO LIMITE,
      *FRACIONAMENTO, TRANSFERENCIA GRANDE PARA CONTA NOVA E CONTA
      *DORMENTE QUE VOLTA A MEXER) E ABRE UM CASO PENDENTE NO
      *PLDCASOS.DAT PARA CADA ALERTA. O COMPLIANCE DECIDE OS CASOS NO
      *ANALISEPLD; OS CONFIRMADOS SAEM NA NOITE SEGUINTE NO COAF.DAT.
      *NAO MEXE EM SALDO NEM GRAVA CONTROLE. SAI O RELATORIO PLD.PRT.
       01  REG-COAF-HEADER.
           05  CH-TIPO          PICTURE X(1)  VALUE "H".
           05  CH-DATA          PICTURE 9(8).
           05  CH-SISTEMA       PICTURE X(8)  VALUE "CONTACLI".
           05  FILLER           PICTURE X(123) VALUE SPACES.
       01  REG-COAF-DETALHE.
           05  CD-TIPO          PICTURE X(1)  VALUE "D".
           05  CD-DATA-OCORRENCIA PICTURE 9(8).
           05  CD-SEQ           PICTURE 9(5).
           05  CD-ENQUADRAMENTO PICTURE 9(4).
           05  CD-CPF           PICTURE X(11).
           05  CD-NOME          PICTURE X(20).
           05  CD-AGENCIA       PICTURE 9(3).
           05  CD-CONTA         PICTURE 9(6).
           05  CD-VALOR         PICTURE 9(11)V99.
           05  CD-QTD           PICTURE 9(4).
           05  CD-DATA-DECISAO  PICTURE 9(8).
           05  CD-ANALISTA      PICTURE X(8).
           05  CD-PARECER       PICTURE X(40).
           05  FILLER           PICTURE X(9)  VALUE SPACES.
       01  REG-COAF-TRAILER.
           05  CT-TIPO          PICTURE X(1)  VALUE "T".
           05  CT-QTD-REGISTROS PICTURE 9(7).
           05  CT-HASH-VALOR    PICTURE 9(13)V99.
           05  FILLER           PICTURE X(117) VALUE SPACES.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
      *CORTES DE DATA CALCULADOS UMA VEZ: DEPOSITO FRACIONADO SO VALE
      *DEPOIS DO CORTE DA JANELA; CONTA CUJA ABERTURA E ANTERIOR AO
      *CORTE DE CONTA NOVA NAO E NOVA.
       01  WRK-DATA-CORTE-FRAC  PICTURE 9(8) VALUE ZERO.
       01  WRK-DATA-CORTE-NOVA  PICTURE 9(8) VALUE ZERO.
       01  WRK-VALOR-PISO-FRAC  PICTURE 9(7)V99 VALUE ZERO.
      *CONTAS INTERNAS DO BANCO (FAIXA 999990 EM DIANTE: CAIXA,
      *INTERAGENCIAS, LIQUIDACAO, CARTEIRA, CAPTACAO, IR A RECOLHER)
      *NAO SAO CLIENTE E FICAM FORA DO MONITORAMENTO.
       01  WRK-CONTA-INTERNA    PICTURE 9(6) VALUE 999990.
       01  WRK-DELTA            PICTURE S9(8)V99 VALUE ZERO.
       01  WRK-VALOR-ABS        PICTURE 9(8)V99 VALUE ZERO.
       01  WRK-SEQ-CASO         PICTURE 9(5) VALUE ZERO.
       01  WRK-ENQUADRAMENTO    PICTURE 9(4) VALUE ZERO.
       01  WRK-IND              PICTURE 9(4) VALUE ZERO.
       01  WRK-IND2             PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-CONTA        PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-CPF          PICTURE 9(4) VALUE ZERO.
       01  WRK-SOMA-CONTA       PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-SOMA-CPF         PICTURE 9(9)V99 VALUE ZERO.
      *DEPOSITOS LOGO ABAIXO DO LIMITE DENTRO DA JANELA (HISTORICO
      *DO PLDFRAC.DAT MAIS OS DO DIA). OS INDICADORES DE AVALIADO
      *EVITAM ABRIR DOIS CASOS PARA A MESMA CONTA OU CPF NO DIA.
       01  WRK-QTD-FRACIONADOS  PICTURE 9(4) VALUE ZERO.
       01  WRK-TAB-FRACIONADOS.
           05  WRK-FR-ENTRY OCCURS 3000 TIMES.
               10  WRK-FR-DATA         PICTURE 9(8).
               10  WRK-FR-CONTA        PICTURE 9(6).
               10  WRK-FR-CPF          PICTURE X(11).
               10  WRK-FR-NOME         PICTURE X(20).
               10  WRK-FR-AGENCIA      PICTURE 9(3).
               10  WRK-FR-VALOR        PICTURE 9(7)V99.
               10  WRK-FR-CONTA-AVALIADA PICTURE X(1).
               10  WRK-FR-CPF-AVALIADO PICTURE X(1).
      *CONTAS DORMENTES QUE MEXERAM NO DIA: UM CASO POR CONTA, COM O
      *TOTAL MOVIMENTADO, E NAO UM POR LANCAMENTO.
       01  WRK-QTD-DORMENTES    PICTURE 9(4) VALUE ZERO.
       01  WRK-TAB-DORMENTES.
           05  WRK-DO-ENTRY OCCURS 500 TIMES.
               10  WRK-DO-CONTA        PICTURE 9(6).
               10  WRK-DO-CPF          PICTURE X(11).
               10  WRK-DO-NOME         PICTURE X(20).
               10  WRK-DO-AGENCIA      PICTURE 9(3).
               10  WRK-DO-VALOR        PICTURE 9(9)V99.
               10  WRK-DO-QTD          PICTURE 9(4).
      *TOTAIS DO RELATORIO.
       01  WRK-QTD-ESPECIE      PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-FRACIONADO   PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-CONTA-NOVA   PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-DORMENTE     PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-CASOS        PICTURE 9(5) VALUE ZERO.
       01  WRK-QTD-COMUNICADOS  PICTURE 9(7) VALUE ZERO.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE ZZZ.ZZZ.ZZ9,99.
       01  WS-STATUS-PARM       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CASOS      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-FRAC       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-POSICAO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-COAF       PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-REL        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-SEM-PARAMETRO     PICTURE X    VALUE "N".
           88  SEM-PARAMETRO                  VALUE "S".
       01  WS-SEM-MASTER        PICTURE X    VALUE "N".
           88  SEM-MASTER                     VALUE "S".
       01  WS-SEM-POSICAO       PICTURE X    VALUE "N".
           88  SEM-POSICAO                    VALUE "S".
       01  WS-SEM-LOG           PICTURE X    VALUE "N".
           88  SEM-LOG                        VALUE "S".
       01  WS-FIM-LOG           PICTURE X    VALUE "N".
           88  FIM-LOG                        VALUE "S".
       01  WS-FIM-CASOS         PICTURE X    VALUE "N".
           88  FIM-CASOS                      VALUE "S".
       01  WS-FIM-FRAC          PICTURE X    VALUE "N".
           88  FIM-FRAC                       VALUE "S".
       01  WS-CONTA-ACHADA      PICTURE X    VALUE "N".
           88  CONTA-ACHADA                   VALUE "S".
       01  WS-ESPECIE           PICTURE X    VALUE "N".
           88  ESPECIE                        VALUE "S".
       01  WS-CONTA-NOVA        PICTURE X    VALUE "N".
           88  CONTA-NOVA                     VALUE "S".
       01  WS-DORMENTE-ACHADA   PICTURE X    VALUE "N".
           88  DORMENTE-ACHADA                VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF NOT SEM-PARAMETRO
               PERFORM 1300-LIMPAR-CASOS-DO-DIA
               PERFORM 1400-CARREGAR-FRACIONADOS
               PERFORM 2000-MONITORAR-LANCAMENTO
                   UNTIL FIM-LOG
               PERFORM 3000-AVALIAR-FRACIONAMENTO
               PERFORM 3500-ABRIR-CASOS-DORMENTES
               PERFORM 3800-REGRAVAR-FRACIONADOS
           END-IF.
           PERFORM 4000-COMUNICAR-COAF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           PERFORM 1100-LER-PARAMETROS.
           OPEN OUTPUT PLD-REL.
           MOVE SPACES TO LINHA-PLD.
           STRING "MONITORAMENTO PLD - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           OPEN I-O CASOS-PLD.
           IF WS-STATUS-CASOS = "35"
               OPEN OUTPUT CASOS-PLD
               CLOSE CASOS-PLD
               OPEN I-O CASOS-PLD
           END-IF.
           IF SEM-PARAMETRO
               SET FIM-LOG TO TRUE
           ELSE
               PERFORM 1200-ABRIR-MOVIMENTO
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

       1100-LER-PARAMETROS.
           OPEN INPUT PLD-PARM.
           IF WS-STATUS-PARM = "35"
               DISPLAY "MONITORPLD: SEM PLDPAR.DAT - REGRAS NAO "
                   "APLICADAS"
               SET SEM-PARAMETRO TO TRUE
           ELSE
               READ PLD-PARM
                   AT END
                       DISPLAY "MONITORPLD: PLDPAR.DAT VAZIO - "
                           "REGRAS NAO APLICADAS"
                       SET SEM-PARAMETRO TO TRUE
               END-READ
               CLOSE PLD-PARM
           END-IF.
           IF NOT SEM-PARAMETRO
               IF MP-VALOR-LIMITE NOT NUMERIC
                   OR MP-VALOR-LIMITE = ZERO
                   DISPLAY "MONITORPLD: LIMITE DE ESPECIE ZERADO - "
                       "REGRAS NAO APLICADAS"
                   SET SEM-PARAMETRO TO TRUE
               END-IF
           END-IF.
           IF NOT SEM-PARAMETRO
               COMPUTE WRK-DATA-CORTE-FRAC = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO)
                    - MP-DIAS-FRACIONADO)
               COMPUTE WRK-DATA-CORTE-NOVA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO)
                    - MP-DIAS-CONTA-NOVA)
               COMPUTE WRK-VALOR-PISO-FRAC ROUNDED =
                   MP-VALOR-LIMITE * MP-PCT-FRACIONADO / 100
           END-IF.

       1200-ABRIR-MOVIMENTO.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA NOT = "00"
               DISPLAY "MONITORPLD: SEM CONTAMASTER.DAT - NADA A "
                   "MONITORAR"
               SET SEM-MASTER TO TRUE
               SET FIM-LOG TO TRUE
           END-IF.
           OPEN INPUT POSICAO.
           IF WS-STATUS-POSICAO NOT = "00"
               SET SEM-POSICAO TO TRUE
           END-IF.
           OPEN INPUT LOG-MOVTO.
           IF WS-STATUS-LOG = "35"
               DISPLAY "MONITORPLD: SEM LOGMOVTO.DAT - NADA A "
                   "MONITORAR"
               SET SEM-LOG TO TRUE
               SET FIM-LOG TO TRUE
           END-IF.
           IF NOT FIM-LOG
               PERFORM 2900-LER-LOG
           END-IF.

      *RETOMADA NA MESMA DATA: OS CASOS DO DIA AINDA PENDENTES SAO
      *APAGADOS E REFEITOS PELA NOVA PASSADA NO LOG, SEM DUPLICAR
      *ALERTA. CASO JA DECIDIDO FICA, E A SEQUENCIA CONTINUA DEPOIS
      *DELE.
       1300-LIMPAR-CASOS-DO-DIA.
           MOVE ZERO TO WRK-SEQ-CASO.
           MOVE "N"  TO WS-FIM-CASOS.
           MOVE WRK-DATA-MOVTO TO CS-DATA.
           MOVE ZEROS TO CS-SEQ.
           START CASOS-PLD KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   SET FIM-CASOS TO TRUE
           END-START.
           PERFORM 1350-LIMPAR-SE-PENDENTE
               UNTIL FIM-CASOS.

       1350-LIMPAR-SE-PENDENTE.
           PERFORM 4900-LER-CASO.
           IF NOT FIM-CASOS
               IF CS-DATA NOT = WRK-DATA-MOVTO
                   SET FIM-CASOS TO TRUE
               ELSE
                   IF CS-PENDENTE
                       DELETE CASOS-PLD RECORD
                   ELSE
                       MOVE CS-SEQ TO WRK-SEQ-CASO
                   END-IF
               END-IF
           END-IF.

      *SO ENTRA O QUE ESTA DENTRO DA JANELA E E DE DIA ANTERIOR: OS
      *DEPOSITOS DA DATA-MOVIMENTO SAO RECOLHIDOS DE NOVO DO LOG.
       1400-CARREGAR-FRACIONADOS.
           OPEN INPUT FRACIONADOS.
           IF WS-STATUS-FRAC NOT = "35"
               PERFORM 1450-CARREGAR-FRACIONADO
                   UNTIL FIM-FRAC
               CLOSE FRACIONADOS
           END-IF.

       1450-CARREGAR-FRACIONADO.
           READ FRACIONADOS
               AT END
                   SET FIM-FRAC TO TRUE
               NOT AT END
                   IF FR-DATA > WRK-DATA-CORTE-FRAC
                       AND FR-DATA < WRK-DATA-MOVTO
                       PERFORM 8200-INCLUIR-FRACIONADO
                   END-IF
           END-READ.

      *SO O QUE MOVEU SALDO NA DATA-MOVIMENTO E PASSA PELAS REGRAS:
      *RECUSA, ESTORNO E LANCAMENTO ESTORNADO NAO CONTAM.
       2000-MONITORAR-LANCAMENTO.
           IF LG-DATA-HORA (1:8) = WRK-DATA-MOVTO
               AND LG-OPERACAO NOT = "R"
               AND LG-OPERACAO NOT = "E"
               AND LG-ESTORNADO NOT = "S"
               AND LG-CONTA < WRK-CONTA-INTERNA
               PERFORM 2100-LER-CONTA
               IF CONTA-ACHADA
                   COMPUTE WRK-DELTA =
                       LG-SALDO-DEPOIS - LG-SALDO-ANTES
                   PERFORM 2150-CLASSIFICAR-ESPECIE
                   PERFORM 2200-REGRA-ESPECIE
                   PERFORM 2300-COLETAR-FRACIONADO
                   PERFORM 2400-REGRA-CONTA-NOVA
                   PERFORM 2500-COLETAR-DORMENTE
               END-IF
           END-IF.
           PERFORM 2900-LER-LOG.

       2100-LER-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA.
           MOVE LG-CONTA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTA-ACHADA TO TRUE
           END-READ.

      *ESPECIE E O DEPOSITO OU SAQUE DE BOCA DE CAIXA: O DOCUMENTO
      *DO LOTE ("B"), O DO BALCAO ("I") E O SUSPENSO REPROCESSADO
      *("P"). TRANSFERENCIA, CHEQUE, TARIFA, JUROS, EMPRESTIMO E CDB
      *TEM ORIGEM OU OPERACAO PROPRIA E NAO SAO ESPECIE - INCLUSIVE
      *O DEBITO DE PARCELA DE EMPRESTIMO DO LOTE (ORIGEM "E").
       2150-CLASSIFICAR-ESPECIE.
           MOVE "N" TO WS-ESPECIE.
           IF (LG-OPERACAO = "D" OR LG-OPERACAO = "S")
               AND (LG-ORIGEM = "B" OR LG-ORIGEM = "I"
                    OR LG-ORIGEM = "P")
               SET ESPECIE TO TRUE
           END-IF.

       2200-REGRA-ESPECIE.
           IF ESPECIE AND LG-VALOR >= MP-VALOR-LIMITE
               PERFORM 8000-CASO-DA-CONTA
               MOVE "V"      TO CS-REGRA
               MOVE LG-VALOR TO CS-VALOR
               MOVE 1        TO CS-QTD
               IF LG-OPERACAO = "D"
                   MOVE "DEPOSITO EM ESPECIE NO LIMITE OU ACIMA"
                       TO CS-DESCRICAO
               ELSE
                   MOVE "SAQUE EM ESPECIE NO LIMITE OU ACIMA"
                       TO CS-DESCRICAO
               END-IF
               PERFORM 8100-ABRIR-CASO
               ADD 1 TO WRK-QTD-ESPECIE
           END-IF.

       2300-COLETAR-FRACIONADO.
           IF ESPECIE AND LG-OPERACAO = "D"
               AND LG-VALOR < MP-VALOR-LIMITE
               AND LG-VALOR >= WRK-VALOR-PISO-FRAC
               MOVE WRK-DATA-MOVTO TO FR-DATA
               MOVE CM-CONTA       TO FR-CONTA
               MOVE CM-CPF         TO FR-CPF
               MOVE CM-NOME        TO FR-NOME
               MOVE CM-AGENCIA     TO FR-AGENCIA
               MOVE LG-VALOR       TO FR-VALOR
               PERFORM 8200-INCLUIR-FRACIONADO
           END-IF.

      *CREDITO DE TRANSFERENCIA (INTERNA "T" OU INTERBANCARIA "X"):
      *O SENTIDO VEM DA VARIACAO DO SALDO, COMO NO CONTABIL.
       2400-REGRA-CONTA-NOVA.
           IF (LG-OPERACAO = "T" OR LG-OPERACAO = "X")
               AND WRK-DELTA >= MP-VALOR-TRANSF-NOVA
               AND WRK-DELTA > ZERO
               PERFORM 2450-TESTAR-CONTA-NOVA
               IF CONTA-NOVA
                   PERFORM 8000-CASO-DA-CONTA
                   MOVE "N"       TO CS-REGRA
                   MOVE WRK-DELTA TO CS-VALOR
                   MOVE 1         TO CS-QTD
                   MOVE "TRANSFERENCIA RECEBIDA POR CONTA RECENTE"
                       TO CS-DESCRICAO
                   PERFORM 8100-ABRIR-CASO
                   ADD 1 TO WRK-QTD-CONTA-NOVA
               END-IF
           END-IF.

      *O MASTER NAO GUARDA A DATA DE ABERTURA: A CONTA E TIDA COMO
      *NOVA QUANDO O STATUS FOI GRAVADO DEPOIS DO CORTE (A APROVACAO
      *GRAVA O STATUS NA ABERTURA) E NAO HA POSICAO DE FECHAMENTO
      *ANTERIOR AO CORTE.
       2450-TESTAR-CONTA-NOVA.
           MOVE "N" TO WS-CONTA-NOVA.
           IF CM-STATUS-DATA > WRK-DATA-CORTE-NOVA
               SET CONTA-NOVA TO TRUE
               IF NOT SEM-POSICAO
                   MOVE CM-CONTA TO PD-CONTA
                   MOVE ZEROS    TO PD-DATA
                   START POSICAO KEY IS NOT LESS THAN PD-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ POSICAO NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF PD-CONTA = CM-CONTA
                                       AND PD-DATA <=
                                           WRK-DATA-CORTE-NOVA
                                       MOVE "N" TO WS-CONTA-NOVA
                                   END-IF
                           END-READ
                   END-START
               END-IF
           END-IF.

      *CONTA AINDA DORMENTE NO FECHAMENTO DO DIA QUE TEVE LANCAMENTO
      *MEXENDO SALDO (EM GERAL CREDITO, JA QUE O DEBITO E RECUSADO).
       2500-COLETAR-DORMENTE.
           IF CM-DORMENTE AND WRK-DELTA NOT = ZERO
               COMPUTE WRK-VALOR-ABS = FUNCTION ABS(WRK-DELTA)
               MOVE "N" TO WS-DORMENTE-ACHADA
               PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-DORMENTES
                      OR DORMENTE-ACHADA
                   IF WRK-DO-CONTA (WRK-IND) = CM-CONTA
                       SET DORMENTE-ACHADA TO TRUE
                       ADD WRK-VALOR-ABS TO WRK-DO-VALOR (WRK-IND)
                       ADD 1 TO WRK-DO-QTD (WRK-IND)
                   END-IF
               END-PERFORM
               IF NOT DORMENTE-ACHADA
                   IF WRK-QTD-DORMENTES >= 500
                       DISPLAY "MONITORPLD: MAIS DE 500 CONTAS "
                           "DORMENTES COM MOVIMENTO - AMPLIAR A "
                           "TABELA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-QTD-DORMENTES
                   MOVE CM-CONTA   TO WRK-DO-CONTA (WRK-QTD-DORMENTES)
                   MOVE CM-CPF     TO WRK-DO-CPF (WRK-QTD-DORMENTES)
                   MOVE CM-NOME    TO WRK-DO-NOME (WRK-QTD-DORMENTES)
                   MOVE CM-AGENCIA
                       TO WRK-DO-AGENCIA (WRK-QTD-DORMENTES)
                   MOVE WRK-VALOR-ABS
                       TO WRK-DO-VALOR (WRK-QTD-DORMENTES)
                   MOVE 1 TO WRK-DO-QTD (WRK-QTD-DORMENTES)
               END-IF
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O NA
      *LEITURA SEQUENCIAL, QUE NAO DISPARA O AT END.
       2900-LER-LOG.
           READ LOG-MOVTO
               AT END
                   SET FIM-LOG TO TRUE
           END-READ.
           IF WS-STATUS-LOG NOT = "00" AND WS-STATUS-LOG NOT = "10"
               SET FIM-LOG TO TRUE
           END-IF.

      *SO DISPARA QUANDO O DIA CONTRIBUIU: CADA CONTA (E CADA CPF)
      *COM DEPOSITO FRACIONADO NA DATA-MOVIMENTO E AVALIADA UMA VEZ
      *SOBRE A JANELA INTEIRA. O CASO POR CPF SO ABRE QUANDO O
      *FRACIONAMENTO SE ESPALHA POR MAIS DE UMA CONTA DO MESMO CPF -
      *NA CONTA UNICA O CASO DA CONTA JA COBRE.
       3000-AVALIAR-FRACIONAMENTO.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-FRACIONADOS
               IF WRK-FR-DATA (WRK-IND) = WRK-DATA-MOVTO
                   IF WRK-FR-CONTA-AVALIADA (WRK-IND) = "N"
                       PERFORM 3100-AVALIAR-CONTA
                   END-IF
                   IF WRK-FR-CPF-AVALIADO (WRK-IND) = "N"
                       PERFORM 3200-AVALIAR-CPF
                   END-IF
               END-IF
           END-PERFORM.

       3100-AVALIAR-CONTA.
           MOVE ZERO TO WRK-QTD-CONTA.
           MOVE ZERO TO WRK-SOMA-CONTA.
           PERFORM VARYING WRK-IND2 FROM 1 BY 1
               UNTIL WRK-IND2 > WRK-QTD-FRACIONADOS
               IF WRK-FR-CONTA (WRK-IND2) = WRK-FR-CONTA (WRK-IND)
                   ADD 1 TO WRK-QTD-CONTA
                   ADD WRK-FR-VALOR (WRK-IND2) TO WRK-SOMA-CONTA
                   MOVE "S" TO WRK-FR-CONTA-AVALIADA (WRK-IND2)
               END-IF
           END-PERFORM.
           IF WRK-QTD-CONTA >= MP-QTD-FRACIONADO
               PERFORM 3300-CASO-DO-FRACIONADO
               MOVE WRK-SOMA-CONTA TO CS-VALOR
               MOVE WRK-QTD-CONTA  TO CS-QTD
               MOVE "DEPOSITOS FRACIONADOS NA MESMA CONTA"
                   TO CS-DESCRICAO
               PERFORM 8100-ABRIR-CASO
               ADD 1 TO WRK-QTD-FRACIONADO
           END-IF.

       3200-AVALIAR-CPF.
           MOVE ZERO TO WRK-QTD-CPF.
           MOVE ZERO TO WRK-SOMA-CPF.
           MOVE ZERO TO WRK-QTD-CONTA.
           IF WRK-FR-CPF (WRK-IND) = SPACES
               MOVE "S" TO WRK-FR-CPF-AVALIADO (WRK-IND)
           ELSE
               PERFORM VARYING WRK-IND2 FROM 1 BY 1
                   UNTIL WRK-IND2 > WRK-QTD-FRACIONADOS
                   IF WRK-FR-CPF (WRK-IND2) = WRK-FR-CPF (WRK-IND)
                       ADD 1 TO WRK-QTD-CPF
                       ADD WRK-FR-VALOR (WRK-IND2) TO WRK-SOMA-CPF
                       MOVE "S" TO WRK-FR-CPF-AVALIADO (WRK-IND2)
                       IF WRK-FR-CONTA (WRK-IND2) =
                           WRK-FR-CONTA (WRK-IND)
                           ADD 1 TO WRK-QTD-CONTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-QTD-CPF >= MP-QTD-FRACIONADO
               AND WRK-QTD-CPF > WRK-QTD-CONTA
               PERFORM 3300-CASO-DO-FRACIONADO
               MOVE WRK-SOMA-CPF TO CS-VALOR
               MOVE WRK-QTD-CPF  TO CS-QTD
               MOVE "DEPOSITOS FRACIONADOS EM CONTAS DO CPF"
                   TO CS-DESCRICAO
               PERFORM 8100-ABRIR-CASO
               ADD 1 TO WRK-QTD-FRACIONADO
           END-IF.

       3300-CASO-DO-FRACIONADO.
           MOVE WRK-FR-CONTA (WRK-IND)   TO CS-CONTA.
           MOVE WRK-FR-CPF (WRK-IND)     TO CS-CPF.
           MOVE WRK-FR-NOME (WRK-IND)    TO CS-NOME.
           MOVE WRK-FR-AGENCIA (WRK-IND) TO CS-AGENCIA.
           MOVE "F"                      TO CS-REGRA.

       3500-ABRIR-CASOS-DORMENTES.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-DORMENTES
               IF WRK-DO-VALOR (WRK-IND) >= MP-VALOR-DORMENTE
                   MOVE WRK-DO-CONTA (WRK-IND)   TO CS-CONTA
                   MOVE WRK-DO-CPF (WRK-IND)     TO CS-CPF
                   MOVE WRK-DO-NOME (WRK-IND)    TO CS-NOME
                   MOVE WRK-DO-AGENCIA (WRK-IND) TO CS-AGENCIA
                   MOVE "D"                      TO CS-REGRA
                   MOVE WRK-DO-VALOR (WRK-IND)   TO CS-VALOR
                   MOVE WRK-DO-QTD (WRK-IND)     TO CS-QTD
                   MOVE "MOVIMENTO EM CONTA DORMENTE"
                       TO CS-DESCRICAO
                   PERFORM 8100-ABRIR-CASO
                   ADD 1 TO WRK-QTD-DORMENTE
               END-IF
           END-PERFORM.

       3800-REGRAVAR-FRACIONADOS.
           OPEN OUTPUT FRACIONADOS.
           PERFORM VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-FRACIONADOS
               MOVE WRK-FR-DATA (WRK-IND)    TO FR-DATA
               MOVE WRK-FR-CONTA (WRK-IND)   TO FR-CONTA
               MOVE WRK-FR-CPF (WRK-IND)     TO FR-CPF
               MOVE WRK-FR-NOME (WRK-IND)    TO FR-NOME
               MOVE WRK-FR-AGENCIA (WRK-IND) TO FR-AGENCIA
               MOVE WRK-FR-VALOR (WRK-IND)   TO FR-VALOR
               WRITE REG-FRACIONADO
           END-PERFORM.
           CLOSE FRACIONADOS.

      *CASO CONFIRMADO PELO COMPLIANCE SAI NA COMUNICACAO E PASSA A
      *COMUNICADO COM A DATA. NUMA RETOMADA DA MESMA DATA O ARQUIVO E
      *REFEITO: O JA COMUNICADO HOJE SAI DE NOVO.
       4000-COMUNICAR-COAF.
           OPEN OUTPUT COMUNICACAO-COAF.
           MOVE WRK-DATA-MOVTO TO CH-DATA.
           WRITE REG-COAF FROM REG-COAF-HEADER.
           MOVE "N" TO WS-FIM-CASOS.
           MOVE LOW-VALUES TO CS-CHAVE.
           START CASOS-PLD KEY IS NOT LESS THAN CS-CHAVE
               INVALID KEY
                   SET FIM-CASOS TO TRUE
           END-START.
           PERFORM 4100-COMUNICAR-SE-CONFIRMADO
               UNTIL FIM-CASOS.
           MOVE WRK-QTD-COMUNICADOS TO CT-QTD-REGISTROS.
           MOVE WRK-HASH-VALOR      TO CT-HASH-VALOR.
           WRITE REG-COAF FROM REG-COAF-TRAILER.
           CLOSE COMUNICACAO-COAF.

       4100-COMUNICAR-SE-CONFIRMADO.
           PERFORM 4900-LER-CASO.
           IF NOT FIM-CASOS
               IF CS-CONFIRMADO
                   OR (CS-COMUNICADO
                       AND CS-DATA-COMUNICACAO = WRK-DATA-MOVTO)
                   PERFORM 4200-GRAVAR-OCORRENCIA
                   IF CS-CONFIRMADO
                       MOVE "E" TO CS-STATUS
                       MOVE WRK-DATA-MOVTO TO CS-DATA-COMUNICACAO
                       REWRITE REG-CASO-PLD
                   END-IF
               END-IF
           END-IF.

      *CODIGO DE ENQUADRAMENTO POR REGRA, NA TABELA QUE O COMPLIANCE
      *USA PARA MONTAR A COMUNICACAO NO SISTEMA DO COAF.
       4200-GRAVAR-OCORRENCIA.
           EVALUATE TRUE
               WHEN CS-REGRA-ESPECIE
                   MOVE 1001 TO WRK-ENQUADRAMENTO
               WHEN CS-REGRA-FRACIONADO
                   MOVE 1002 TO WRK-ENQUADRAMENTO
               WHEN CS-REGRA-CONTA-NOVA
                   MOVE 1003 TO WRK-ENQUADRAMENTO
               WHEN CS-REGRA-DORMENTE
                   MOVE 1004 TO WRK-ENQUADRAMENTO
               WHEN OTHER
                   MOVE 9999 TO WRK-ENQUADRAMENTO
           END-EVALUATE.
           MOVE CS-DATA           TO CD-DATA-OCORRENCIA.
           MOVE CS-SEQ            TO CD-SEQ.
           MOVE WRK-ENQUADRAMENTO TO CD-ENQUADRAMENTO.
           MOVE CS-CPF            TO CD-CPF.
           MOVE CS-NOME           TO CD-NOME.
           MOVE CS-AGENCIA        TO CD-AGENCIA.
           MOVE CS-CONTA          TO CD-CONTA.
           MOVE CS-VALOR          TO CD-VALOR.
           MOVE CS-QTD            TO CD-QTD.
           MOVE CS-DATA-DECISAO   TO CD-DATA-DECISAO.
           MOVE CS-ANALISTA       TO CD-ANALISTA.
           MOVE CS-PARECER        TO CD-PARECER.
           WRITE REG-COAF FROM REG-COAF-DETALHE.
           ADD 1 TO WRK-QTD-COMUNICADOS.
           ADD CS-VALOR TO WRK-HASH-VALOR.
           MOVE CS-VALOR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  COAF: CASO " CS-DATA "-" CS-SEQ
               " ENQ " WRK-ENQUADRAMENTO " CONTA " CS-CONTA
               " CPF " CS-CPF " " WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.

       4900-LER-CASO.
           READ CASOS-PLD NEXT RECORD
               AT END
                   SET FIM-CASOS TO TRUE
           END-READ.
           IF WS-STATUS-CASOS NOT = "00"
               AND WS-STATUS-CASOS NOT = "10"
               SET FIM-CASOS TO TRUE
           END-IF.

       8000-CASO-DA-CONTA.
           MOVE CM-CONTA   TO CS-CONTA.
           MOVE CM-CPF     TO CS-CPF.
           MOVE CM-NOME    TO CS-NOME.
           MOVE CM-AGENCIA TO CS-AGENCIA.

      *CONTA, CPF, NOME, AGENCIA, REGRA, VALOR, QUANTIDADE E
      *DESCRICAO VEM PREENCHIDOS; O CASO NASCE PENDENTE NA
      *DATA-MOVIMENTO COM A PROXIMA SEQUENCIA DO DIA.
       8100-ABRIR-CASO.
           ADD 1 TO WRK-SEQ-CASO.
           MOVE WRK-DATA-MOVTO TO CS-DATA.
           MOVE WRK-SEQ-CASO   TO CS-SEQ.
           MOVE "P"            TO CS-STATUS.
           MOVE SPACES         TO CS-ANALISTA.
           MOVE ZEROS          TO CS-DATA-DECISAO.
           MOVE SPACES         TO CS-PARECER.
           MOVE ZEROS          TO CS-DATA-COMUNICACAO.
           WRITE REG-CASO-PLD.
           ADD 1 TO WRK-QTD-CASOS.
           MOVE CS-VALOR TO WRK-VALOR-DP.
           MOVE CS-QTD   TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "CASO " CS-DATA "-" CS-SEQ " REGRA " CS-REGRA
               " CONTA " CS-CONTA " AG " CS-AGENCIA " "
               WRK-VALOR-DP " QTD " WRK-QTD-DP " " CS-DESCRICAO
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.

       8200-INCLUIR-FRACIONADO.
           IF WRK-QTD-FRACIONADOS >= 3000
               DISPLAY "MONITORPLD: MAIS DE 3000 DEPOSITOS "
                   "FRACIONADOS NA JANELA - AMPLIAR A TABELA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-FRACIONADOS.
           MOVE FR-DATA    TO WRK-FR-DATA (WRK-QTD-FRACIONADOS).
           MOVE FR-CONTA   TO WRK-FR-CONTA (WRK-QTD-FRACIONADOS).
           MOVE FR-CPF     TO WRK-FR-CPF (WRK-QTD-FRACIONADOS).
           MOVE FR-NOME    TO WRK-FR-NOME (WRK-QTD-FRACIONADOS).
           MOVE FR-AGENCIA TO WRK-FR-AGENCIA (WRK-QTD-FRACIONADOS).
           MOVE FR-VALOR   TO WRK-FR-VALOR (WRK-QTD-FRACIONADOS).
           MOVE "N" TO WRK-FR-CONTA-AVALIADA (WRK-QTD-FRACIONADOS).
           MOVE "N" TO WRK-FR-CPF-AVALIADO (WRK-QTD-FRACIONADOS).

       9000-ENCERRAR.
           MOVE WRK-QTD-ESPECIE TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  CASOS ESPECIE NO LIMITE .....: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           MOVE WRK-QTD-FRACIONADO TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  CASOS FRACIONAMENTO .........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           MOVE WRK-QTD-CONTA-NOVA TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  CASOS CONTA NOVA ............: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           MOVE WRK-QTD-DORMENTE TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  CASOS CONTA DORMENTE ........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           MOVE WRK-QTD-COMUNICADOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-PLD.
           STRING "  COMUNICADOS AO COAF .........: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-PLD.
           WRITE LINHA-PLD.
           CLOSE PLD-REL.
           CLOSE CASOS-PLD.
           IF NOT SEM-PARAMETRO
               IF NOT SEM-MASTER
                   CLOSE CONTA-MASTER
               END-IF
               IF NOT SEM-POSICAO
                   CLOSE POSICAO
               END-IF
               IF NOT SEM-LOG
                   CLOSE LOG-MOVTO
               END-IF
           END-IF.
           DISPLAY "MONITORPLD: " WRK-QTD-CASOS " CASO(S) ABERTO(S), "
               WRK-QTD-COMUNICADOS " COMUNICADO(S) AO COAF - VER "
               "PLD.PRT".
