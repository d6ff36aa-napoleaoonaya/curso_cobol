       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. BOLETOESCOLA.
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
      *COBRANCAPAR.DAT E O CARTAO DA COBRANCA POR BOLETO: CONTA DA
      *ESCOLA (CEDENTE), DIA DO VENCIMENTO, MULTA E JUROS DE ATRASO,
      *CODIGO DO BANCO E CARTEIRA QUE ENTRAM NO CODIGO DE BARRAS.
           SELECT COBRANCA-PARM  ASSIGN TO "COBRANCAPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA-PARM.
      *O VALOR DA MENSALIDADE E O DESCONTO DE BOLSA SAO OS MESMOS DO
      *DEBITO EM CONTA (MENSALPAR.DAT).
           SELECT MENSAL-PARM  ASSIGN TO "MENSALPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MENSAL-PARM.
           SELECT BOLETO-REL  ASSIGN TO "BOLETO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BOLETO-REL.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
       DATA                            DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           COPY ALUNOS.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  BOLETOS.
           COPY BOLETO.
       FD  COBRANCA-PARM.
       01  REG-COBRANCA-PARM.
           05  CP-CONTA-ESCOLA       PICTURE 9(6).
           05  CP-DIA-VENCIMENTO     PICTURE 9(2).
           05  CP-PCT-MULTA          PICTURE 9(2)V99.
           05  CP-PCT-JUROS-MES      PICTURE 9(2)V99.
           05  CP-BANCO              PICTURE 9(3).
           05  CP-CARTEIRA           PICTURE 9(2).
       FD  MENSAL-PARM.
       01  REG-MENSAL-PARM.
           05  MP-VALOR-MENSALIDADE  PICTURE 9(5)V99.
           05  MP-PCT-DESC-IRMAO     PICTURE 9(2).
           05  MP-PCT-DESC-BOLSA     PICTURE 9(2).
       FD  BOLETO-REL.
       01  LINHA-BOLETO        PICTURE X(80).
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A EMISSAO MENSAL DOS BOLETOS DA ESCOLA: PARA
      *CADA ALUNO DO ALUNOS.DAT SEM CONTA DE RESPONSAVEL NO BANCO
      *(AL-CONTA-RESP ZERADA - A FAMILIA E CORRENTISTA DE OUTRO
      *BANCO), REGISTRA NO BOLETOS.DAT O BOLETO DA COMPETENCIA DA
      *DATA-MOVIMENTO, COM VENCIMENTO, VALOR, MULTA E JUROS DE
      *ATRASO, CODIGO DE BARRAS E LINHA DIGITAVEL, E IMPRIME A VIA DO
      *SACADO NO BOLETO.PRT. O DESCONTO DE IRMAOS NAO SE APLICA: SEM
      *CONTA DE RESPONSAVEL NAO HA COMO AGRUPAR OS IRMAOS - SO A
      *BOLSA. RODA NO FECHAMENTO DO MES, DEPOIS DO MENSALIDADE.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-COMPETENCIA      PICTURE 9(6) VALUE ZERO.
       01  WRK-DATA-VENCIMENTO  PICTURE 9(8) VALUE ZERO.
       01  WRK-VALOR-CHEIO      PICTURE 9(5)V99 VALUE ZERO.
       01  WRK-PCT-BOLSA        PICTURE 9(2) VALUE ZERO.
       01  WRK-VALOR-BOLETO     PICTURE 9(7)V99 VALUE ZERO.
       01  WRK-AGENCIA-ESCOLA   PICTURE 9(3) VALUE ZERO.
       01  WRK-NOME-ESCOLA      PICTURE X(20) VALUE SPACES.
       01  WRK-QTD-ALUNOS       PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-EMITIDOS     PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-JA-EMITIDOS  PICTURE 9(6) VALUE ZERO.
       01  WRK-TOTAL-EMITIDO    PICTURE 9(9)V99 VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-VALOR-DP         PICTURE ZZ.ZZZ.ZZ9,99.
       01  WRK-PCT-DP           PICTURE Z9,99.
       01  WRK-PCT-DP2          PICTURE Z9,99.
       01  WRK-DATA-DP          PICTURE X(10) VALUE SPACES.
      *CODIGO DE BARRAS FEBRABAN (44): BANCO, MOEDA "9", DV GERAL,
      *FATOR DE VENCIMENTO, VALOR (10) E O CAMPO LIVRE (25) DO BANCO:
      *AGENCIA DO CEDENTE (4), CARTEIRA (2), NOSSO NUMERO (11), CONTA
      *DO CEDENTE (7) E ZERO.
       01  WRK-BARRA.
           05  WRK-BR-BANCO         PICTURE 9(3).
           05  WRK-BR-MOEDA         PICTURE 9(1) VALUE 9.
           05  WRK-BR-DV            PICTURE 9(1).
           05  WRK-BR-FATOR         PICTURE 9(4).
           05  WRK-BR-VALOR         PICTURE 9(8)V99.
           05  WRK-BR-CAMPO-LIVRE.
               10  WRK-BR-AGENCIA   PICTURE 9(4).
               10  WRK-BR-CARTEIRA  PICTURE 9(2).
               10  WRK-BR-NOSSO-NUMERO PICTURE 9(11).
               10  WRK-BR-CONTA     PICTURE 9(7).
               10  WRK-BR-ZERO      PICTURE 9(1) VALUE ZERO.
       01  WRK-BARRA-R REDEFINES WRK-BARRA.
           05  WRK-BR-DIGITO OCCURS 44 TIMES PICTURE 9(1).
      *LINHA DIGITAVEL (47): TRES CAMPOS DO CAMPO LIVRE COM DV
      *MODULO 10, O DV GERAL E O FATOR + VALOR.
       01  WRK-LINHA.
           05  WRK-LN-CAMPO1        PICTURE X(10).
           05  WRK-LN-CAMPO2        PICTURE X(11).
           05  WRK-LN-CAMPO3        PICTURE X(11).
           05  WRK-LN-CAMPO4        PICTURE X(1).
           05  WRK-LN-CAMPO5        PICTURE X(14).
       01  WRK-LINHA-DP         PICTURE X(54) VALUE SPACES.
      *AREA DE CALCULO DO DV MODULO 10 DE UM CAMPO DA LINHA
      *DIGITAVEL (ATE 10 DIGITOS, ALINHADOS A ESQUERDA).
       01  WRK-CAMPO-DV.
           05  WRK-CD-DIGITO OCCURS 10 TIMES PICTURE 9(1).
       01  WRK-TAM-CAMPO        PICTURE 9(2) VALUE ZERO.
       01  WRK-DV-CAMPO         PICTURE 9(1) VALUE ZERO.
       01  WRK-NOSSO-NUMERO     PICTURE 9(11) VALUE ZERO.
       01  WRK-NOSSO-NUMERO-R REDEFINES WRK-NOSSO-NUMERO.
           05  WRK-NN-DIGITO OCCURS 11 TIMES PICTURE 9(1).
       01  WRK-IND              PICTURE 9(2) VALUE ZERO.
       01  WRK-PESO             PICTURE 9(2) VALUE ZERO.
       01  WRK-PRODUTO          PICTURE 9(3) VALUE ZERO.
       01  WRK-SOMA             PICTURE 9(5) VALUE ZERO.
       01  WRK-QUOCIENTE        PICTURE 9(5) VALUE ZERO.
       01  WRK-RESTO            PICTURE 9(2) VALUE ZERO.
       01  WRK-DIAS-FATOR       PICTURE 9(7) VALUE ZERO.
       01  WS-STATUS-ALUNOS     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BOLETOS    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-COBRANCA-PARM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-MENSAL-PARM PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BOLETO-REL PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-FIM-ALUNOS        PICTURE X    VALUE "N".
           88  FIM-ALUNOS                     VALUE "S".
       01  WS-SEM-PARAMETRO     PICTURE X    VALUE "N".
           88  SEM-PARAMETRO                  VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF NOT SEM-PARAMETRO
               PERFORM 2000-EMITIR-BOLETO-ALUNO
                   UNTIL FIM-ALUNOS
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           MOVE WRK-DATA-MOVTO (1:6) TO WRK-COMPETENCIA.
           PERFORM 1100-LER-PARAMETROS.
           OPEN OUTPUT BOLETO-REL.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "BOLETOS DA ESCOLA - COMPETENCIA " WRK-COMPETENCIA
               " - DATA " WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           IF NOT SEM-PARAMETRO
               PERFORM 1200-LER-CONTA-ESCOLA
           END-IF.
           IF NOT SEM-PARAMETRO
               PERFORM 1300-DEFINIR-VENCIMENTO
               OPEN I-O BOLETOS
               IF WS-STATUS-BOLETOS = "35"
                   OPEN OUTPUT BOLETOS
                   CLOSE BOLETOS
                   OPEN I-O BOLETOS
               END-IF
               OPEN INPUT ALUNOS
               IF WS-STATUS-ALUNOS NOT = "00"
                   SET FIM-ALUNOS TO TRUE
               ELSE
                   MOVE LOW-VALUES TO AL-MATRICULA
                   START ALUNOS KEY IS NOT LESS THAN AL-MATRICULA
                       INVALID KEY
                           SET FIM-ALUNOS TO TRUE
                   END-START
               END-IF
               IF NOT FIM-ALUNOS
                   PERFORM 2900-LER-ALUNO
               END-IF
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

      *SEM QUALQUER DOS DOIS CARTOES NADA E EMITIDO: A COBRANCA
      *DAQUELE MES FICA PARA UMA RODADA AVULSA COM O CARTAO NO LUGAR.
       1100-LER-PARAMETROS.
           OPEN INPUT COBRANCA-PARM.
           IF WS-STATUS-COBRANCA-PARM = "35"
               DISPLAY "BOLETOESCOLA: SEM COBRANCAPAR.DAT - NENHUM "
                   "BOLETO EMITIDO"
               SET SEM-PARAMETRO TO TRUE
           ELSE
               READ COBRANCA-PARM
                   AT END
                       DISPLAY "BOLETOESCOLA: COBRANCAPAR.DAT VAZIO - "
                           "NENHUM BOLETO EMITIDO"
                       SET SEM-PARAMETRO TO TRUE
               END-READ
               CLOSE COBRANCA-PARM
           END-IF.
           OPEN INPUT MENSAL-PARM.
           IF WS-STATUS-MENSAL-PARM = "35"
               DISPLAY "BOLETOESCOLA: SEM MENSALPAR.DAT - NENHUM "
                   "BOLETO EMITIDO"
               SET SEM-PARAMETRO TO TRUE
           ELSE
               READ MENSAL-PARM
                   AT END
                       DISPLAY "BOLETOESCOLA: MENSALPAR.DAT VAZIO - "
                           "NENHUM BOLETO EMITIDO"
                       SET SEM-PARAMETRO TO TRUE
                   NOT AT END
                       MOVE MP-VALOR-MENSALIDADE TO WRK-VALOR-CHEIO
                       MOVE MP-PCT-DESC-BOLSA    TO WRK-PCT-BOLSA
               END-READ
               CLOSE MENSAL-PARM
           END-IF.
           IF NOT SEM-PARAMETRO AND WRK-VALOR-CHEIO = ZERO
               DISPLAY "BOLETOESCOLA: VALOR ZERADO - NENHUM BOLETO "
                   "EMITIDO"
               SET SEM-PARAMETRO TO TRUE
           END-IF.

      *A CONTA DA ESCOLA E O CEDENTE: TEM DE EXISTIR E ESTAR VIVA, OU
      *O DINHEIRO DOS BOLETOS NAO TERIA ONDE CAIR.
       1200-LER-CONTA-ESCOLA.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "39"
               DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE O "
                   "MIGRALAYOUT ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATUS-CONTA NOT = "00"
               DISPLAY "BOLETOESCOLA: SEM CONTAMASTER.DAT - NENHUM "
                   "BOLETO EMITIDO"
               SET SEM-PARAMETRO TO TRUE
           ELSE
               MOVE CP-CONTA-ESCOLA TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       DISPLAY "BOLETOESCOLA: CONTA DA ESCOLA "
                           CP-CONTA-ESCOLA " NAO CADASTRADA - NENHUM "
                           "BOLETO EMITIDO"
                       SET SEM-PARAMETRO TO TRUE
                   NOT INVALID KEY
                       IF CM-ENCERRADA
                           DISPLAY "BOLETOESCOLA: CONTA DA ESCOLA "
                               CP-CONTA-ESCOLA " ENCERRADA - NENHUM "
                               "BOLETO EMITIDO"
                           SET SEM-PARAMETRO TO TRUE
                       ELSE
                           MOVE CM-AGENCIA TO WRK-AGENCIA-ESCOLA
                           MOVE CM-NOME    TO WRK-NOME-ESCOLA
                       END-IF
               END-READ
               CLOSE CONTA-MASTER
           END-IF.

      *VENCIMENTO NO DIA DO CARTAO DENTRO DA COMPETENCIA (DIA ALEM DE
      *28 VALE 28, QUE TODO MES TEM). SE O DIA JA PASSOU QUANDO A
      *EMISSAO RODA, O BOLETO VENCE NA PROPRIA DATA-MOVIMENTO.
       1300-DEFINIR-VENCIMENTO.
           IF CP-DIA-VENCIMENTO = ZERO
               MOVE 1 TO CP-DIA-VENCIMENTO
           END-IF.
           IF CP-DIA-VENCIMENTO > 28
               MOVE 28 TO CP-DIA-VENCIMENTO
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-DATA-VENCIMENTO (1:6).
           MOVE CP-DIA-VENCIMENTO TO WRK-DATA-VENCIMENTO (7:2).
           IF WRK-DATA-VENCIMENTO < WRK-DATA-MOVTO
               MOVE WRK-DATA-MOVTO TO WRK-DATA-VENCIMENTO
           END-IF.

      *QUEM TEM CONTA DE RESPONSAVEL JA PAGA PELO DEBITO DO
      *MENSALIDADE E NAO RECEBE BOLETO.
       2000-EMITIR-BOLETO-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           IF AL-CONTA-RESP = ZEROS
               PERFORM 2100-MONTAR-BOLETO
               WRITE REG-BOLETO
                   INVALID KEY
                       ADD 1 TO WRK-QTD-JA-EMITIDOS
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-EMITIDOS
                       ADD BL-VALOR TO WRK-TOTAL-EMITIDO
                       PERFORM 3000-IMPRIMIR-BOLETO
               END-WRITE
           END-IF.
           PERFORM 2900-LER-ALUNO.

       2100-MONTAR-BOLETO.
           MOVE WRK-VALOR-CHEIO TO WRK-VALOR-BOLETO.
           IF AL-BOLSISTA = "S"
               COMPUTE WRK-VALOR-BOLETO ROUNDED =
                   WRK-VALOR-CHEIO * (100 - WRK-PCT-BOLSA) / 100
           END-IF.
           MOVE WRK-COMPETENCIA     TO BL-COMPETENCIA.
           MOVE AL-MATRICULA        TO BL-MATRICULA.
           MOVE BL-NOSSO-NUMERO     TO WRK-NOSSO-NUMERO.
           PERFORM 2200-CALCULAR-DV-NOSSO-NUMERO.
           MOVE AL-NOME             TO BL-NOME-ALUNO.
           MOVE AL-TURMA            TO BL-TURMA.
           MOVE CP-CONTA-ESCOLA     TO BL-CONTA-ESCOLA.
           MOVE WRK-DATA-MOVTO      TO BL-DATA-EMISSAO.
           MOVE WRK-DATA-VENCIMENTO TO BL-DATA-VENCIMENTO.
           MOVE WRK-VALOR-BOLETO    TO BL-VALOR.
           MOVE CP-PCT-MULTA        TO BL-PCT-MULTA.
           MOVE CP-PCT-JUROS-MES    TO BL-PCT-JUROS-MES.
           PERFORM 2300-MONTAR-CODIGO-BARRAS.
           PERFORM 2400-MONTAR-LINHA-DIGITAVEL.
           MOVE "A"                 TO BL-STATUS.
           MOVE ZEROS               TO BL-DATA-PAGAMENTO.
           MOVE ZEROS               TO BL-VALOR-PAGO.
           MOVE ZEROS               TO BL-DATA-CREDITO.
           MOVE ZEROS               TO BL-SEQ-RETORNO.
           MOVE ZEROS               TO BL-DATA-CREDITO-DUP.
           MOVE ZEROS               TO BL-SEQ-RETORNO-DUP.

      *DV DO NOSSO NUMERO: MODULO 11, PESOS 2 A 9 DA DIREITA PARA A
      *ESQUERDA; RESTO 0 OU 1 DA DV ZERO.
       2200-CALCULAR-DV-NOSSO-NUMERO.
           MOVE ZERO TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-IND FROM 11 BY -1
               UNTIL WRK-IND < 1
               COMPUTE WRK-PRODUTO =
                   WRK-NN-DIGITO (WRK-IND) * WRK-PESO
               ADD WRK-PRODUTO TO WRK-SOMA
               ADD 1 TO WRK-PESO
               IF WRK-PESO > 9
                   MOVE 2 TO WRK-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE ZERO TO BL-DV-NOSSO-NUMERO
           ELSE
               COMPUTE BL-DV-NOSSO-NUMERO = 11 - WRK-RESTO
           END-IF.

      *FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997. O FATOR CHEGOU A
      *9999 EM 21/02/2025 E RECOMECOU EM 1000 - DAI O DESCONTO DE
      *9000 ACIMA DE 9999. O DV GERAL E MODULO 11 SOBRE AS OUTRAS 43
      *POSICOES, PESOS 2 A 9; RESTO QUE DARIA 0, 10 OU 11 VIRA 1.
       2300-MONTAR-CODIGO-BARRAS.
           MOVE CP-BANCO            TO WRK-BR-BANCO.
           MOVE 9                   TO WRK-BR-MOEDA.
           MOVE ZERO                TO WRK-BR-DV.
           COMPUTE WRK-DIAS-FATOR =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-VENCIMENTO) -
               FUNCTION INTEGER-OF-DATE(19971007).
           IF WRK-DIAS-FATOR > 9999
               SUBTRACT 9000 FROM WRK-DIAS-FATOR
           END-IF.
           MOVE WRK-DIAS-FATOR      TO WRK-BR-FATOR.
           MOVE WRK-VALOR-BOLETO    TO WRK-BR-VALOR.
           MOVE WRK-AGENCIA-ESCOLA  TO WRK-BR-AGENCIA.
           MOVE CP-CARTEIRA         TO WRK-BR-CARTEIRA.
           MOVE BL-NOSSO-NUMERO     TO WRK-BR-NOSSO-NUMERO.
           MOVE CP-CONTA-ESCOLA     TO WRK-BR-CONTA.
           MOVE ZERO                TO WRK-BR-ZERO.
           MOVE ZERO TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-IND FROM 44 BY -1
               UNTIL WRK-IND < 1
               IF WRK-IND NOT = 5
                   COMPUTE WRK-PRODUTO =
                       WRK-BR-DIGITO (WRK-IND) * WRK-PESO
                   ADD WRK-PRODUTO TO WRK-SOMA
                   ADD 1 TO WRK-PESO
                   IF WRK-PESO > 9
                       MOVE 2 TO WRK-PESO
                   END-IF
               END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO < 2
               MOVE 1 TO WRK-BR-DV
           ELSE
               COMPUTE WRK-BR-DV = 11 - WRK-RESTO
           END-IF.
           MOVE WRK-BARRA TO BL-CODIGO-BARRAS.

      *CAMPO 1 = BANCO + MOEDA + CAMPO LIVRE 1-5, CAMPO 2 = CAMPO
      *LIVRE 6-15, CAMPO 3 = CAMPO LIVRE 16-25, CADA UM COM O SEU DV
      *MODULO 10; CAMPO 4 = DV GERAL; CAMPO 5 = FATOR + VALOR.
       2400-MONTAR-LINHA-DIGITAVEL.
           MOVE BL-CODIGO-BARRAS (1:4) TO WRK-CAMPO-DV (1:4).
           MOVE BL-CODIGO-BARRAS (20:5) TO WRK-CAMPO-DV (5:5).
           MOVE 9 TO WRK-TAM-CAMPO.
           PERFORM 2500-CALCULAR-DV-MODULO-10.
           MOVE WRK-CAMPO-DV (1:9) TO WRK-LN-CAMPO1 (1:9).
           MOVE WRK-DV-CAMPO TO WRK-LN-CAMPO1 (10:1).
           MOVE BL-CODIGO-BARRAS (25:10) TO WRK-CAMPO-DV.
           MOVE 10 TO WRK-TAM-CAMPO.
           PERFORM 2500-CALCULAR-DV-MODULO-10.
           MOVE WRK-CAMPO-DV TO WRK-LN-CAMPO2 (1:10).
           MOVE WRK-DV-CAMPO TO WRK-LN-CAMPO2 (11:1).
           MOVE BL-CODIGO-BARRAS (35:10) TO WRK-CAMPO-DV.
           PERFORM 2500-CALCULAR-DV-MODULO-10.
           MOVE WRK-CAMPO-DV TO WRK-LN-CAMPO3 (1:10).
           MOVE WRK-DV-CAMPO TO WRK-LN-CAMPO3 (11:1).
           MOVE BL-CODIGO-BARRAS (5:1) TO WRK-LN-CAMPO4.
           MOVE BL-CODIGO-BARRAS (6:14) TO WRK-LN-CAMPO5.
           MOVE WRK-LINHA TO BL-LINHA-DIGITAVEL.

      *MODULO 10: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A ESQUERDA,
      *PRODUTO DE DOIS DIGITOS ENTRA PELA SOMA DOS DIGITOS.
       2500-CALCULAR-DV-MODULO-10.
           MOVE ZERO TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-IND FROM WRK-TAM-CAMPO BY -1
               UNTIL WRK-IND < 1
               COMPUTE WRK-PRODUTO =
                   WRK-CD-DIGITO (WRK-IND) * WRK-PESO
               IF WRK-PRODUTO > 9
                   SUBTRACT 9 FROM WRK-PRODUTO
               END-IF
               ADD WRK-PRODUTO TO WRK-SOMA
               IF WRK-PESO = 2
                   MOVE 1 TO WRK-PESO
               ELSE
                   MOVE 2 TO WRK-PESO
               END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZERO
               MOVE ZERO TO WRK-DV-CAMPO
           ELSE
               COMPUTE WRK-DV-CAMPO = 10 - WRK-RESTO
           END-IF.

      *O TESTE DE FILE STATUS COBRE ERRO PERMANENTE DE I-O, QUE NAO
      *LEVANTA O AT END - SEM ELE A VARREDURA FICARIA EM LACO.
       2900-LER-ALUNO.
           READ ALUNOS NEXT RECORD
               AT END
                   SET FIM-ALUNOS TO TRUE
           END-READ.
           IF WS-STATUS-ALUNOS NOT = "00"
               AND WS-STATUS-ALUNOS NOT = "10"
               SET FIM-ALUNOS TO TRUE
           END-IF.

      *VIA DO SACADO: A LINHA DIGITAVEL NO TOPO, CEDENTE, SACADO,
      *VENCIMENTO, VALOR E AS INSTRUCOES DE ATRASO; O CODIGO DE
      *BARRAS SAI EM DIGITOS PARA A GRAFICA CONVERTER NAS BARRAS.
       3000-IMPRIMIR-BOLETO.
           MOVE SPACES TO WRK-LINHA-DP.
           STRING WRK-LN-CAMPO1 (1:5) "." WRK-LN-CAMPO1 (6:5) " "
               WRK-LN-CAMPO2 (1:5) "." WRK-LN-CAMPO2 (6:6) " "
               WRK-LN-CAMPO3 (1:5) "." WRK-LN-CAMPO3 (6:6) " "
               WRK-LN-CAMPO4 " " WRK-LN-CAMPO5
               DELIMITED BY SIZE INTO WRK-LINHA-DP.
           MOVE SPACES TO LINHA-BOLETO.
           MOVE ALL "-" TO LINHA-BOLETO (1:78).
           WRITE LINHA-BOLETO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "BANCO " CP-BANCO "  " WRK-LINHA-DP
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "CEDENTE: " WRK-NOME-ESCOLA
               " AG " WRK-AGENCIA-ESCOLA
               " CONTA " CP-CONTA-ESCOLA
               "  NOSSO NUMERO " BL-COMPETENCIA "-" BL-MATRICULA
               "-" BL-DV-NOSSO-NUMERO
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "SACADO: RESPONSAVEL POR " BL-NOME-ALUNO
               " MATRICULA " BL-MATRICULA " TURMA " BL-TURMA
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE SPACES TO WRK-DATA-DP.
           STRING BL-DATA-VENCIMENTO (7:2) "/"
               BL-DATA-VENCIMENTO (5:2) "/"
               BL-DATA-VENCIMENTO (1:4)
               DELIMITED BY SIZE INTO WRK-DATA-DP.
           MOVE BL-VALOR TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "VENCIMENTO: " WRK-DATA-DP
               "   VALOR DO DOCUMENTO: R$" WRK-VALOR-DP
               "   COMPETENCIA " BL-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE BL-PCT-MULTA TO WRK-PCT-DP.
           MOVE BL-PCT-JUROS-MES TO WRK-PCT-DP2.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA DE "
               WRK-PCT-DP "% E JUROS DE " WRK-PCT-DP2 "% AO MES"
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO"
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "CODIGO DE BARRAS: " BL-CODIGO-BARRAS
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

      *SEM REGISTRO DE CONTROLE, COMO O MENSALIDADE: RODA NO
      *FECHAMENTO MENSAL, DEPOIS DO BALANCODIARIO, E NAO MEXE EM
      *SALDO. O DINHEIRO SO ENTRA PELO RETORNOCNAB, QUE GRAVA O SEU.
       9000-ENCERRAR.
           MOVE SPACES TO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE WRK-QTD-EMITIDOS TO WRK-QTD-DP.
           MOVE WRK-TOTAL-EMITIDO TO WRK-VALOR-DP.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "  BOLETOS EMITIDOS .......: " WRK-QTD-DP
               "  TOTAL R$" WRK-VALOR-DP
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           MOVE WRK-QTD-JA-EMITIDOS TO WRK-QTD-DP.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "  JA EMITIDOS NA COMPETENCIA: " WRK-QTD-DP
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.
           CLOSE BOLETO-REL.
           IF NOT SEM-PARAMETRO
               CLOSE BOLETOS
               IF WS-STATUS-ALUNOS NOT = "35"
                   CLOSE ALUNOS
               END-IF
           END-IF.
           DISPLAY "BOLETOESCOLA: " WRK-QTD-EMITIDOS
               " BOLETO(S) EMITIDO(S) NA COMPETENCIA " WRK-COMPETENCIA
               ", " WRK-QTD-JA-EMITIDOS " JA EXISTENTE(S) - VER "
               "BOLETO.PRT".
