       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. MANUTENCAOCARTAO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CARTOES  ASSIGN TO "CARTOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-NUMERO
               FILE STATUS IS WS-STATUS-CARTOES.
           SELECT CARTOES-BLOQUEADOS  ASSIGN TO "CARTAOBLQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEADOS.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT SESSAO  ASSIGN TO "OPERSESSAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.
      *CARTAO DE JANELA DE LOTE: COM ELE PRESENTE O CARTOES.DAT E DO
      *LOTE (O AUTORIZACARTAO O SEGURA EM I-O) - EMISSAO, LIMITE E
      *CANCELAMENTO ESPERAM A JANELA FECHAR. O BLOQUEIO POR PERDA OU
      *ROUBO NAO ESPERA: VAI PARA A LISTA CARTAOBLQ.DAT.
           SELECT JANELA-LOTE  ASSIGN TO "JANELALOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JANELA.
       DATA                            DIVISION.
       FILE SECTION.
       FD  CARTOES.
           COPY CARTAO.
       FD  CARTOES-BLOQUEADOS.
           COPY CARTAOBLQ.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  SESSAO.
       01  REG-SESSAO.
           05  SS-OPERADOR      PICTURE X(8).
           05  SS-NIVEL         PICTURE 9(1).
       FD  JANELA-LOTE.
       01  REG-JANELA-LOTE.
           05  JN-DATA          PICTURE 9(8).
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA E A MANUTENCAO DOS CARTOES DE DEBITO DA REDE
      *COMPARTILHADA DE TERMINAIS: EMITE O CARTAO LIGADO A UMA CONTA
      *(VALIDADE DE 5 ANOS E LIMITE DIARIO DE SAQUE), BLOQUEIA POR
      *PERDA OU ROUBO, ALTERA O LIMITE DIARIO, CANCELA A PEDIDO E
      *LISTA OS CARTOES DE UMA CONTA. O NUMERO DO PLASTICO E
      *CONFERIDO PELO DIGITO VERIFICADOR (MODULO 10). UMA ACAO POR
      *CHAMADA, COMO AS DEMAIS MANUTENCOES DO MENU.
       01  WRK-ACAO         PICTURE 9(1)  VALUE ZERO.
       01  WRK-CONTA        PICTURE 9(6)  VALUE ZEROS.
       01  WRK-MOTIVO       PICTURE X(1)  VALUE SPACE.
       01  WRK-OPERADOR     PICTURE X(8)  VALUE "BATCH".
       01  WRK-DATA-HOJE    PICTURE 9(8)  VALUE ZERO.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO PICTURE 9(4).
           05  WRK-HOJE-MES PICTURE 9(2).
           05  WRK-HOJE-DIA PICTURE 9(2).
       01  WRK-LIMITE       PICTURE 9(5)V99 VALUE ZEROS.
      *LIMITE DIARIO DE SAQUE QUANDO O OPERADOR NAO INFORMA OUTRO.
       01  WRK-LIMITE-PADRAO PICTURE 9(5)V99 VALUE 1000,00.
       01  WRK-VALOR-DP     PICTURE ZZ.ZZ9,99.
       01  WRK-QTD-LISTADOS PICTURE 9(3)  VALUE ZERO.
      *DIGITO VERIFICADOR DO PLASTICO: MODULO 10 (LUHN), DOBRANDO UM
      *DIGITO SIM OUTRO NAO A PARTIR DO PENULTIMO.
       01  WRK-NUMERO       PICTURE 9(16) VALUE ZEROS.
       01  WRK-NUMERO-R REDEFINES WRK-NUMERO.
           05  WRK-DIGITO   PICTURE 9(1) OCCURS 16 TIMES.
       01  WRK-I            PICTURE 9(2)  VALUE ZERO.
       01  WRK-PARCELA      PICTURE 9(2)  VALUE ZERO.
       01  WRK-SOMA-LUHN    PICTURE 9(3)  VALUE ZERO.
       01  WRK-DOBRA        PICTURE X(1)  VALUE "N".
       01  WRK-QUOCIENTE    PICTURE 9(3)  VALUE ZERO.
       01  WRK-RESTO        PICTURE 9(2)  VALUE ZERO.
       01  WS-STATUS-CARTOES    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEADOS PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-SESSAO     PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-JANELA     PICTURE X(2) VALUE SPACES.
       01  WS-JANELA-ABERTA PICTURE X    VALUE "N".
           88  JANELA-ABERTA              VALUE "S".
       01  WS-CONTA-ACHADA  PICTURE X    VALUE "N".
           88  CONTA-ACHADA               VALUE "S".
       01  WS-NUMERO-VALIDO PICTURE X    VALUE "N".
           88  NUMERO-VALIDO              VALUE "S".
       01  WS-FIM-CARTOES   PICTURE X    VALUE "N".
           88  FIM-CARTOES                VALUE "S".

       PROCEDURE                       DIVISION.
      *CHAMADO VARIAS VEZES NA MESMA SESSAO DO MENU: OS INDICADORES
      *SAO REARMADOS AQUI.
       0000-PRINCIPAL.
           MOVE "N"  TO WS-JANELA-ABERTA.
           MOVE "N"  TO WS-CONTA-ACHADA.
           MOVE "N"  TO WS-NUMERO-VALIDO.
           MOVE "N"  TO WS-FIM-CARTOES.
           MOVE ZERO TO WRK-QTD-LISTADOS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           PERFORM 0100-LER-SESSAO.
           PERFORM 0150-TESTAR-JANELA.
           PERFORM 1000-ESCOLHER-ACAO.
           EVALUATE TRUE
               WHEN WRK-ACAO = 2
                   PERFORM 3000-BLOQUEAR-CARTAO
               WHEN WRK-ACAO = 5
                   PERFORM 6000-LISTAR-CARTOES
               WHEN WRK-ACAO < 1 OR WRK-ACAO > 5
                   DISPLAY "ACAO INVALIDA."
               WHEN JANELA-ABERTA
                   DISPLAY "LOTE NOTURNO EM CURSO - EMISSAO, LIMITE E "
                       "CANCELAMENTO GRAVAM NO CARTOES.DAT, ENTAO SO "
                       "PODEM RODAR COM A JANELA DE LOTE FECHADA."
               WHEN WRK-ACAO = 1
                   PERFORM 2000-EMITIR-CARTAO
               WHEN WRK-ACAO = 3
                   PERFORM 4000-ALTERAR-LIMITE
               WHEN WRK-ACAO = 4
                   PERFORM 5000-CANCELAR-CARTAO
           END-EVALUATE.
           GOBACK.

       0100-LER-SESSAO.
           MOVE "BATCH" TO WRK-OPERADOR.
           OPEN INPUT SESSAO.
           IF WS-STATUS-SESSAO NOT = "35"
               READ SESSAO
                   NOT AT END
                       IF SS-OPERADOR NOT = SPACES
                           MOVE SS-OPERADOR TO WRK-OPERADOR
                       END-IF
               END-READ
               CLOSE SESSAO
           END-IF.

       0150-TESTAR-JANELA.
           OPEN INPUT JANELA-LOTE.
           IF WS-STATUS-JANELA NOT = "35"
               SET JANELA-ABERTA TO TRUE
               CLOSE JANELA-LOTE
           END-IF.

       1000-ESCOLHER-ACAO.
           DISPLAY "MANUTENCAO DE CARTOES DE DEBITO".
           DISPLAY "1 - EMITIR CARTAO".
           DISPLAY "2 - BLOQUEAR POR PERDA OU ROUBO".
           DISPLAY "3 - ALTERAR LIMITE DIARIO DE SAQUE".
           DISPLAY "4 - CANCELAR CARTAO".
           DISPLAY "5 - LISTAR CARTOES DE UMA CONTA".
           DISPLAY "INFORME A ACAO DESEJADA".
           ACCEPT WRK-ACAO.

      *O CARTAO SO E EMITIDO PARA CONTA DO MASTER QUE NAO ESTEJA
      *ENCERRADA, EM REAIS (A REDE LIQUIDA EM BRL NA 999991), COM
      *NUMERO DE PLASTICO VALIDO E AINDA NAO CADASTRADO.
       2000-EMITIR-CARTAO.
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           PERFORM 2100-CONFERIR-CONTA.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " WRK-CONTA " NAO CADASTRADA, "
                   "ENCERRADA OU EM MOEDA ESTRANGEIRA. NADA FEITO."
           ELSE
               PERFORM 7000-ACEITAR-NUMERO
               IF NOT NUMERO-VALIDO
                   DISPLAY "NUMERO DE CARTAO INVALIDO (DIGITO "
                       "VERIFICADOR). NADA FEITO."
               ELSE
                   DISPLAY "INFORME O LIMITE DIARIO DE SAQUE (USE "
                       "VIRGULA, 0 = PADRAO)"
                   ACCEPT WRK-LIMITE
                   IF WRK-LIMITE = ZEROS
                       MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE
                   END-IF
                   PERFORM 2200-GRAVAR-CARTAO
               END-IF
           END-IF.

       2100-CONFERIR-CONTA.
           OPEN INPUT CONTA-MASTER.
           IF WS-STATUS-CONTA = "00"
               MOVE WRK-CONTA TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CM-ENCERRADA
                           AND CM-MOEDA = "BRL"
                           SET CONTA-ACHADA TO TRUE
                           DISPLAY "CONTA " CM-CONTA " - " CM-NOME
                       END-IF
               END-READ
               CLOSE CONTA-MASTER
           END-IF.

       2200-GRAVAR-CARTAO.
           PERFORM 8000-ABRIR-CARTOES.
           MOVE WRK-NUMERO     TO CA-NUMERO.
           MOVE WRK-CONTA      TO CA-CONTA.
           MOVE "A"            TO CA-STATUS.
           MOVE WRK-DATA-HOJE  TO CA-STATUS-DATA.
           MOVE WRK-DATA-HOJE  TO CA-DATA-EMISSAO.
           COMPUTE CA-VALIDADE = (WRK-HOJE-ANO + 5) * 100
               + WRK-HOJE-MES.
           MOVE WRK-LIMITE     TO CA-LIMITE-DIARIO.
           MOVE ZEROS          TO CA-DATA-ULT-SAQUE.
           MOVE ZEROS          TO CA-SACADO-DIA.
           WRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "CARTAO " WRK-NUMERO " JA CADASTRADO. "
                       "NADA FEITO."
               NOT INVALID KEY
                   MOVE WRK-LIMITE TO WRK-VALOR-DP
                   DISPLAY "CARTAO " WRK-NUMERO " EMITIDO PARA A "
                       "CONTA " WRK-CONTA " - VALIDADE " CA-VALIDADE
                       " - LIMITE DIARIO " WRK-VALOR-DP
           END-WRITE.
           CLOSE CARTOES.

      *PERDA OU ROUBO: A LINHA NA LISTA DE BLOQUEADOS VALE PARA O
      *PROXIMO PEDIDO DA REDE, COM OU SEM LOTE EM CURSO. FORA DA
      *JANELA O STATUS DO CARTOES.DAT JA E ACERTADO AQUI TAMBEM.
       3000-BLOQUEAR-CARTAO.
           DISPLAY "INFORME O NUMERO DO CARTAO".
           ACCEPT WRK-NUMERO.
           DISPLAY "INFORME O MOTIVO (P=PERDA R=ROUBO)".
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO NOT = "P" AND WRK-MOTIVO NOT = "R"
               DISPLAY "MOTIVO INVALIDO. NADA FEITO."
           ELSE
               PERFORM 3100-GRAVAR-BLOQUEADO
               IF NOT JANELA-ABERTA
                   PERFORM 3200-ACERTAR-STATUS
               END-IF
               DISPLAY "CARTAO " WRK-NUMERO " BLOQUEADO - NENHUMA "
                   "NOVA AUTORIZACAO SERA APROVADA."
           END-IF.

       3100-GRAVAR-BLOQUEADO.
           OPEN EXTEND CARTOES-BLOQUEADOS.
           IF WS-STATUS-BLOQUEADOS = "35"
               OPEN OUTPUT CARTOES-BLOQUEADOS
           END-IF.
           MOVE WRK-NUMERO    TO HB-NUMERO.
           MOVE WRK-MOTIVO    TO HB-MOTIVO.
           MOVE WRK-DATA-HOJE TO HB-DATA.
           MOVE WRK-OPERADOR  TO HB-OPERADOR.
           WRITE REG-CARTAO-BLOQUEADO.
           CLOSE CARTOES-BLOQUEADOS.

       3200-ACERTAR-STATUS.
           PERFORM 8000-ABRIR-CARTOES.
           MOVE WRK-NUMERO TO CA-NUMERO.
           READ CARTOES
               INVALID KEY
                   DISPLAY "CARTAO NAO CADASTRADO - FICA SO NA LISTA "
                       "DE BLOQUEADOS."
               NOT INVALID KEY
                   MOVE WRK-MOTIVO    TO CA-STATUS
                   MOVE WRK-DATA-HOJE TO CA-STATUS-DATA
                   REWRITE REG-CARTAO
                   DISPLAY "CARTAO DA CONTA " CA-CONTA
           END-READ.
           CLOSE CARTOES.

       4000-ALTERAR-LIMITE.
           DISPLAY "INFORME O NUMERO DO CARTAO".
           ACCEPT WRK-NUMERO.
           PERFORM 8000-ABRIR-CARTOES.
           MOVE WRK-NUMERO TO CA-NUMERO.
           READ CARTOES
               INVALID KEY
                   DISPLAY "CARTAO NAO CADASTRADO. NADA FEITO."
               NOT INVALID KEY
                   IF NOT CA-ATIVO
                       DISPLAY "CARTAO NAO ESTA ATIVO. NADA FEITO."
                   ELSE
                       MOVE CA-LIMITE-DIARIO TO WRK-VALOR-DP
                       DISPLAY "LIMITE ATUAL: " WRK-VALOR-DP
                       DISPLAY "INFORME O NOVO LIMITE DIARIO (USE "
                           "VIRGULA)"
                       ACCEPT WRK-LIMITE
                       MOVE WRK-LIMITE TO CA-LIMITE-DIARIO
                       REWRITE REG-CARTAO
                       DISPLAY "LIMITE DIARIO ALTERADO."
                   END-IF
           END-READ.
           CLOSE CARTOES.

       5000-CANCELAR-CARTAO.
           DISPLAY "INFORME O NUMERO DO CARTAO".
           ACCEPT WRK-NUMERO.
           PERFORM 8000-ABRIR-CARTOES.
           MOVE WRK-NUMERO TO CA-NUMERO.
           READ CARTOES
               INVALID KEY
                   DISPLAY "CARTAO NAO CADASTRADO. NADA FEITO."
               NOT INVALID KEY
                   MOVE "C"           TO CA-STATUS
                   MOVE WRK-DATA-HOJE TO CA-STATUS-DATA
                   REWRITE REG-CARTAO
                   DISPLAY "CARTAO " WRK-NUMERO " CANCELADO."
           END-READ.
           CLOSE CARTOES.

      *SO LEITURA: A LISTA PODE SAIR COM O LOTE EM CURSO.
       6000-LISTAR-CARTOES.
           DISPLAY "INFORME O NUMERO DA CONTA".
           ACCEPT WRK-CONTA.
           OPEN INPUT CARTOES.
           IF WS-STATUS-CARTOES NOT = "00"
               DISPLAY "NENHUM CARTAO EMITIDO."
           ELSE
               PERFORM 6900-LER-CARTAO
               PERFORM 6100-LISTAR-SE-DA-CONTA
                   UNTIL FIM-CARTOES
               CLOSE CARTOES
               IF WRK-QTD-LISTADOS = ZERO
                   DISPLAY "NENHUM CARTAO PARA A CONTA " WRK-CONTA
                       "."
               END-IF
           END-IF.

       6100-LISTAR-SE-DA-CONTA.
           IF CA-CONTA = WRK-CONTA
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE CA-LIMITE-DIARIO TO WRK-VALOR-DP
               DISPLAY "  CARTAO " CA-NUMERO " STATUS " CA-STATUS
                   " DESDE " CA-STATUS-DATA " VALIDADE " CA-VALIDADE
                   " LIMITE " WRK-VALOR-DP
           END-IF.
           PERFORM 6900-LER-CARTAO.

       6900-LER-CARTAO.
           READ CARTOES NEXT RECORD
               AT END
                   SET FIM-CARTOES TO TRUE
           END-READ.
           IF WS-STATUS-CARTOES NOT = "00"
               SET FIM-CARTOES TO TRUE
           END-IF.

       7000-ACEITAR-NUMERO.
           DISPLAY "INFORME O NUMERO DO CARTAO (16 DIGITOS)".
           ACCEPT WRK-NUMERO.
           MOVE ZERO TO WRK-SOMA-LUHN.
           MOVE "N"  TO WRK-DOBRA.
           PERFORM VARYING WRK-I FROM 16 BY -1 UNTIL WRK-I < 1
               MOVE WRK-DIGITO (WRK-I) TO WRK-PARCELA
               IF WRK-DOBRA = "S"
                   COMPUTE WRK-PARCELA = WRK-PARCELA * 2
                   IF WRK-PARCELA > 9
                       SUBTRACT 9 FROM WRK-PARCELA
                   END-IF
                   MOVE "N" TO WRK-DOBRA
               ELSE
                   MOVE "S" TO WRK-DOBRA
               END-IF
               ADD WRK-PARCELA TO WRK-SOMA-LUHN
           END-PERFORM.
           DIVIDE WRK-SOMA-LUHN BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-NUMERO NOT = ZEROS
               AND WRK-RESTO = ZERO
               SET NUMERO-VALIDO TO TRUE
           END-IF.

       8000-ABRIR-CARTOES.
           OPEN I-O CARTOES.
           IF WS-STATUS-CARTOES = "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O CARTOES
           END-IF.
