       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. FOLHAPAGTO.
       AUTHOR. NAPOLEAO.
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT               COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
      *ARQUIVO DE FOLHA ENVIADO PELAS EMPRESAS CONVENIADAS: POR
      *EMPRESA UM HEADER "H", UM DETALHE "D" POR FUNCIONARIO E UM
      *TRAILER "T" COM QUANTIDADE E TOTAL. VARIAS EMPRESAS PODEM VIR
      *NO MESMO ARQUIVO, UM LOTE APOS O OUTRO.
           SELECT FOLHA  ASSIGN TO "FOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHA.
      *CONVENIOS DE FOLHA: CODIGO, CNPJ E CONTA DE DEBITO DA EMPRESA.
      *A CONTA DEBITADA VEM SEMPRE DAQUI, NUNCA DO ARQUIVO RECEBIDO.
           SELECT CONVENIOS  ASSIGN TO "FOLHACONV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONVENIOS.
      *RETORNO PARA A EMPRESA: POR LOTE, OS CREDITOS NAO FEITOS COM
      *O MOTIVO E O TOTAL CREDITADO E DEVOLVIDO.
           SELECT RETORNO-FOLHA  ASSIGN TO "FOLHARET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.
      *REGISTRO DE FOLHAS JA CREDITADAS (CONVENIO + COMPETENCIA), NO
      *MESMO RITO DO MOVTOPROC.DAT DA CRITICA: A FOLHA DA MESMA
      *EMPRESA E COMPETENCIA JA CREDITADA EM OUTRA DATA E RECUSADA.
           SELECT FOLHA-PROCESSADA  ASSIGN TO "FOLHAPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROCESSADA.
      *CARTAO DE LIBERACAO DO SUPERVISOR PARA CREDITAR DE PROPOSITO
      *UMA SEGUNDA FOLHA DA MESMA COMPETENCIA (EX. COMPLEMENTAR). O
      *CARTAO E CONSUMIDO (TRUNCADO) AO SER HONRADO.
           SELECT LIBERACAO  ASSIGN TO "LIBERAFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACAO.
      *LANCAMENTOS DA FOLHA JA FEITOS, UM POR FUNCIONARIO CREDITADO
      *(SEQUENCIA ZERO = DEBITO DA EMPRESA): NA RETOMADA DA MESMA
      *DATA O QUE JA ESTA AQUI NAO E POSTADO DE NOVO.
           SELECT LANCAMENTOS-FOLHA  ASSIGN TO "FOLHALANC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CHAVE
               FILE STATUS IS WS-STATUS-LANCAMENTOS.
           SELECT CONTA-MASTER  ASSIGN TO "CONTAMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CONTA
               FILE STATUS IS WS-STATUS-CONTA.
           SELECT LOG-MOVTO  ASSIGN TO "LOGMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.
           SELECT BLOQUEIOS  ASSIGN TO "BLOQUEIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BLOQUEIOS.
           SELECT DATA-MOVTO  ASSIGN TO "DATAMOVTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-MOVTO.
           SELECT CONTROLE  ASSIGN TO "CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.
       DATA                            DIVISION.
       FILE SECTION.
       FD  FOLHA.
       01  REG-FOLHA-HEADER.
           05  FE-TIPO               PICTURE X(1).
               88  FE-HEADER                      VALUE "H".
               88  FE-DETALHE                     VALUE "D".
               88  FE-TRAILER                     VALUE "T".
           05  FE-H-CONVENIO         PICTURE 9(6).
           05  FE-H-CNPJ             PICTURE X(14).
      *COMPETENCIA (AAAAMM) DO SALARIO PAGO.
           05  FE-H-COMPETENCIA      PICTURE 9(6).
           05  FE-H-DATA-GERACAO     PICTURE 9(8).
       01  REG-FOLHA-DETALHE.
           05  FILLER                PICTURE X(1).
           05  FE-D-CPF              PICTURE X(11).
           05  FE-D-CONTA            PICTURE 9(6).
           05  FE-D-VALOR            PICTURE 9(7)V99.
           05  FE-D-NOME             PICTURE X(20).
       01  REG-FOLHA-TRAILER.
           05  FILLER                PICTURE X(1).
           05  FE-T-QTD              PICTURE 9(6).
           05  FE-T-TOTAL            PICTURE 9(11)V99.
       FD  CONVENIOS.
       01  REG-CONVENIO.
           05  CV-CONVENIO           PICTURE 9(6).
           05  CV-CNPJ               PICTURE X(14).
           05  CV-CONTA-EMPRESA      PICTURE 9(6).
           05  CV-NOME               PICTURE X(20).
       FD  RETORNO-FOLHA.
       01  REG-RETORNO-HEADER.
           05  RH-TIPO               PICTURE X(1).
           05  RH-CONVENIO           PICTURE 9(6).
           05  RH-COMPETENCIA        PICTURE 9(6).
           05  RH-DATA-MOVTO         PICTURE 9(8).
       01  REG-RETORNO-DETALHE.
           05  RD-TIPO               PICTURE X(1).
           05  RD-CPF                PICTURE X(11).
           05  RD-CONTA              PICTURE 9(6).
           05  RD-VALOR              PICTURE 9(7)V99.
           05  RD-MOTIVO             PICTURE X(40).
       01  REG-RETORNO-TRAILER.
           05  RT-TIPO               PICTURE X(1).
           05  RT-QTD-CREDITADOS     PICTURE 9(6).
           05  RT-TOTAL-CREDITADO    PICTURE 9(11)V99.
           05  RT-QTD-DEVOLVIDOS     PICTURE 9(6).
           05  RT-TOTAL-DEVOLVIDO    PICTURE 9(11)V99.
       FD  FOLHA-PROCESSADA.
       01  REG-FOLHA-PROCESSADA.
           05  FP-CONVENIO           PICTURE 9(6).
           05  FP-COMPETENCIA        PICTURE 9(6).
           05  FP-DATA-MOVTO         PICTURE 9(8).
           05  FP-QTD-REGISTROS      PICTURE 9(6).
           05  FP-TOTAL              PICTURE 9(11)V99.
       FD  LIBERACAO.
       01  REG-LIBERACAO.
           05  LF-CONVENIO           PICTURE 9(6).
           05  LF-COMPETENCIA        PICTURE 9(6).
           05  LF-OPERADOR           PICTURE X(8).
       FD  LANCAMENTOS-FOLHA.
       01  REG-LANCAMENTO-FOLHA.
           05  FL-CHAVE.
               10  FL-CONVENIO       PICTURE 9(6).
               10  FL-COMPETENCIA    PICTURE 9(6).
               10  FL-DATA-MOVTO     PICTURE 9(8).
               10  FL-SEQUENCIA      PICTURE 9(5).
           05  FL-CONTA              PICTURE 9(6).
           05  FL-CPF                PICTURE X(11).
           05  FL-VALOR              PICTURE 9(11)V99.
       FD  CONTA-MASTER.
           COPY CONTACLI.
       FD  LOG-MOVTO.
           COPY LOGMOVTO.
       FD  BLOQUEIOS.
           COPY BLOQUEIO.
       FD  DATA-MOVTO.
           COPY DATAMOVTO.
       FD  CONTROLE.
           COPY CONTROLE.
       WORKING-STORAGE                 SECTION.
      *ESSE PROGRAMA CREDITA A FOLHA DE PAGAMENTO DAS EMPRESAS
      *CONVENIADAS: CONFERE O LOTE (HEADER CONTRA O CONVENIO, TRAILER
      *CONTRA OS DETALHES), CONFERE CADA FUNCIONARIO (CONTA EXISTENTE,
      *ABERTA, EM REAL E COM O CPF DO CM-CPF), DEBITA A CONTA DA
      *EMPRESA UMA VEZ PELO TOTAL DOS CREDITOS VALIDOS E CREDITA CADA
      *FUNCIONARIO. OS LANCAMENTOS SAEM NO LOGMOVTO COM ORIGEM "G"
      *(DEBITO "S" DA EMPRESA, CREDITO "D" DO FUNCIONARIO COM A CONTA
      *DA EMPRESA EM LG-CONTA-REF). O QUE NAO FOI CREDITADO VOLTA PARA
      *A EMPRESA NO FOLHARET.DAT; LOTE COM ERRO DE HEADER, TRAILER OU
      *SEM SALDO NA EMPRESA VOLTA INTEIRO, SEM NENHUM LANCAMENTO.
       01  WRK-DATA-MOVTO       PICTURE 9(8) VALUE ZERO.
       01  WRK-QTD-LIDAS        PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-CREDITADAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-DEVOLVIDAS   PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-RETOMADAS    PICTURE 9(6) VALUE ZERO.
       01  WRK-QTD-LOTES        PICTURE 9(4) VALUE ZERO.
       01  WRK-QTD-DP           PICTURE ZZZ.ZZ9.
       01  WRK-HASH-VALOR       PICTURE 9(13)V99 VALUE ZERO.
       01  WRK-SALDO-ANTES      PICTURE S9(7)V99 VALUE ZEROS.
       01  WRK-BLOQUEADO        PICTURE 9(9)V99 VALUE ZEROS.
      *CONVENIOS CARREGADOS EM TABELA NA ABERTURA.
       01  WRK-TABELA-CONVENIOS.
           05  WRK-CV-ENTRY OCCURS 50 TIMES.
               10  WRK-CV-CONVENIO   PICTURE 9(6).
               10  WRK-CV-CNPJ       PICTURE X(14).
               10  WRK-CV-CONTA      PICTURE 9(6).
       01  WRK-QTD-CONVENIOS    PICTURE 9(2) VALUE ZERO.
       01  WRK-J                PICTURE 9(2) VALUE ZERO.
      *LOTE EM CURSO: DADOS DO HEADER E OS FUNCIONARIOS GUARDADOS ATE
      *O TRAILER, QUANDO O LOTE INTEIRO E CONFERIDO E SO ENTAO
      *POSTADO OU DEVOLVIDO.
       01  WRK-LOTE-CONVENIO    PICTURE 9(6) VALUE ZEROS.
       01  WRK-LOTE-CNPJ        PICTURE X(14) VALUE SPACES.
       01  WRK-LOTE-COMPETENCIA PICTURE 9(6) VALUE ZEROS.
       01  WRK-LOTE-COMPETENCIA-R REDEFINES WRK-LOTE-COMPETENCIA.
           05  WRK-LOTE-ANO     PICTURE 9(4).
           05  WRK-LOTE-MES     PICTURE 9(2).
       01  WRK-LOTE-CONTA-EMPRESA PICTURE 9(6) VALUE ZEROS.
       01  WRK-LOTE-QTD         PICTURE 9(6) VALUE ZERO.
       01  WRK-LOTE-TOTAL       PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-LOTE-QTD-VALIDOS PICTURE 9(6) VALUE ZERO.
       01  WRK-LOTE-TOTAL-VALIDO PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-LOTE-QTD-DEVOLVIDOS PICTURE 9(6) VALUE ZERO.
       01  WRK-LOTE-TOTAL-DEVOLVIDO PICTURE 9(11)V99 VALUE ZEROS.
       01  WRK-MOTIVO-LOTE      PICTURE X(40) VALUE SPACES.
       01  WRK-DATA-REPETIDA    PICTURE 9(8) VALUE ZERO.
       01  WRK-OPERADOR-LIBERA  PICTURE X(8) VALUE SPACES.
       01  WRK-LIMITE-LOTE      PICTURE 9(4) VALUE 3000.
       01  WRK-TABELA-FUNCIONARIOS.
           05  WRK-FU-ENTRY OCCURS 3000 TIMES.
               10  WRK-FU-CPF        PICTURE X(11).
               10  WRK-FU-CONTA      PICTURE 9(6).
               10  WRK-FU-VALOR      PICTURE 9(7)V99.
               10  WRK-FU-MOTIVO     PICTURE X(40).
       01  WRK-I                PICTURE 9(4) VALUE ZERO.
       01  WS-STATUS-FOLHA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONVENIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-RETORNO    PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-PROCESSADA PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LIBERACAO  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LANCAMENTOS PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTA      PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-LOG        PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-BLOQUEIOS  PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-DATA-MOVTO PICTURE X(2) VALUE SPACES.
       01  WS-STATUS-CONTROLE   PICTURE X(2) VALUE SPACES.
       01  WS-FIM-FOLHA         PICTURE X    VALUE "N".
           88  FIM-FOLHA                      VALUE "S".
       01  WS-FIM-CONVENIOS     PICTURE X    VALUE "N".
           88  FIM-CONVENIOS                  VALUE "S".
       01  WS-FIM-PROCESSADA    PICTURE X    VALUE "N".
           88  FIM-PROCESSADA                 VALUE "S".
       01  WS-FIM-BLOQUEIOS     PICTURE X    VALUE "N".
           88  FIM-BLOQUEIOS                  VALUE "S".
       01  WS-SEM-FOLHA         PICTURE X    VALUE "N".
           88  SEM-FOLHA                      VALUE "S".
       01  WS-LOTE-ABERTO       PICTURE X    VALUE "N".
           88  LOTE-ABERTO                    VALUE "S".
       01  WS-LOTE-ESTOURADO    PICTURE X    VALUE "N".
           88  LOTE-ESTOURADO                 VALUE "S".
       01  WS-CONVENIO-ACHADO   PICTURE X    VALUE "N".
           88  CONVENIO-ACHADO                VALUE "S".
       01  WS-JA-REGISTRADA     PICTURE X    VALUE "N".
           88  JA-REGISTRADA                  VALUE "S".
       01  WS-FOLHA-REPETIDA    PICTURE X    VALUE "N".
           88  FOLHA-REPETIDA                 VALUE "S".
       01  WS-FOLHA-LIBERADA    PICTURE X    VALUE "N".
           88  FOLHA-LIBERADA                 VALUE "S".
       01  WS-EMPRESA-DEBITADA  PICTURE X    VALUE "N".
           88  EMPRESA-DEBITADA               VALUE "S".

       PROCEDURE                       DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-REGISTRO
               UNTIL FIM-FOLHA.
           IF LOTE-ABERTO
               MOVE "ARQUIVO TERMINOU SEM O TRAILER DO LOTE"
                   TO WRK-MOTIVO-LOTE
               PERFORM 2600-DEVOLVER-LOTE
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           PERFORM 1050-LER-DATA-MOVTO.
           OPEN INPUT FOLHA.
           IF WS-STATUS-FOLHA = "35"
               DISPLAY "SEM FOLHA.DAT - NENHUMA FOLHA A CREDITAR"
               SET FIM-FOLHA TO TRUE
               SET SEM-FOLHA TO TRUE
           END-IF.
           IF NOT SEM-FOLHA
               PERFORM 1100-CARREGAR-CONVENIOS
               OPEN I-O CONTA-MASTER
               IF WS-STATUS-CONTA = "39"
                   DISPLAY "CONTAMASTER.DAT COM LAYOUT ANTIGO - RODE "
                       "O MIGRALAYOUT ANTES DE CONTINUAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O LANCAMENTOS-FOLHA
               IF WS-STATUS-LANCAMENTOS = "35"
                   OPEN OUTPUT LANCAMENTOS-FOLHA
                   CLOSE LANCAMENTOS-FOLHA
                   OPEN I-O LANCAMENTOS-FOLHA
               END-IF
               OPEN EXTEND LOG-MOVTO
               IF WS-STATUS-LOG = "35"
                   OPEN OUTPUT LOG-MOVTO
               END-IF
               OPEN OUTPUT RETORNO-FOLHA
               PERFORM 2900-LER-FOLHA
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

      *SEM FOLHACONV.DAT NENHUM LOTE TEM CONVENIO E TODOS VOLTAM PARA
      *AS EMPRESAS - NADA E DEBITADO DE CONTA DESCONHECIDA.
       1100-CARREGAR-CONVENIOS.
           OPEN INPUT CONVENIOS.
           IF WS-STATUS-CONVENIOS = "35"
               DISPLAY "FOLHAPAGTO: SEM FOLHACONV.DAT - NENHUM "
                   "CONVENIO DE FOLHA CADASTRADO"
               SET FIM-CONVENIOS TO TRUE
           END-IF.
           PERFORM 1150-GUARDAR-CONVENIO
               UNTIL FIM-CONVENIOS.
           IF WS-STATUS-CONVENIOS NOT = "35"
               CLOSE CONVENIOS
           END-IF.

       1150-GUARDAR-CONVENIO.
           READ CONVENIOS
               AT END
                   SET FIM-CONVENIOS TO TRUE
               NOT AT END
                   IF WRK-QTD-CONVENIOS < 50
                       ADD 1 TO WRK-QTD-CONVENIOS
                       MOVE CV-CONVENIO TO
                           WRK-CV-CONVENIO (WRK-QTD-CONVENIOS)
                       MOVE CV-CNPJ TO WRK-CV-CNPJ (WRK-QTD-CONVENIOS)
                       MOVE CV-CONTA-EMPRESA TO
                           WRK-CV-CONTA (WRK-QTD-CONVENIOS)
                   ELSE
                       DISPLAY "FOLHAPAGTO: MAIS DE 50 CONVENIOS - "
                           "CONVENIO " CV-CONVENIO " IGNORADO"
                   END-IF
           END-READ.

       2000-PROCESSAR-REGISTRO.
           EVALUATE TRUE
               WHEN FE-HEADER
                   IF LOTE-ABERTO
                       MOVE "LOTE SEGUINTE COMECOU ANTES DO TRAILER"
                           TO WRK-MOTIVO-LOTE
                       PERFORM 2600-DEVOLVER-LOTE
                   END-IF
                   PERFORM 2100-ABRIR-LOTE
               WHEN FE-DETALHE
                   ADD 1 TO WRK-QTD-LIDAS
                   IF LOTE-ABERTO
                       PERFORM 2200-GUARDAR-FUNCIONARIO
                   ELSE
                       ADD 1 TO WRK-QTD-DEVOLVIDAS
                       DISPLAY "FOLHAPAGTO: DETALHE FORA DE LOTE "
                           "(SEM HEADER) - CPF " FE-D-CPF
                           " IGNORADO"
                   END-IF
               WHEN FE-TRAILER
                   IF LOTE-ABERTO
                       PERFORM 2300-FECHAR-LOTE
                   ELSE
                       DISPLAY "FOLHAPAGTO: TRAILER SEM HEADER "
                           "IGNORADO"
                   END-IF
               WHEN OTHER
                   DISPLAY "FOLHAPAGTO: REGISTRO DE TIPO INVALIDO "
                       "IGNORADO: " FE-TIPO
           END-EVALUATE.
           PERFORM 2900-LER-FOLHA.

       2100-ABRIR-LOTE.
           SET LOTE-ABERTO TO TRUE.
           ADD 1 TO WRK-QTD-LOTES.
           MOVE "N"    TO WS-LOTE-ESTOURADO.
           MOVE FE-H-CONVENIO    TO WRK-LOTE-CONVENIO.
           MOVE FE-H-CNPJ        TO WRK-LOTE-CNPJ.
           MOVE FE-H-COMPETENCIA TO WRK-LOTE-COMPETENCIA.
           MOVE ZEROS  TO WRK-LOTE-CONTA-EMPRESA.
           MOVE ZERO   TO WRK-LOTE-QTD.
           MOVE ZEROS  TO WRK-LOTE-TOTAL.
           MOVE ZEROS  TO WRK-LOTE-TOTAL-VALIDO.
           MOVE SPACES TO WRK-MOTIVO-LOTE.

       2200-GUARDAR-FUNCIONARIO.
           ADD 1 TO WRK-LOTE-QTD.
           IF FE-D-VALOR NUMERIC
               ADD FE-D-VALOR TO WRK-LOTE-TOTAL
           END-IF.
           IF WRK-LOTE-QTD > WRK-LIMITE-LOTE
               SET LOTE-ESTOURADO TO TRUE
           ELSE
               MOVE FE-D-CPF   TO WRK-FU-CPF (WRK-LOTE-QTD)
               MOVE FE-D-CONTA TO WRK-FU-CONTA (WRK-LOTE-QTD)
               IF FE-D-VALOR NUMERIC
                   MOVE FE-D-VALOR TO WRK-FU-VALOR (WRK-LOTE-QTD)
               ELSE
                   MOVE ZEROS TO WRK-FU-VALOR (WRK-LOTE-QTD)
               END-IF
               MOVE SPACES     TO WRK-FU-MOTIVO (WRK-LOTE-QTD)
           END-IF.

      *NO TRAILER O LOTE E CONFERIDO INTEIRO ANTES DE QUALQUER
      *LANCAMENTO: QUALQUER ERRO DE LOTE DEVOLVE TUDO A EMPRESA.
       2300-FECHAR-LOTE.
           MOVE "N"    TO WS-EMPRESA-DEBITADA.
           MOVE "N"    TO WS-JA-REGISTRADA.
           EVALUATE TRUE
               WHEN LOTE-ESTOURADO
                   MOVE "LOTE ACIMA DE 3000 FUNCIONARIOS"
                       TO WRK-MOTIVO-LOTE
               WHEN FE-T-QTD NOT = WRK-LOTE-QTD
                   OR FE-T-TOTAL NOT = WRK-LOTE-TOTAL
                   MOVE "TRAILER NAO CONFERE COM OS DETALHES"
                       TO WRK-MOTIVO-LOTE
               WHEN WRK-LOTE-MES < 1 OR WRK-LOTE-MES > 12
                   MOVE "COMPETENCIA INVALIDA NO HEADER"
                       TO WRK-MOTIVO-LOTE
               WHEN OTHER
                   PERFORM 2310-LOCALIZAR-CONVENIO
           END-EVALUATE.
           IF WRK-MOTIVO-LOTE = SPACES
               PERFORM 2320-CONFERIR-REPETICAO
           END-IF.
           IF WRK-MOTIVO-LOTE = SPACES
               PERFORM 2400-VALIDAR-FUNCIONARIO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-LOTE-QTD
               PERFORM 2450-CONFERIR-EMPRESA
           END-IF.
           IF WRK-MOTIVO-LOTE = SPACES
               PERFORM 2700-POSTAR-LOTE
           ELSE
               PERFORM 2600-DEVOLVER-LOTE
           END-IF.
           MOVE "N" TO WS-LOTE-ABERTO.

      *O CONVENIO DO HEADER TEM DE EXISTIR E O CNPJ TEM DE SER O DO
      *CONVENIO: A CONTA DA EMPRESA DEBITADA SAI DO CADASTRO.
       2310-LOCALIZAR-CONVENIO.
           MOVE "N" TO WS-CONVENIO-ACHADO.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QTD-CONVENIOS
                   OR CONVENIO-ACHADO
               IF WRK-CV-CONVENIO (WRK-J) = WRK-LOTE-CONVENIO
                   SET CONVENIO-ACHADO TO TRUE
                   IF WRK-CV-CNPJ (WRK-J) = WRK-LOTE-CNPJ
                       MOVE WRK-CV-CONTA (WRK-J)
                           TO WRK-LOTE-CONTA-EMPRESA
                   ELSE
                       MOVE "CNPJ DO HEADER NAO E O DO CONVENIO"
                           TO WRK-MOTIVO-LOTE
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT CONVENIO-ACHADO
               MOVE "CONVENIO DE FOLHA NAO CADASTRADO"
                   TO WRK-MOTIVO-LOTE
           END-IF.

      *FOLHA DA MESMA EMPRESA E COMPETENCIA JA CREDITADA EM OUTRA
      *DATA E RECUSADA, SALVO CARTAO DE LIBERACAO DO SUPERVISOR PARA
      *ESSE CONVENIO E COMPETENCIA; REGISTRADA NA PROPRIA DATA DE
      *HOJE E A RETOMADA LEGITIMA DE UMA RODADA INTERROMPIDA.
       2320-CONFERIR-REPETICAO.
           MOVE "N" TO WS-FOLHA-REPETIDA.
           MOVE "N" TO WS-FOLHA-LIBERADA.
           MOVE "N" TO WS-FIM-PROCESSADA.
           OPEN INPUT FOLHA-PROCESSADA.
           IF WS-STATUS-PROCESSADA = "35"
               SET FIM-PROCESSADA TO TRUE
           END-IF.
           PERFORM 2330-CONFERIR-REGISTRO
               UNTIL FIM-PROCESSADA.
           IF WS-STATUS-PROCESSADA NOT = "35"
               CLOSE FOLHA-PROCESSADA
           END-IF.
           IF FOLHA-REPETIDA AND NOT JA-REGISTRADA
               PERFORM 2340-VERIFICAR-LIBERACAO
               IF FOLHA-LIBERADA
                   DISPLAY "FOLHAPAGTO: FOLHA REPETIDA DO CONVENIO "
                       WRK-LOTE-CONVENIO " LIBERADA PELO SUPERVISOR "
                       WRK-OPERADOR-LIBERA " - CARTAO CONSUMIDO"
                   OPEN OUTPUT LIBERACAO
                   CLOSE LIBERACAO
               ELSE
                   MOVE SPACES TO WRK-MOTIVO-LOTE
                   STRING "FOLHA DA COMPETENCIA JA CREDITADA EM "
                       WRK-DATA-REPETIDA
                       DELIMITED BY SIZE INTO WRK-MOTIVO-LOTE
               END-IF
           END-IF.

       2330-CONFERIR-REGISTRO.
           READ FOLHA-PROCESSADA
               AT END
                   SET FIM-PROCESSADA TO TRUE
               NOT AT END
                   IF FP-CONVENIO = WRK-LOTE-CONVENIO
                       AND FP-COMPETENCIA = WRK-LOTE-COMPETENCIA
                       IF FP-DATA-MOVTO = WRK-DATA-MOVTO
                           SET JA-REGISTRADA TO TRUE
                       ELSE
                           SET FOLHA-REPETIDA TO TRUE
                           MOVE FP-DATA-MOVTO TO WRK-DATA-REPETIDA
                       END-IF
                   END-IF
           END-READ.

       2340-VERIFICAR-LIBERACAO.
           OPEN INPUT LIBERACAO.
           IF WS-STATUS-LIBERACAO NOT = "35"
               READ LIBERACAO
                   NOT AT END
                       IF LF-CONVENIO = WRK-LOTE-CONVENIO
                           AND LF-COMPETENCIA = WRK-LOTE-COMPETENCIA
                           AND LF-OPERADOR NOT = SPACES
                           SET FOLHA-LIBERADA TO TRUE
                           MOVE LF-OPERADOR TO WRK-OPERADOR-LIBERA
                       END-IF
               END-READ
               CLOSE LIBERACAO
           END-IF.

      *CREDITO DE SALARIO SO CAI NA CONTA DO PROPRIO FUNCIONARIO: O
      *CPF DO ARQUIVO TEM DE SER O CM-CPF DA CONTA. CONTA BLOQUEADA
      *OU DORMENTE RECEBE (SO O DEBITO E IMPEDIDO); ENCERRADA NAO.
       2400-VALIDAR-FUNCIONARIO.
           IF WRK-FU-VALOR (WRK-I) = ZEROS
               MOVE "VALOR ZERADO OU INVALIDO"
                   TO WRK-FU-MOTIVO (WRK-I)
           ELSE
               MOVE WRK-FU-CONTA (WRK-I) TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "CONTA NAO CADASTRADA"
                           TO WRK-FU-MOTIVO (WRK-I)
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CM-CPF NOT = WRK-FU-CPF (WRK-I)
                               MOVE "CPF NAO CONFERE COM A CONTA"
                                   TO WRK-FU-MOTIVO (WRK-I)
                           WHEN CM-ENCERRADA
                               MOVE "CONTA ENCERRADA"
                                   TO WRK-FU-MOTIVO (WRK-I)
                           WHEN CM-MOEDA NOT = "BRL"
                               MOVE "CONTA EM MOEDA ESTRANGEIRA"
                                   TO WRK-FU-MOTIVO (WRK-I)
                       END-EVALUATE
               END-READ
           END-IF.
           IF WRK-FU-MOTIVO (WRK-I) = SPACES
               ADD WRK-FU-VALOR (WRK-I) TO WRK-LOTE-TOTAL-VALIDO
           END-IF.

      *A EMPRESA PRECISA TER DISPONIVEL (SALDO + LIMITE - BLOQUEIOS
      *JUDICIAIS) PARA O TOTAL VALIDO - SENAO A FOLHA VOLTA INTEIRA,
      *SEM PAGAR UNS FUNCIONARIOS E OUTROS NAO. NA RETOMADA, COM O
      *DEBITO JA FEITO HOJE, NAO HA O QUE CONFERIR.
       2450-CONFERIR-EMPRESA.
           MOVE WRK-LOTE-CONVENIO    TO FL-CONVENIO.
           MOVE WRK-LOTE-COMPETENCIA TO FL-COMPETENCIA.
           MOVE WRK-DATA-MOVTO       TO FL-DATA-MOVTO.
           MOVE ZERO                 TO FL-SEQUENCIA.
           READ LANCAMENTOS-FOLHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMPRESA-DEBITADA TO TRUE
           END-READ.
           IF NOT EMPRESA-DEBITADA AND WRK-LOTE-TOTAL-VALIDO > ZERO
               MOVE WRK-LOTE-CONTA-EMPRESA TO CM-CONTA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE "CONTA DA EMPRESA NAO CADASTRADA"
                           TO WRK-MOTIVO-LOTE
                   NOT INVALID KEY
                       PERFORM 2460-CONFERIR-SALDO-EMPRESA
               END-READ
           END-IF.

       2460-CONFERIR-SALDO-EMPRESA.
           PERFORM 2800-CALCULAR-BLOQUEADO.
           EVALUATE TRUE
               WHEN CM-ENCERRADA
                   MOVE "CONTA DA EMPRESA ENCERRADA"
                       TO WRK-MOTIVO-LOTE
               WHEN CM-BLOQUEADA
                   MOVE "CONTA DA EMPRESA BLOQUEADA PARA DEBITO"
                       TO WRK-MOTIVO-LOTE
               WHEN CM-DORMENTE
                   MOVE "CONTA DA EMPRESA DORMENTE"
                       TO WRK-MOTIVO-LOTE
               WHEN CM-SALDO + CM-LIMITE - WRK-BLOQUEADO
                   < WRK-LOTE-TOTAL-VALIDO
                   MOVE "SALDO INSUFICIENTE NA CONTA DA EMPRESA"
                       TO WRK-MOTIVO-LOTE
           END-EVALUATE.

      *LOTE RECUSADO: TODOS OS FUNCIONARIOS VOLTAM COM O MOTIVO DO
      *LOTE E NADA E LANCADO.
       2600-DEVOLVER-LOTE.
           DISPLAY "FOLHAPAGTO: LOTE DO CONVENIO " WRK-LOTE-CONVENIO
               " COMPETENCIA " WRK-LOTE-COMPETENCIA " DEVOLVIDO - "
               WRK-MOTIVO-LOTE.
           MOVE ZERO  TO WRK-LOTE-QTD-VALIDOS.
           MOVE ZEROS TO WRK-LOTE-TOTAL-VALIDO.
           MOVE ZERO  TO WRK-LOTE-QTD-DEVOLVIDOS.
           MOVE ZEROS TO WRK-LOTE-TOTAL-DEVOLVIDO.
           PERFORM 2650-GRAVAR-RETORNO-HEADER.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-LOTE-QTD
                   OR WRK-I > WRK-LIMITE-LOTE
               MOVE WRK-MOTIVO-LOTE TO WRK-FU-MOTIVO (WRK-I)
               PERFORM 2660-GRAVAR-RETORNO-DETALHE
           END-PERFORM.
           ADD WRK-LOTE-QTD TO WRK-QTD-DEVOLVIDAS.
           MOVE WRK-LOTE-QTD TO WRK-LOTE-QTD-DEVOLVIDOS.
           MOVE WRK-LOTE-TOTAL TO WRK-LOTE-TOTAL-DEVOLVIDO.
           PERFORM 2670-GRAVAR-RETORNO-TRAILER.
           MOVE "N" TO WS-LOTE-ABERTO.

       2650-GRAVAR-RETORNO-HEADER.
           MOVE "H"                  TO RH-TIPO.
           MOVE WRK-LOTE-CONVENIO    TO RH-CONVENIO.
           MOVE WRK-LOTE-COMPETENCIA TO RH-COMPETENCIA.
           MOVE WRK-DATA-MOVTO       TO RH-DATA-MOVTO.
           WRITE REG-RETORNO-HEADER.

       2660-GRAVAR-RETORNO-DETALHE.
           MOVE "D"                    TO RD-TIPO.
           MOVE WRK-FU-CPF (WRK-I)     TO RD-CPF.
           MOVE WRK-FU-CONTA (WRK-I)   TO RD-CONTA.
           MOVE WRK-FU-VALOR (WRK-I)   TO RD-VALOR.
           MOVE WRK-FU-MOTIVO (WRK-I)  TO RD-MOTIVO.
           WRITE REG-RETORNO-DETALHE.

       2670-GRAVAR-RETORNO-TRAILER.
           MOVE "T"                      TO RT-TIPO.
           MOVE WRK-LOTE-QTD-VALIDOS     TO RT-QTD-CREDITADOS.
           MOVE WRK-LOTE-TOTAL-VALIDO    TO RT-TOTAL-CREDITADO.
           MOVE WRK-LOTE-QTD-DEVOLVIDOS  TO RT-QTD-DEVOLVIDOS.
           MOVE WRK-LOTE-TOTAL-DEVOLVIDO TO RT-TOTAL-DEVOLVIDO.
           WRITE REG-RETORNO-TRAILER.

      *LOTE ACEITO: REGISTRA A FOLHA ANTES DE LANCAR (UMA QUEDA NO
      *MEIO JA DEIXA A FOLHA MARCADA PARA A DATA), DEBITA A EMPRESA
      *UMA VEZ E CREDITA CADA FUNCIONARIO VALIDO. O LANCAMENTO JA NO
      *FOLHALANC.DAT PARA A DATA E DE UMA RODADA INTERROMPIDA.
       2700-POSTAR-LOTE.
           IF NOT JA-REGISTRADA
               PERFORM 2710-REGISTRAR-FOLHA
           END-IF.
           MOVE ZERO  TO WRK-LOTE-QTD-VALIDOS.
           MOVE ZERO  TO WRK-LOTE-QTD-DEVOLVIDOS.
           MOVE ZEROS TO WRK-LOTE-TOTAL-DEVOLVIDO.
           PERFORM 2650-GRAVAR-RETORNO-HEADER.
           IF NOT EMPRESA-DEBITADA AND WRK-LOTE-TOTAL-VALIDO > ZERO
               PERFORM 2720-DEBITAR-EMPRESA
           END-IF.
           PERFORM 2750-CREDITAR-FUNCIONARIO
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-LOTE-QTD.
           PERFORM 2670-GRAVAR-RETORNO-TRAILER.
           DISPLAY "FOLHAPAGTO: LOTE DO CONVENIO " WRK-LOTE-CONVENIO
               " COMPETENCIA " WRK-LOTE-COMPETENCIA " - "
               WRK-LOTE-QTD-VALIDOS " CREDITO(S), "
               WRK-LOTE-QTD-DEVOLVIDOS " DEVOLVIDO(S)".

       2710-REGISTRAR-FOLHA.
           OPEN EXTEND FOLHA-PROCESSADA.
           IF WS-STATUS-PROCESSADA = "35"
               OPEN OUTPUT FOLHA-PROCESSADA
           END-IF.
           MOVE WRK-LOTE-CONVENIO    TO FP-CONVENIO.
           MOVE WRK-LOTE-COMPETENCIA TO FP-COMPETENCIA.
           MOVE WRK-DATA-MOVTO       TO FP-DATA-MOVTO.
           MOVE WRK-LOTE-QTD         TO FP-QTD-REGISTROS.
           MOVE WRK-LOTE-TOTAL       TO FP-TOTAL.
           WRITE REG-FOLHA-PROCESSADA.
           CLOSE FOLHA-PROCESSADA.

      *A EMPRESA FOI CONFERIDA NO FECHAMENTO DO LOTE - SUMIR AQUI E
      *ERRO GRAVE: SEM O DEBITO OS CREDITOS NAO TEM CONTRAPARTIDA.
       2720-DEBITAR-EMPRESA.
           MOVE WRK-LOTE-CONTA-EMPRESA TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA DA EMPRESA " WRK-LOTE-CONTA-EMPRESA
                       " SUMIU NO DEBITO DA FOLHA - RODADA DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           SUBTRACT WRK-LOTE-TOTAL-VALIDO FROM CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-LOTE-CONTA-EMPRESA TO LG-CONTA.
           MOVE "S"                    TO LG-OPERACAO.
           MOVE WRK-LOTE-TOTAL-VALIDO  TO LG-VALOR.
           MOVE WRK-SALDO-ANTES        TO LG-SALDO-ANTES.
           MOVE CM-SALDO               TO LG-SALDO-DEPOIS.
           MOVE "G"                    TO LG-ORIGEM.
           MOVE ZEROS                  TO LG-CONTA-REF.
           MOVE "BATCH"                TO LG-OPERADOR.
           MOVE CM-AGENCIA             TO LG-AGENCIA.
           MOVE "N"                    TO LG-ESTORNADO.
           MOVE SPACES                 TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.
           MOVE WRK-LOTE-CONVENIO      TO FL-CONVENIO.
           MOVE WRK-LOTE-COMPETENCIA   TO FL-COMPETENCIA.
           MOVE WRK-DATA-MOVTO         TO FL-DATA-MOVTO.
           MOVE ZERO                   TO FL-SEQUENCIA.
           MOVE WRK-LOTE-CONTA-EMPRESA TO FL-CONTA.
           MOVE SPACES                 TO FL-CPF.
           MOVE WRK-LOTE-TOTAL-VALIDO  TO FL-VALOR.
           WRITE REG-LANCAMENTO-FOLHA.

       2750-CREDITAR-FUNCIONARIO.
           IF WRK-FU-MOTIVO (WRK-I) NOT = SPACES
               ADD 1 TO WRK-LOTE-QTD-DEVOLVIDOS
               ADD 1 TO WRK-QTD-DEVOLVIDAS
               ADD WRK-FU-VALOR (WRK-I) TO WRK-LOTE-TOTAL-DEVOLVIDO
               PERFORM 2660-GRAVAR-RETORNO-DETALHE
           ELSE
               ADD 1 TO WRK-LOTE-QTD-VALIDOS
               MOVE WRK-LOTE-CONVENIO    TO FL-CONVENIO
               MOVE WRK-LOTE-COMPETENCIA TO FL-COMPETENCIA
               MOVE WRK-DATA-MOVTO       TO FL-DATA-MOVTO
               MOVE WRK-I                TO FL-SEQUENCIA
               READ LANCAMENTOS-FOLHA
                   INVALID KEY
                       PERFORM 2760-LANCAR-CREDITO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-RETOMADAS
               END-READ
           END-IF.

       2760-LANCAR-CREDITO.
           MOVE WRK-FU-CONTA (WRK-I) TO CM-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   DISPLAY "CONTA " WRK-FU-CONTA (WRK-I)
                       " SUMIU NO CREDITO DA FOLHA - RODADA DERRUBADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           ADD 1 TO WRK-QTD-CREDITADAS.
           ADD WRK-FU-VALOR (WRK-I) TO WRK-HASH-VALOR.
           MOVE CM-SALDO TO WRK-SALDO-ANTES.
           ADD WRK-FU-VALOR (WRK-I) TO CM-SALDO.
           MOVE WRK-DATA-MOVTO TO CM-DATA-ULT-MOVTO.
           REWRITE REG-CONTA-MASTER.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LG-DATA-HORA.
           MOVE WRK-DATA-MOVTO TO LG-DATA-HORA (1:8).
           MOVE WRK-FU-CONTA (WRK-I)   TO LG-CONTA.
           MOVE "D"                    TO LG-OPERACAO.
           MOVE WRK-FU-VALOR (WRK-I)   TO LG-VALOR.
           MOVE WRK-SALDO-ANTES        TO LG-SALDO-ANTES.
           MOVE CM-SALDO               TO LG-SALDO-DEPOIS.
           MOVE "G"                    TO LG-ORIGEM.
           MOVE WRK-LOTE-CONTA-EMPRESA TO LG-CONTA-REF.
           MOVE "BATCH"                TO LG-OPERADOR.
           MOVE CM-AGENCIA             TO LG-AGENCIA.
           MOVE "N"                    TO LG-ESTORNADO.
           MOVE SPACES                 TO LG-APROVADOR.
           WRITE REG-LOG-MOVTO.
           MOVE WRK-FU-CONTA (WRK-I)   TO FL-CONTA.
           MOVE WRK-FU-CPF (WRK-I)     TO FL-CPF.
           MOVE WRK-FU-VALOR (WRK-I)   TO FL-VALOR.
           WRITE REG-LANCAMENTO-FOLHA.

      *SOMA OS BLOQUEIOS VIGENTES DA CONTA DA EMPRESA NA DATA-
      *MOVIMENTO (FIM ZERADO = SEM PRAZO).
       2800-CALCULAR-BLOQUEADO.
           MOVE ZEROS TO WRK-BLOQUEADO.
           MOVE "N"   TO WS-FIM-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS = "35"
               SET FIM-BLOQUEIOS TO TRUE
           END-IF.
           PERFORM 2850-SOMAR-BLOQUEIO
               UNTIL FIM-BLOQUEIOS.
           IF WS-STATUS-BLOQUEIOS NOT = "35"
               CLOSE BLOQUEIOS
           END-IF.

       2850-SOMAR-BLOQUEIO.
           READ BLOQUEIOS
               AT END
                   SET FIM-BLOQUEIOS TO TRUE
               NOT AT END
                   IF BQ-CONTA = WRK-LOTE-CONTA-EMPRESA
                       AND BQ-DATA-INICIO <= WRK-DATA-MOVTO
                       AND (BQ-DATA-FIM = ZEROS
                           OR BQ-DATA-FIM >= WRK-DATA-MOVTO)
                       ADD BQ-VALOR TO WRK-BLOQUEADO
                   END-IF
           END-READ.

       2900-LER-FOLHA.
           READ FOLHA
               AT END
                   SET FIM-FOLHA TO TRUE
           END-READ.

       9000-ENCERRAR.
           PERFORM 9100-GRAVAR-CONTROLE.
           IF NOT SEM-FOLHA
               CLOSE FOLHA
               CLOSE RETORNO-FOLHA
               CLOSE LANCAMENTOS-FOLHA
               CLOSE CONTA-MASTER
               CLOSE LOG-MOVTO
           END-IF.
           MOVE WRK-QTD-LOTES TO WRK-QTD-DP.
           DISPLAY "FOLHAPAGTO: " WRK-QTD-DP
               " LOTE(S) DE FOLHA LIDO(S)".
           MOVE WRK-QTD-CREDITADAS TO WRK-QTD-DP.
           DISPLAY "FOLHAPAGTO: " WRK-QTD-DP
               " SALARIO(S) CREDITADO(S)".
           MOVE WRK-QTD-DEVOLVIDAS TO WRK-QTD-DP.
           DISPLAY "FOLHAPAGTO: " WRK-QTD-DP
               " SALARIO(S) DEVOLVIDO(S) - VER FOLHARET.DAT".

      *LIDOS = FUNCIONARIOS DOS ARQUIVOS; O CREDITO JA FEITO NUMA
      *RODADA INTERROMPIDA DA MESMA DATA ENTRA COMO RETOMADO. O
      *DEBITO DA EMPRESA NAO E REGISTRO LIDO E FICA FORA DA CONTA.
       9100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE.
           IF WS-STATUS-CONTROLE = "35"
               OPEN OUTPUT CONTROLE
           END-IF.
           MOVE WRK-DATA-MOVTO      TO CT-DATA-MOVTO.
           MOVE "FOLHAPAGTO"        TO CT-PROGRAMA.
           MOVE WRK-QTD-LIDAS       TO CT-QTD-LIDOS.
           MOVE WRK-QTD-CREDITADAS  TO CT-QTD-APLICADOS.
           MOVE WRK-QTD-DEVOLVIDAS  TO CT-QTD-REJEITADOS.
           MOVE WRK-QTD-RETOMADAS   TO CT-QTD-RETOMADOS.
           MOVE WRK-HASH-VALOR      TO CT-HASH-VALOR.
           WRITE REG-CONTROLE.
           CLOSE CONTROLE.
