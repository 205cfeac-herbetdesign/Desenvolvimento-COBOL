      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Job diario da regua de cobranca. Cruza os contratos
      *          ativos da CARTEIRA.DAT com as parcelas vencidas em
      *          aberto da PARCELAS.DAT e apura o maior atraso e o
      *          valor atualizado de cada contrato (saldo em aberto
      *          mais multa e mora, na regra do CALCULAR-ENCARGOS do
      *          RETORNO-BANCO). As etapas da regua vem do arquivo de
      *          parametros REGUA-ETAPAS.DAT (por exemplo cartas em
      *          D+5, D+15 e D+30 e negativacao em D+60). Quando o
      *          atraso alcanca uma etapa ainda nao aplicada, emite a
      *          carta de aviso com nome e endereco do tomador
      *          (CLIENTES.DAT) em CARTAS-COBRANCA.DAT ou inclui o
      *          contrato em NEGATIVACAO.DAT, e grava a etapa em
      *          CART-ETAPA-COBRANCA para a mesma carta nao sair de
      *          novo. Contrato negativado cujo atraso caiu abaixo da
      *          etapa de negativacao (parcela baixada) ou que deixou
      *          de estar ativo sai da NEGATIVACAO.DAT. Inclusoes e
      *          exclusoes do dia vao para o biro em
      *          NEGATIVACAO-REMESSA.DAT, com header e trailer; cada
      *          carta, negativacao, exclusao e mudanca de etapa fica
      *          em REGUA-HISTORICO.DAT. Rodar depois do RETORNO-BANCO,
      *          para as baixas do dia ja contarem. Contrato cedido a
      *          FIDC ("C") segue na regua como o ativo: a cobranca
      *          continua a cargo da carteira, com repasse ao fundo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUA-COBRANCA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT ARQ-NEGATIVACAO ASSIGN TO "NEGATIVACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEG-CONTRATO
               FILE STATUS IS WS-NEGATIVACAO-STATUS.

           SELECT ARQ-ETAPAS ASSIGN TO "REGUA-ETAPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAPAS-STATUS.

           SELECT ARQ-CARTAS ASSIGN TO "CARTAS-COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-NEG-REMESSA ASSIGN TO "NEGATIVACAO-REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-HISTORICO ASSIGN TO "REGUA-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CLIENTES.
           COPY CLIENTEREC.

       FD  ARQ-NEGATIVACAO.
           COPY NEGATIVACAOREC.

      ******************************************************************
      * REGUA-ETAPAS.DAT: etapas da regua, mantidas pela area de
      * cobranca. Um registro por etapa, em ordem crescente de dias:
      *   05 ETP-DIAS  PIC 9(3)  - atraso em dias que dispara a etapa
      *   05 ETP-ACAO  PIC X(1)  - "C" = carta de aviso,
      *                            "N" = negativacao no biro
      *   05 ETP-TEXTO PIC X(60) - texto da carta da etapa
      * Exemplo: 005 C, 015 C, 030 C, 060 N.
      ******************************************************************
       FD  ARQ-ETAPAS.
       01  ETAPA-REC.
           05 ETP-DIAS            PIC 9(3).
           05 FILLER              PIC X(1).
           05 ETP-ACAO            PIC X(1).
           05 FILLER              PIC X(1).
           05 ETP-TEXTO           PIC X(60).

       FD  ARQ-CARTAS.
       01  CARTA-REC              PIC X(80).

      ******************************************************************
      * NEGATIVACAO-REMESSA.DAT: movimento do dia entregue ao biro de
      * credito. "0" = header com data de geracao e origem; "1" =
      * detalhe com movimento ("I" = inclusao, "E" = exclusao),
      * documento, contrato, nome, vencimento mais antigo e valor;
      * "9" = trailer com quantidade de detalhes e somatorio dos
      * valores.
      ******************************************************************
       FD  ARQ-NEG-REMESSA.
       01  NEG-REMESSA-REC        PIC X(100).

       FD  ARQ-HISTORICO.
       01  HISTORICO-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-NEGATIVACAO-STATUS  PIC X(2) VALUE SPACES.
       01  WS-ETAPAS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-HISTORICO-STATUS    PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-CLIENTES-OK         PIC X(1) VALUE "N".
       01  WS-CLIENTE-ACHADO      PIC X(1) VALUE "N".
       01  WS-NEGATIVADO          PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.
       01  WS-DIAS-ATRASO         PIC S9(8) VALUE 0.
       01  WS-MAIOR-ATRASO        PIC 9(5) VALUE 0.
       01  WS-VENC-MAIS-ANTIGO    PIC 9(8) VALUE 0.
       01  WS-VALOR-ABERTO        PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-ATUALIZADO    PIC 9(11)V99 VALUE 0.
       01  WS-ETAPA-DEVIDA        PIC 9(3) VALUE 0.
       01  WS-ETAPA-ANTERIOR      PIC 9(3) VALUE 0.
       01  WS-ACAO-HIST           PIC X(1) VALUE SPACE.

      ******************************************************************
      * Encargos de atraso sobre parcela vencida e nao paga: multa
      * fixa de 2% sobre o saldo em aberto e juros de mora de 1% ao
      * mes, pro rata die (base 30 dias), contados do vencimento.
      * Mesma regra do RETORNO-BANCO e da REMESSA-COBRANCA.
      ******************************************************************
       01  WS-MULTA-PCT           PIC 9(2)V99 VALUE 2,00.
       01  WS-MORA-PCT-MES        PIC 9(2)V99 VALUE 1,00.
       01  WS-ENC-VALOR-BASE      PIC 9(9)V99 VALUE 0.
       01  WS-ENC-DIAS-ATRASO     PIC S9(8) VALUE 0.
       01  WS-ENC-MULTA           PIC 9(9)V99 VALUE 0.
       01  WS-ENC-MORA            PIC 9(9)V99 VALUE 0.
       01  WS-ENC-ATUALIZADO      PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Etapas carregadas de REGUA-ETAPAS.DAT. WS-DIAS-NEGATIVACAO e o
      * atraso da primeira etapa "N"; zero quando a regua nao tem
      * negativacao.
      ******************************************************************
       01  WS-TOTAL-ETAPAS        PIC 9(2) VALUE 0.
       01  WS-TABELA-ETAPAS.
           05 WS-ETP-OCR OCCURS 20 TIMES INDEXED BY WS-ETP-IDX.
               10 WS-ETP-DIAS     PIC 9(3).
               10 WS-ETP-ACAO     PIC X(1).
               10 WS-ETP-TEXTO    PIC X(60).
       01  WS-IDX-DEVIDA          PIC 9(2) VALUE 0.
       01  WS-DIAS-NEGATIVACAO    PIC 9(3) VALUE 0.

       01  WS-TOTAL-ATIVOS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARTAS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-INCLUSOES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXCLUSOES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-RETORNOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-SEM-CADASTRO  PIC 9(7) VALUE 0.
       01  WS-QTD-MOVIMENTO       PIC 9(7) VALUE 0.
       01  WS-SOMA-MOVIMENTO      PIC 9(13)V99 VALUE 0.

       01  WS-LINHA-SEPARADOR     PIC X(80) VALUE ALL "-".

       01  WS-CARTA-TITULO.
           05 FILLER              PIC X(28)
               VALUE "AVISO DE COBRANCA - ETAPA D+".
           05 WS-CT-ETAPA         PIC 9(3).
           05 FILLER              PIC X(14) VALUE "         DATA ".
           05 WS-CT-DATA          PIC 9(8).

       01  WS-CARTA-NOME.
           05 FILLER              PIC X(10) VALUE "A/C.....: ".
           05 WS-CN-NOME          PIC X(40).

       01  WS-CARTA-ENDERECO.
           05 FILLER              PIC X(10) VALUE "ENDERECO: ".
           05 WS-CE-ENDERECO      PIC X(60).

       01  WS-CARTA-CONTRATO.
           05 FILLER              PIC X(10) VALUE "CPF/CNPJ: ".
           05 WS-CC-DOCUMENTO     PIC 9(14).
           05 FILLER              PIC X(12) VALUE "  CONTRATO: ".
           05 WS-CC-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(9)  VALUE "  MOEDA: ".
           05 WS-CC-MOEDA         PIC X(3).

       01  WS-CARTA-CABECALHO.
           05 FILLER              PIC X(9)  VALUE "PARCELA  ".
           05 FILLER              PIC X(12) VALUE "VENCIMENTO  ".
           05 FILLER              PIC X(7)  VALUE "DIAS   ".
           05 FILLER              PIC X(17) VALUE "VALOR EM ABERTO  ".
           05 FILLER              PIC X(16) VALUE "VALOR ATUALIZADO".

       01  WS-CARTA-PARCELA.
           05 WS-CP-PARCELA       PIC ZZ9.
           05 FILLER              PIC X(6)  VALUE SPACES.
           05 WS-CP-VENCIMENTO    PIC 9(8).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WS-CP-DIAS          PIC ZZ.ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-CP-ABERTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WS-CP-ATUALIZADO    PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-CARTA-TOTAL.
           05 FILLER              PIC X(36)
               VALUE "TOTAL ATUALIZADO PARA PAGAMENTO EM ".
           05 WS-CTT-DATA         PIC 9(8).
           05 FILLER              PIC X(2)  VALUE ": ".
           05 WS-CTT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-NEG-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-NHD-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NHD-ORIGEM        PIC X(16) VALUE "CARTEIRA-EMPREST".

       01  WS-NEG-DETALHE.
           05 FILLER               PIC X(1)  VALUE "1".
           05 WS-NDT-MOVIMENTO     PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NDT-DOCUMENTO     PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NDT-CONTRATO      PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NDT-NOME          PIC X(40).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NDT-VENCIMENTO    PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NDT-VALOR         PIC 9(9)V99.

       01  WS-NEG-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-NTR-QUANTIDADE    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-NTR-VALOR-TOTAL   PIC 9(13)V99.

      ******************************************************************
      * REGUA-HISTORICO.DAT, acumulado dia a dia. Acao: "C" = carta
      * emitida, "I" = negativacao incluida, "E" = negativacao
      * excluida, "R" = etapa recuada (atraso diminuiu por baixa),
      * "S" = etapa nao aplicada por tomador sem cadastro.
      ******************************************************************
       01  WS-LINHA-HISTORICO.
           05 WS-HIS-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HIS-CONTRATO      PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HIS-DOCUMENTO     PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HIS-ACAO          PIC X(1).
           05 FILLER               PIC X(5)  VALUE " ETP ".
           05 WS-HIS-ETAPA-ANT     PIC 9(3).
           05 FILLER               PIC X(1)  VALUE "/".
           05 WS-HIS-ETAPA         PIC 9(3).
           05 FILLER               PIC X(5)  VALUE " ATR ".
           05 WS-HIS-ATRASO        PIC 9(5).
           05 FILLER               PIC X(5)  VALUE " VLR ".
           05 WS-HIS-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           DISPLAY "REGUA DE COBRANCA DIARIA".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           PERFORM CARREGAR-ETAPAS
           IF WS-TOTAL-ETAPAS = 0 THEN
               DISPLAY "REGUA-ETAPAS.DAT SEM ETAPAS - "
                   "REGUA NAO EXECUTADA"
               STOP RUN
           END-IF

           OPEN I-O ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A COBRAR"
               STOP RUN
           END-IF

           OPEN INPUT ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A COBRAR"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN INPUT ARQ-CLIENTES
           IF WS-CLIENTES-STATUS = "35" THEN
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO - NENHUMA "
                   "CARTA OU NEGATIVACAO SERA GERADA"
           ELSE
               MOVE "S" TO WS-CLIENTES-OK
           END-IF

           OPEN I-O ARQ-NEGATIVACAO
           IF WS-NEGATIVACAO-STATUS = "35" THEN
               OPEN OUTPUT ARQ-NEGATIVACAO
               CLOSE ARQ-NEGATIVACAO
               OPEN I-O ARQ-NEGATIVACAO
           END-IF

           OPEN EXTEND ARQ-HISTORICO
           IF WS-HISTORICO-STATUS = "35" THEN
               OPEN OUTPUT ARQ-HISTORICO
           END-IF

           OPEN OUTPUT ARQ-CARTAS
           OPEN OUTPUT ARQ-NEG-REMESSA
           MOVE WS-DATA-HOJE TO WS-NHD-DATA
           MOVE WS-NEG-HEADER TO NEG-REMESSA-REC
           WRITE NEG-REMESSA-REC

           PERFORM PERCORRER-CARTEIRA

           MOVE WS-QTD-MOVIMENTO  TO WS-NTR-QUANTIDADE
           MOVE WS-SOMA-MOVIMENTO TO WS-NTR-VALOR-TOTAL
           MOVE WS-NEG-TRAILER TO NEG-REMESSA-REC
           WRITE NEG-REMESSA-REC

           CLOSE ARQ-NEG-REMESSA
           CLOSE ARQ-CARTAS
           CLOSE ARQ-HISTORICO
           CLOSE ARQ-NEGATIVACAO
           IF WS-CLIENTES-OK = "S" THEN
               CLOSE ARQ-CLIENTES
           END-IF
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           DISPLAY "CONTRATOS ATIVOS...........: " WS-TOTAL-ATIVOS
           DISPLAY "CARTAS EMITIDAS............: " WS-TOTAL-CARTAS
           DISPLAY "NEGATIVACOES INCLUIDAS.....: " WS-TOTAL-INCLUSOES
           DISPLAY "NEGATIVACOES EXCLUIDAS.....: " WS-TOTAL-EXCLUSOES
           DISPLAY "ETAPAS RECUADAS POR BAIXA..: " WS-TOTAL-RETORNOS
           DISPLAY "TOMADOR SEM CADASTRO.......: "
               WS-TOTAL-SEM-CADASTRO
           DISPLAY "CARTAS EM CARTAS-COBRANCA.DAT"
           DISPLAY "MOVIMENTO DO BIRO EM NEGATIVACAO-REMESSA.DAT"
           DISPLAY "HISTORICO EM REGUA-HISTORICO.DAT".

           STOP RUN.

           CARREGAR-ETAPAS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-ETAPAS
               IF WS-ETAPAS-STATUS = "35" THEN
                   DISPLAY "REGUA-ETAPAS.DAT NAO ENCONTRADO - "
                       "NENHUMA ETAPA CARREGADA"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-ETAPAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM GUARDAR-ETAPA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ETAPAS
               END-IF.

           GUARDAR-ETAPA.
               IF WS-TOTAL-ETAPAS < 20
                   ADD 1 TO WS-TOTAL-ETAPAS
                   SET WS-ETP-IDX TO WS-TOTAL-ETAPAS
                   MOVE ETP-DIAS  TO WS-ETP-DIAS(WS-ETP-IDX)
                   MOVE ETP-ACAO  TO WS-ETP-ACAO(WS-ETP-IDX)
                   MOVE ETP-TEXTO TO WS-ETP-TEXTO(WS-ETP-IDX)
                   IF ETP-ACAO = "N" AND WS-DIAS-NEGATIVACAO = 0
                       MOVE ETP-DIAS TO WS-DIAS-NEGATIVACAO
                   END-IF
               END-IF.

      ******************************************************************
      * Passa todos os contratos, nao so os ativos: contrato liquidado
      * ou renegociado que ainda tenha etapa aplicada precisa voltar a
      * zero e, se negativado, sair da NEGATIVACAO.DAT. Contrato
      * baixado para prejuizo ("B") fica fora da regua: a divida
      * continua existindo, entao a etapa e a negativacao ficam como
      * estavam na baixa. Contrato cedido ("C") e cobrado como ativo.
      ******************************************************************
           PERCORRER-CARTEIRA.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0 TO CART-CONTRATO
               START ARQ-CARTEIRA KEY >= CART-CONTRATO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-CARTEIRA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CART-SITUACAO NOT = "B"
                               PERFORM PROCESSAR-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM.

           PROCESSAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE 0 TO WS-MAIOR-ATRASO
               MOVE 0 TO WS-VALOR-ATUALIZADO
               MOVE 0 TO WS-VENC-MAIS-ANTIGO
               IF CART-SITUACAO = "A" OR "C" THEN
                   ADD 1 TO WS-TOTAL-ATIVOS
                   PERFORM APURAR-ATRASO-CONTRATO
               END-IF
               PERFORM DETERMINAR-ETAPA
               PERFORM VERIFICAR-NEGATIVADO
               MOVE CART-ETAPA-COBRANCA TO WS-ETAPA-ANTERIOR

               EVALUATE TRUE
                   WHEN WS-ETAPA-DEVIDA > CART-ETAPA-COBRANCA
                       PERFORM AVANCAR-ETAPA
                   WHEN WS-ETAPA-DEVIDA < CART-ETAPA-COBRANCA
                       PERFORM RECUAR-ETAPA
               END-EVALUATE

               IF WS-NEGATIVADO = "S"
                  AND (WS-DIAS-NEGATIVACAO = 0
                       OR WS-MAIOR-ATRASO < WS-DIAS-NEGATIVACAO)
                   PERFORM EXCLUIR-NEGATIVACAO
               END-IF.

      ******************************************************************
      * Maior atraso entre as parcelas vencidas em aberto, vencimento
      * mais antigo e valor atualizado com encargos ate hoje.
      ******************************************************************
           APURAR-ATRASO-CONTRATO.
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-CONTRATO-ATUAL TO PARC-CONTRATO
               MOVE 0 TO PARC-NUMERO
               START ARQ-PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL WS-FIM-PARCELAS = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM APURAR-PARCELA
                   END-READ
               END-PERFORM.

           APURAR-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF (PARC-SITUACAO = "A" OR "C")
                      AND PARC-VENCIMENTO < WS-DATA-HOJE
                      AND PARC-VENCIMENTO > 0
                       PERFORM ATUALIZAR-PARCELA
                       ADD WS-ENC-ATUALIZADO TO WS-VALOR-ATUALIZADO
                       IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
                           MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                           MOVE PARC-VENCIMENTO
                               TO WS-VENC-MAIS-ANTIGO
                       END-IF
                   END-IF
               END-IF.

           ATUALIZAR-PARCELA.
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
               COMPUTE WS-VALOR-ABERTO =
                   PARC-VALOR - PARC-VALOR-PAGO
               MOVE WS-VALOR-ABERTO TO WS-ENC-VALOR-BASE
               MOVE WS-DIAS-ATRASO  TO WS-ENC-DIAS-ATRASO
               PERFORM CALCULAR-ENCARGOS.

           CALCULAR-ENCARGOS.
               COMPUTE WS-ENC-MULTA ROUNDED =
                   WS-ENC-VALOR-BASE * WS-MULTA-PCT / 100
               COMPUTE WS-ENC-MORA ROUNDED =
                   WS-ENC-VALOR-BASE * WS-MORA-PCT-MES / 100
                   * WS-ENC-DIAS-ATRASO / 30
               COMPUTE WS-ENC-ATUALIZADO =
                   WS-ENC-VALOR-BASE + WS-ENC-MULTA + WS-ENC-MORA.

      ******************************************************************
      * Etapa devida e a ultima da tabela cujo atraso ja foi
      * alcancado; se o job ficou dias sem rodar e o atraso pulou
      * varias etapas, so a mais alta e aplicada.
      ******************************************************************
           DETERMINAR-ETAPA.
               MOVE 0 TO WS-ETAPA-DEVIDA
               MOVE 0 TO WS-IDX-DEVIDA
               PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                   UNTIL WS-ETP-IDX > WS-TOTAL-ETAPAS
                   IF WS-ETP-DIAS(WS-ETP-IDX) <= WS-MAIOR-ATRASO
                      AND WS-ETP-DIAS(WS-ETP-IDX) > WS-ETAPA-DEVIDA
                       MOVE WS-ETP-DIAS(WS-ETP-IDX) TO WS-ETAPA-DEVIDA
                       SET WS-IDX-DEVIDA TO WS-ETP-IDX
                   END-IF
               END-PERFORM.

           VERIFICAR-NEGATIVADO.
               MOVE "N" TO WS-NEGATIVADO
               MOVE WS-CONTRATO-ATUAL TO NEG-CONTRATO
               READ ARQ-NEGATIVACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-NEGATIVADO
               END-READ.

      ******************************************************************
      * Tomador sem cadastro em CLIENTES.DAT nao recebe carta nem pode
      * ser negativado: a etapa fica sem aplicar, sai no historico e
      * volta a ser tentada no dia seguinte.
      ******************************************************************
           AVANCAR-ETAPA.
               PERFORM BUSCAR-CLIENTE
               IF WS-CLIENTE-ACHADO = "N" THEN
                   ADD 1 TO WS-TOTAL-SEM-CADASTRO
                   MOVE "S" TO WS-ACAO-HIST
                   PERFORM GRAVAR-HISTORICO
               ELSE
                   IF WS-ETP-ACAO(WS-IDX-DEVIDA) = "C" THEN
                       PERFORM EMITIR-CARTA
                   END-IF
                   IF WS-DIAS-NEGATIVACAO > 0
                      AND WS-MAIOR-ATRASO >= WS-DIAS-NEGATIVACAO
                      AND WS-NEGATIVADO = "N"
                       PERFORM INCLUIR-NEGATIVACAO
                   END-IF
                   MOVE WS-ETAPA-DEVIDA TO CART-ETAPA-COBRANCA
                   PERFORM REGRAVAR-CONTRATO
               END-IF.

           RECUAR-ETAPA.
               ADD 1 TO WS-TOTAL-RETORNOS
               MOVE WS-ETAPA-DEVIDA TO CART-ETAPA-COBRANCA
               PERFORM REGRAVAR-CONTRATO
               MOVE "R" TO WS-ACAO-HIST
               PERFORM GRAVAR-HISTORICO.

           REGRAVAR-CONTRATO.
               REWRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTRATO "
                           CART-CONTRATO " - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE.

           BUSCAR-CLIENTE.
               MOVE "N" TO WS-CLIENTE-ACHADO
               IF WS-CLIENTES-OK = "S" AND CART-DOCUMENTO > 0 THEN
                   MOVE CART-DOCUMENTO TO CLI-DOCUMENTO
                   READ ARQ-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-CLIENTE-ACHADO
                   END-READ
               END-IF.

           EMITIR-CARTA.
               ADD 1 TO WS-TOTAL-CARTAS
               MOVE WS-ETAPA-DEVIDA  TO WS-CT-ETAPA
               MOVE WS-DATA-HOJE     TO WS-CT-DATA
               MOVE WS-CARTA-TITULO  TO CARTA-REC
               WRITE CARTA-REC
               MOVE CLI-NOME         TO WS-CN-NOME
               MOVE WS-CARTA-NOME    TO CARTA-REC
               WRITE CARTA-REC
               MOVE CLI-ENDERECO     TO WS-CE-ENDERECO
               MOVE WS-CARTA-ENDERECO TO CARTA-REC
               WRITE CARTA-REC
               MOVE CART-DOCUMENTO   TO WS-CC-DOCUMENTO
               MOVE CART-CONTRATO    TO WS-CC-CONTRATO
               MOVE CART-MOEDA       TO WS-CC-MOEDA
               MOVE WS-CARTA-CONTRATO TO CARTA-REC
               WRITE CARTA-REC
               MOVE WS-ETP-TEXTO(WS-IDX-DEVIDA) TO CARTA-REC
               WRITE CARTA-REC
               MOVE WS-CARTA-CABECALHO TO CARTA-REC
               WRITE CARTA-REC
               PERFORM LISTAR-PARCELAS-CARTA
               MOVE WS-DATA-HOJE        TO WS-CTT-DATA
               MOVE WS-VALOR-ATUALIZADO TO WS-CTT-VALOR
               MOVE WS-CARTA-TOTAL      TO CARTA-REC
               WRITE CARTA-REC
               MOVE WS-LINHA-SEPARADOR  TO CARTA-REC
               WRITE CARTA-REC
               MOVE "C" TO WS-ACAO-HIST
               PERFORM GRAVAR-HISTORICO.

           LISTAR-PARCELAS-CARTA.
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-CONTRATO-ATUAL TO PARC-CONTRATO
               MOVE 0 TO PARC-NUMERO
               START ARQ-PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL WS-FIM-PARCELAS = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM GRAVAR-LINHA-PARCELA
                   END-READ
               END-PERFORM.

           GRAVAR-LINHA-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF (PARC-SITUACAO = "A" OR "C")
                      AND PARC-VENCIMENTO < WS-DATA-HOJE
                      AND PARC-VENCIMENTO > 0
                       PERFORM ATUALIZAR-PARCELA
                       MOVE PARC-NUMERO       TO WS-CP-PARCELA
                       MOVE PARC-VENCIMENTO   TO WS-CP-VENCIMENTO
                       MOVE WS-DIAS-ATRASO    TO WS-CP-DIAS
                       MOVE WS-VALOR-ABERTO   TO WS-CP-ABERTO
                       MOVE WS-ENC-ATUALIZADO TO WS-CP-ATUALIZADO
                       MOVE WS-CARTA-PARCELA  TO CARTA-REC
                       WRITE CARTA-REC
                   END-IF
               END-IF.

           INCLUIR-NEGATIVACAO.
               MOVE SPACES              TO NEGATIVACAO-REC
               MOVE CART-CONTRATO       TO NEG-CONTRATO
               MOVE CART-DOCUMENTO      TO NEG-DOCUMENTO
               MOVE CLI-NOME            TO NEG-NOME
               MOVE WS-DATA-HOJE        TO NEG-DATA-INCLUSAO
               MOVE WS-VENC-MAIS-ANTIGO TO NEG-VENCIMENTO
               MOVE WS-VALOR-ATUALIZADO TO NEG-VALOR
               WRITE NEGATIVACAO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR NEGATIVACAO DO "
                           "CONTRATO " CART-CONTRATO " - STATUS "
                           WS-NEGATIVACAO-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-INCLUSOES
                       MOVE "S" TO WS-NEGATIVADO
                       MOVE "I" TO WS-NDT-MOVIMENTO
                       PERFORM GRAVAR-MOVIMENTO-BIRO
                       MOVE "I" TO WS-ACAO-HIST
                       PERFORM GRAVAR-HISTORICO
               END-WRITE.

           EXCLUIR-NEGATIVACAO.
               MOVE "E" TO WS-NDT-MOVIMENTO
               PERFORM GRAVAR-MOVIMENTO-BIRO
               DELETE ARQ-NEGATIVACAO RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR NEGATIVACAO DO "
                           "CONTRATO " NEG-CONTRATO " - STATUS "
                           WS-NEGATIVACAO-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-EXCLUSOES
                       MOVE "N" TO WS-NEGATIVADO
                       MOVE "E" TO WS-ACAO-HIST
                       PERFORM GRAVAR-HISTORICO
               END-DELETE.

           GRAVAR-MOVIMENTO-BIRO.
               ADD 1 TO WS-QTD-MOVIMENTO
               ADD NEG-VALOR TO WS-SOMA-MOVIMENTO
               MOVE NEG-DOCUMENTO  TO WS-NDT-DOCUMENTO
               MOVE NEG-CONTRATO   TO WS-NDT-CONTRATO
               MOVE NEG-NOME       TO WS-NDT-NOME
               MOVE NEG-VENCIMENTO TO WS-NDT-VENCIMENTO
               MOVE NEG-VALOR      TO WS-NDT-VALOR
               MOVE WS-NEG-DETALHE TO NEG-REMESSA-REC
               WRITE NEG-REMESSA-REC.

           GRAVAR-HISTORICO.
               MOVE WS-DATA-HOJE        TO WS-HIS-DATA
               MOVE CART-CONTRATO       TO WS-HIS-CONTRATO
               MOVE CART-DOCUMENTO      TO WS-HIS-DOCUMENTO
               MOVE WS-ACAO-HIST        TO WS-HIS-ACAO
               MOVE WS-ETAPA-ANTERIOR   TO WS-HIS-ETAPA-ANT
               MOVE WS-ETAPA-DEVIDA     TO WS-HIS-ETAPA
               MOVE WS-MAIOR-ATRASO     TO WS-HIS-ATRASO
               MOVE WS-VALOR-ATUALIZADO TO WS-HIS-VALOR
               MOVE WS-LINHA-HISTORICO  TO HISTORICO-REC
               WRITE HISTORICO-REC.
       END PROGRAM REGUA-COBRANCA.
