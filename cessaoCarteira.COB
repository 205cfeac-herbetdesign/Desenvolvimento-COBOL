      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Cessao de lote de contratos para FIDC. Recebe na
      *          abertura o fundo cessionario, a taxa de desconto
      *          negociada e os criterios de elegibilidade - tipo,
      *          moeda, faixa de risco maxima (na ordem da
      *          FAIXAS-RISCO.DAT) e prazo remanescente minimo e
      *          maximo em parcelas a vencer; criterio em branco ou
      *          zero nao restringe. Sao elegiveis os contratos ativos
      *          da CARTEIRA.DAT sem nenhuma parcela em atraso. Para
      *          cada contrato elegivel calcula o valor presente das
      *          parcelas em aberto a taxa de desconto, pela mesma
      *          conta de meses da quitacao da MANUTENCAO-CARTEIRA,
      *          grava o contrato e as parcelas no arquivo do lote
      *          CESSAO-LOTE.DAT entregue ao cessionario, com header e
      *          trailer de controle e numero de lote sequencial
      *          mantido em CESSAO-CONTROLE.DAT, e marca o contrato e
      *          as parcelas em aberto como cedidos ("C"). A cessao
      *          fica em CESSOES.DAT, de onde a INTERFACE-CONTABIL tira
      *          o lancamento da cessao na data e a RECOMPRA-CESSAO
      *          devolve o contrato a carteira propria. Os cedidos
      *          seguem cobrados pela REMESSA-COBRANCA e pelo
      *          RETORNO-BANCO, que repassa os recebimentos ao fundo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSAO-CARTEIRA.
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

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-FAIXAS ASSIGN TO "FAIXAS-RISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXAS-STATUS.

           SELECT ARQ-LOTE ASSIGN TO "CESSAO-LOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CONTROLE ASSIGN TO "CESSAO-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

      ******************************************************************
      * FAIXAS-RISCO.DAT: o mesmo arquivo de parametros da
      * CLASSIFICACAO-RISCO, em ordem crescente de atraso; a posicao
      * da faixa no arquivo da a ordem para a faixa maxima.
      ******************************************************************
       FD  ARQ-FAIXAS.
       01  FAIXA-REC.
           05 FXR-FAIXA           PIC X(2).
           05 FILLER              PIC X(1).
           05 FXR-ATE-DIAS        PIC 9(5).
           05 FILLER              PIC X(1).
           05 FXR-PCT             PIC 9(3)V99.

      ******************************************************************
      * CESSAO-LOTE.DAT: arquivo do lote entregue ao cessionario.
      * Tipo de registro na primeira posicao: "0" = header com numero
      * do lote, data, fundo, taxa de desconto e origem; "1" =
      * contrato cedido com documento do tomador, tipo, moeda, faixa,
      * parcelas, saldo em aberto e valor presente; "2" = parcela
      * cedida com vencimento, saldo em aberto e valor presente;
      * "9" = trailer com quantidade de contratos e de parcelas e
      * somatorios do saldo e do valor presente.
      ******************************************************************
       FD  ARQ-LOTE.
       01  LOTE-REC               PIC X(80).

       FD  ARQ-CONTROLE.
       01  CONTROLE-REC.
           05 CTRL-ULTIMO-LOTE     PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-FAIXAS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CONTROLE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-ELEGIVEL            PIC X(1) VALUE "N".
       01  WS-CESSAO-EXISTE       PIC X(1) VALUE "N".
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.
       01  WS-NUM-LOTE            PIC 9(7) VALUE 0.

       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(4).
           05 WS-HOJE-MES         PIC 9(2).
           05 WS-HOJE-DIA         PIC 9(2).
       01  WS-DATA-VENC           PIC 9(8) VALUE 0.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 WS-VENC-ANO         PIC 9(4).
           05 WS-VENC-MES         PIC 9(2).
           05 WS-VENC-DIA         PIC 9(2).

      ******************************************************************
      * Parametros da cessao informados na abertura.
      ******************************************************************
       01  WS-CESSIONARIO         PIC X(16) VALUE SPACES.
       01  WS-TAXA-DESCONTO       PIC 9(2)V9(4) VALUE 0.
       01  WS-TX-DESCONTO-PCT     PIC 9V9(6) VALUE 0.
       01  WS-CRIT-TIPO           PIC X(4) VALUE SPACES.
       01  WS-CRIT-MOEDA          PIC X(3) VALUE SPACES.
       01  WS-CRIT-FAIXA          PIC X(2) VALUE SPACES.
       01  WS-CRIT-PRAZO-MIN      PIC 9(3) VALUE 0.
       01  WS-CRIT-PRAZO-MAX      PIC 9(3) VALUE 0.
       01  WS-ORDEM-FAIXA-MAX     PIC 9(2) VALUE 0.
       01  WS-ORDEM-FAIXA         PIC 9(2) VALUE 0.

       01  WS-TOTAL-FAIXAS        PIC 9(2) VALUE 0.
       01  WS-TABELA-FAIXAS.
           05 WS-FXR-OCR OCCURS 20 TIMES INDEXED BY WS-FXR-IDX.
               10 WS-FXR-FAIXA    PIC X(2).

       01  WS-QTD-ABERTAS         PIC 9(3) VALUE 0.
       01  WS-QTD-ATRASADAS       PIC 9(3) VALUE 0.
       01  WS-VALOR-ABERTO        PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-PRESENTE      PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-CONTRATO      PIC 9(9)V99 VALUE 0.
       01  WS-VP-CONTRATO         PIC 9(9)V99 VALUE 0.
       01  WS-MESES-VINCENDOS     PIC S9(4) VALUE 0.
       01  WS-FATOR-DESC          PIC 9(9)V9(6) VALUE 0.

       01  WS-TOTAL-ATIVOS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-CEDIDOS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-PARCELAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-EM-ATRASO     PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDO         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-VP            PIC 9(13)V99 VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LOTE-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-HDR-LOTE          PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-CESSIONARIO   PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-TAXA          PIC 9(2)V9(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-ORIGEM        PIC X(16) VALUE "CARTEIRA-EMPREST".

       01  WS-LOTE-CONTRATO.
           05 FILLER               PIC X(1)  VALUE "1".
           05 WS-DC-CONTRATO       PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-DOCUMENTO      PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-TIPO           PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-MOEDA          PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-FAIXA          PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-PARCELAS       PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-SALDO          PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DC-VP             PIC 9(9)V99.

       01  WS-LOTE-PARCELA.
           05 FILLER               PIC X(1)  VALUE "2".
           05 WS-DP-CONTRATO       PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DP-PARCELA        PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DP-VENCIMENTO     PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DP-SALDO          PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DP-VP             PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DP-MOEDA          PIC X(3).

       01  WS-LOTE-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-TRL-CONTRATOS     PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-PARCELAS      PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-SALDO         PIC 9(13)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-VP            PIC 9(13)V99.

       PROCEDURE DIVISION.
           DISPLAY "CESSAO DE CARTEIRA PARA FIDC".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE O FUNDO CESSIONARIO: ".
           ACCEPT WS-CESSIONARIO.
           IF WS-CESSIONARIO = SPACES THEN
               DISPLAY "CESSIONARIO OBRIGATORIO - CESSAO NAO "
                   "EXECUTADA"
               STOP RUN
           END-IF.
           DISPLAY "DIGITE A TAXA DE DESCONTO NEGOCIADA (% AO MES): ".
           ACCEPT WS-TAXA-DESCONTO.
           COMPUTE WS-TX-DESCONTO-PCT = WS-TAXA-DESCONTO / 100.
           DISPLAY "DIGITE O TIPO DE EMPRESTIMO OU BRANCO PARA "
               "TODOS: ".
           ACCEPT WS-CRIT-TIPO.
           DISPLAY "DIGITE A MOEDA OU BRANCO PARA TODAS: ".
           ACCEPT WS-CRIT-MOEDA.
           DISPLAY "DIGITE A FAIXA DE RISCO MAXIMA OU BRANCO PARA "
               "TODAS: ".
           ACCEPT WS-CRIT-FAIXA.
           DISPLAY "DIGITE O PRAZO REMANESCENTE MINIMO EM PARCELAS "
               "OU 0: ".
           ACCEPT WS-CRIT-PRAZO-MIN.
           DISPLAY "DIGITE O PRAZO REMANESCENTE MAXIMO EM PARCELAS "
               "OU 0: ".
           ACCEPT WS-CRIT-PRAZO-MAX.

           IF WS-CRIT-FAIXA NOT = SPACES THEN
               PERFORM CARREGAR-FAIXAS
               MOVE WS-CRIT-FAIXA TO CART-FAIXA-RISCO
               PERFORM BUSCAR-ORDEM-FAIXA
               MOVE WS-ORDEM-FAIXA TO WS-ORDEM-FAIXA-MAX
               IF WS-ORDEM-FAIXA-MAX = 0 THEN
                   DISPLAY "FAIXA " WS-CRIT-FAIXA " NAO CONSTA DA "
                       "FAIXAS-RISCO.DAT - CESSAO NAO EXECUTADA"
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A CEDER"
               STOP RUN
           END-IF

           OPEN I-O ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A CEDER"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN I-O ARQ-CESSOES
           IF WS-CESSOES-STATUS = "35" THEN
               OPEN OUTPUT ARQ-CESSOES
               CLOSE ARQ-CESSOES
               OPEN I-O ARQ-CESSOES
           END-IF

           PERFORM OBTER-NUMERO-LOTE
           OPEN OUTPUT ARQ-LOTE
           PERFORM GRAVAR-HEADER

           PERFORM PERCORRER-CARTEIRA

           PERFORM GRAVAR-TRAILER
           CLOSE ARQ-LOTE

           CLOSE ARQ-CESSOES
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           DISPLAY "LOTE NR " WS-NUM-LOTE " CESSIONARIO "
               WS-CESSIONARIO
           DISPLAY "CONTRATOS ATIVOS.....: " WS-TOTAL-ATIVOS
           DISPLAY "RECUSADOS POR ATRASO.: " WS-TOTAL-EM-ATRASO
           DISPLAY "CONTRATOS CEDIDOS....: " WS-TOTAL-CEDIDOS
           DISPLAY "PARCELAS CEDIDAS.....: " WS-TOTAL-PARCELAS
           MOVE WS-TOTAL-SALDO TO WS-DISP-SOMA
           DISPLAY "SALDO CEDIDO.........: " WS-DISP-SOMA
           MOVE WS-TOTAL-VP TO WS-DISP-SOMA
           DISPLAY "VALOR DA CESSAO......: " WS-DISP-SOMA
           DISPLAY "LOTE GRAVADO EM CESSAO-LOTE.DAT".

           STOP RUN.

           CARREGAR-FAIXAS.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0   TO WS-TOTAL-FAIXAS
               OPEN INPUT ARQ-FAIXAS
               IF WS-FAIXAS-STATUS = "35" THEN
                   DISPLAY "FAIXAS-RISCO.DAT NAO ENCONTRADO - "
                       "NENHUMA FAIXA CARREGADA"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-FAIXAS
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-TOTAL-FAIXAS < 20
                                   ADD 1 TO WS-TOTAL-FAIXAS
                                   SET WS-FXR-IDX TO WS-TOTAL-FAIXAS
                                   MOVE FXR-FAIXA
                                       TO WS-FXR-FAIXA(WS-FXR-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FAIXAS
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

      ******************************************************************
      * Ordem da faixa de CART-FAIXA-RISCO na FAIXAS-RISCO.DAT; zero
      * para contrato nunca classificado ou faixa fora do arquivo.
      ******************************************************************
           BUSCAR-ORDEM-FAIXA.
               MOVE 0 TO WS-ORDEM-FAIXA
               PERFORM VARYING WS-FXR-IDX FROM 1 BY 1
                   UNTIL WS-FXR-IDX > WS-TOTAL-FAIXAS
                      OR WS-ORDEM-FAIXA > 0
                   IF WS-FXR-FAIXA(WS-FXR-IDX) = CART-FAIXA-RISCO
                       SET WS-ORDEM-FAIXA TO WS-FXR-IDX
                   END-IF
               END-PERFORM.

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
                           IF CART-SITUACAO = "A"
                               ADD 1 TO WS-TOTAL-ATIVOS
                               PERFORM AVALIAR-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM.

      ******************************************************************
      * Criterios do contrato primeiro; so entao as parcelas, que dao
      * o atraso, o prazo remanescente, o saldo e o valor presente.
      ******************************************************************
           AVALIAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE "S" TO WS-ELEGIVEL
               IF WS-CRIT-TIPO NOT = SPACES
                  AND CART-TIPO NOT = WS-CRIT-TIPO
                   MOVE "N" TO WS-ELEGIVEL
               END-IF
               IF WS-CRIT-MOEDA NOT = SPACES
                  AND CART-MOEDA NOT = WS-CRIT-MOEDA
                   MOVE "N" TO WS-ELEGIVEL
               END-IF
               IF WS-ELEGIVEL = "S"
                  AND WS-CRIT-FAIXA NOT = SPACES
                   PERFORM BUSCAR-ORDEM-FAIXA
                   IF WS-ORDEM-FAIXA = 0
                      OR WS-ORDEM-FAIXA > WS-ORDEM-FAIXA-MAX
                       MOVE "N" TO WS-ELEGIVEL
                   END-IF
               END-IF
               IF WS-ELEGIVEL = "S" THEN
                   PERFORM APURAR-PARCELAS-CONTRATO
                   IF WS-QTD-ATRASADAS > 0 THEN
                       ADD 1 TO WS-TOTAL-EM-ATRASO
                       MOVE "N" TO WS-ELEGIVEL
                   END-IF
                   IF WS-QTD-ABERTAS = 0 THEN
                       MOVE "N" TO WS-ELEGIVEL
                   END-IF
                   IF WS-CRIT-PRAZO-MIN > 0
                      AND WS-QTD-ABERTAS < WS-CRIT-PRAZO-MIN
                       MOVE "N" TO WS-ELEGIVEL
                   END-IF
                   IF WS-CRIT-PRAZO-MAX > 0
                      AND WS-QTD-ABERTAS > WS-CRIT-PRAZO-MAX
                       MOVE "N" TO WS-ELEGIVEL
                   END-IF
               END-IF
               IF WS-ELEGIVEL = "S" THEN
                   PERFORM CEDER-CONTRATO
               END-IF.

           APURAR-PARCELAS-CONTRATO.
               MOVE 0 TO WS-QTD-ABERTAS
               MOVE 0 TO WS-QTD-ATRASADAS
               MOVE 0 TO WS-SALDO-CONTRATO
               MOVE 0 TO WS-VP-CONTRATO
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
                   IF PARC-SITUACAO = "A" THEN
                       ADD 1 TO WS-QTD-ABERTAS
                       IF PARC-VENCIMENTO < WS-DATA-HOJE
                          AND PARC-VENCIMENTO > 0
                           ADD 1 TO WS-QTD-ATRASADAS
                       END-IF
                       PERFORM CALCULAR-VALOR-PRESENTE
                       ADD WS-VALOR-ABERTO   TO WS-SALDO-CONTRATO
                       ADD WS-VALOR-PRESENTE TO WS-VP-CONTRATO
                   END-IF
               END-IF.

      ******************************************************************
      * Valor presente da parcela a vencer: saldo em aberto (valor
      * menos o ja pago) dividido por (1 + taxa de desconto) elevado
      * aos meses que faltam ate o vencimento, como na quitacao da
      * MANUTENCAO-CARTEIRA; parcela do proprio mes entra pelo saldo.
      ******************************************************************
           CALCULAR-VALOR-PRESENTE.
               COMPUTE WS-VALOR-ABERTO = PARC-VALOR - PARC-VALOR-PAGO
               MOVE PARC-VENCIMENTO TO WS-DATA-VENC
               COMPUTE WS-MESES-VINCENDOS =
                   (WS-VENC-ANO * 12 + WS-VENC-MES)
                   - (WS-HOJE-ANO * 12 + WS-HOJE-MES)
               IF WS-MESES-VINCENDOS > 0 THEN
                   COMPUTE WS-FATOR-DESC =
                       (1 + WS-TX-DESCONTO-PCT) ** WS-MESES-VINCENDOS
                   COMPUTE WS-VALOR-PRESENTE ROUNDED =
                       WS-VALOR-ABERTO / WS-FATOR-DESC
               ELSE
                   MOVE WS-VALOR-ABERTO TO WS-VALOR-PRESENTE
               END-IF.

      ******************************************************************
      * Contrato no lote: registro do contrato, parcelas em aberto
      * marcadas "C" com um registro cada, contrato marcado "C" e a
      * cessao gravada em CESSOES.DAT.
      ******************************************************************
           CEDER-CONTRATO.
               MOVE CART-CONTRATO     TO WS-DC-CONTRATO
               MOVE CART-DOCUMENTO    TO WS-DC-DOCUMENTO
               MOVE CART-TIPO         TO WS-DC-TIPO
               MOVE CART-MOEDA        TO WS-DC-MOEDA
               MOVE CART-FAIXA-RISCO  TO WS-DC-FAIXA
               MOVE WS-QTD-ABERTAS    TO WS-DC-PARCELAS
               MOVE WS-SALDO-CONTRATO TO WS-DC-SALDO
               MOVE WS-VP-CONTRATO    TO WS-DC-VP
               MOVE WS-LOTE-CONTRATO  TO LOTE-REC
               WRITE LOTE-REC

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
                           PERFORM CEDER-PARCELA
                   END-READ
               END-PERFORM

               MOVE "C" TO CART-SITUACAO
               REWRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTRATO "
                           CART-CONTRATO " - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE

               PERFORM GRAVAR-CESSAO
               ADD 1 TO WS-TOTAL-CEDIDOS
               ADD WS-SALDO-CONTRATO TO WS-TOTAL-SALDO
               ADD WS-VP-CONTRATO    TO WS-TOTAL-VP.

           CEDER-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF PARC-SITUACAO = "A" THEN
                       PERFORM CALCULAR-VALOR-PRESENTE
                       MOVE "C" TO PARC-SITUACAO
                       REWRITE PARCELA-REC
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR PARCELA "
                                   PARC-NUMERO " DO CONTRATO "
                                   PARC-CONTRATO " - STATUS "
                                   WS-PARCELAS-STATUS
                       END-REWRITE
                       MOVE PARC-CONTRATO     TO WS-DP-CONTRATO
                       MOVE PARC-NUMERO       TO WS-DP-PARCELA
                       MOVE PARC-VENCIMENTO   TO WS-DP-VENCIMENTO
                       MOVE WS-VALOR-ABERTO   TO WS-DP-SALDO
                       MOVE WS-VALOR-PRESENTE TO WS-DP-VP
                       MOVE PARC-MOEDA        TO WS-DP-MOEDA
                       MOVE WS-LOTE-PARCELA   TO LOTE-REC
                       WRITE LOTE-REC
                       ADD 1 TO WS-TOTAL-PARCELAS
                   END-IF
               END-IF.

      ******************************************************************
      * Contrato recomprado e cedido de novo ja tem registro: a
      * cessao nova regrava o anterior.
      ******************************************************************
           GRAVAR-CESSAO.
               MOVE WS-CONTRATO-ATUAL TO CES-CONTRATO
               MOVE "S" TO WS-CESSAO-EXISTE
               READ ARQ-CESSOES
                   INVALID KEY
                       MOVE "N" TO WS-CESSAO-EXISTE
               END-READ
               MOVE SPACES            TO CESSAO-REC
               MOVE WS-CONTRATO-ATUAL TO CES-CONTRATO
               MOVE WS-NUM-LOTE       TO CES-LOTE
               MOVE WS-CESSIONARIO    TO CES-CESSIONARIO
               MOVE WS-DATA-HOJE      TO CES-DATA-CESSAO
               MOVE WS-TAXA-DESCONTO  TO CES-TAXA-DESCONTO
               MOVE WS-SALDO-CONTRATO TO CES-SALDO-CEDIDO
               MOVE WS-VP-CONTRATO    TO CES-VALOR-CESSAO
               MOVE "C"               TO CES-SITUACAO
               MOVE 0                 TO CES-DATA-RECOMPRA
               MOVE 0                 TO CES-SALDO-RECOMPRA
               MOVE 0                 TO CES-VALOR-RECOMPRA
               IF WS-CESSAO-EXISTE = "S" THEN
                   REWRITE CESSAO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR CESSAO DO "
                               "CONTRATO " CES-CONTRATO " - STATUS "
                               WS-CESSOES-STATUS
                   END-REWRITE
               ELSE
                   WRITE CESSAO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CESSAO DO "
                               "CONTRATO " CES-CONTRATO " - STATUS "
                               WS-CESSOES-STATUS
                   END-WRITE
               END-IF.

           GRAVAR-HEADER.
               MOVE WS-NUM-LOTE      TO WS-HDR-LOTE
               MOVE WS-DATA-HOJE     TO WS-HDR-DATA
               MOVE WS-CESSIONARIO   TO WS-HDR-CESSIONARIO
               MOVE WS-TAXA-DESCONTO TO WS-HDR-TAXA
               MOVE WS-LOTE-HEADER   TO LOTE-REC
               WRITE LOTE-REC.

           GRAVAR-TRAILER.
               MOVE WS-TOTAL-CEDIDOS  TO WS-TRL-CONTRATOS
               MOVE WS-TOTAL-PARCELAS TO WS-TRL-PARCELAS
               MOVE WS-TOTAL-SALDO    TO WS-TRL-SALDO
               MOVE WS-TOTAL-VP       TO WS-TRL-VP
               MOVE WS-LOTE-TRAILER   TO LOTE-REC
               WRITE LOTE-REC.

           OBTER-NUMERO-LOTE.
               OPEN INPUT ARQ-CONTROLE
               IF WS-CONTROLE-STATUS = "35" THEN
                   MOVE 0 TO WS-NUM-LOTE
               ELSE
                   READ ARQ-CONTROLE
                       AT END
                           MOVE 0 TO WS-NUM-LOTE
                       NOT AT END
                           MOVE CTRL-ULTIMO-LOTE TO WS-NUM-LOTE
                   END-READ
                   CLOSE ARQ-CONTROLE
               END-IF
               ADD 1 TO WS-NUM-LOTE
               OPEN OUTPUT ARQ-CONTROLE
               MOVE WS-NUM-LOTE TO CTRL-ULTIMO-LOTE
               WRITE CONTROLE-REC
               CLOSE ARQ-CONTROLE.
       END PROGRAM CESSAO-CARTEIRA.
