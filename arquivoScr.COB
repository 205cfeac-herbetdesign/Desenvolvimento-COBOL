      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Geracao mensal do documento de operacoes de credito
      *          para o Sistema de Informacoes de Credito (SCR) do
      *          Banco Central. Para a data-base informada (ultimo dia
      *          da competencia AAAAMM) percorre a CARTEIRA.DAT e
      *          grava em SCR-OPERACOES.DAT uma operacao por contrato
      *          que estava na carteira propria naquela data: CPF/CNPJ
      *          do tomador
      *          (CART-DOCUMENTO), contrato, modalidade SCR derivada do
      *          CART-TIPO pela tabela SCR-MODALIDADES.DAT, moeda,
      *          classificacao de risco (CART-FAIXA-RISCO), saldo a
      *          vencer e vencido por faixa de prazo, apurados das
      *          parcelas em aberto na data-base da PARCELAS.DAT, e
      *          provisao pelo
      *          percentual da faixa em FAIXAS-RISCO.DAT, na mesma
      *          regra da CLASSIFICACAO-RISCO. O arquivo leva header
      *          com a data-base e trailer com quantidade, saldo e
      *          provisao totais. Operacao com dado obrigatorio
      *          faltando (tomador sem documento ou sem cadastro na
      *          CLIENTES.DAT, contrato nunca classificado, faixa sem
      *          percentual, tipo sem modalidade) nao entra no
      *          arquivo e sai no relatorio SCR-CRITICAS.DAT, um
      *          motivo por linha, para acerto e nova geracao.
      *          Como o arquivo sai depois do fechamento do mes, a
      *          posicao e reconstituida para a data-base: entra o
      *          contrato liquidado, renegociado, baixado para prejuizo
      *          ou cedido depois dela, sai o que estava cedido a FIDC
      *          naquela data, e a parcela paga depois dela conta como
      *          aberta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVO-SCR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-FAIXAS ASSIGN TO "FAIXAS-RISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXAS-STATUS.

           SELECT ARQ-MODALIDADES ASSIGN TO "SCR-MODALIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODALIDADES-STATUS.

           SELECT ARQ-SCR ASSIGN TO "SCR-OPERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CRITICAS ASSIGN TO "SCR-CRITICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CLIENTES.
           COPY CLIENTEREC.

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

      ******************************************************************
      * FAIXAS-RISCO.DAT: o mesmo arquivo de parametros da
      * CLASSIFICACAO-RISCO; aqui interessa o percentual de provisao
      * de cada faixa.
      ******************************************************************
       FD  ARQ-FAIXAS.
       01  FAIXA-REC.
           05 FXR-FAIXA           PIC X(2).
           05 FILLER              PIC X(1).
           05 FXR-ATE-DIAS        PIC 9(5).
           05 FILLER              PIC X(1).
           05 FXR-PCT             PIC 9(3)V99.

      ******************************************************************
      * SCR-MODALIDADES.DAT: de-para do tipo de emprestimo da carteira
      * para o codigo de modalidade do SCR, um registro por tipo:
      * tipo (4), espaco, modalidade (4), espaco, descricao (30).
      ******************************************************************
       FD  ARQ-MODALIDADES.
       01  MODALIDADE-REC.
           05 MOD-TIPO            PIC X(4).
           05 FILLER              PIC X(1).
           05 MOD-CODIGO          PIC X(4).
           05 FILLER              PIC X(1).
           05 MOD-DESCRICAO       PIC X(30).

      ******************************************************************
      * SCR-OPERACOES.DAT: documento de operacoes de credito. Tipo de
      * registro na primeira posicao: "0" = header com data de
      * geracao, origem e data-base (AAAAMM); "1" = operacao com
      * documento do tomador, contrato, modalidade, moeda, faixa de
      * risco, data da contratacao, seis faixas de saldo a vencer
      * (ate 30, 31 a 60, 61 a 90, 91 a 180, 181 a 360 e acima de 360
      * dias), seis faixas de saldo vencido (mesmos limites, em dias
      * de atraso) e provisao; "9" = trailer com quantidade de
      * operacoes, saldo total e provisao total.
      ******************************************************************
       FD  ARQ-SCR.
       01  SCR-REC                PIC X(250).

       FD  ARQ-CRITICAS.
       01  CRITICA-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CESSOES-ABERTO      PIC X(1) VALUE "N".
       01  WS-CEDIDO-NA-DATA      PIC X(1) VALUE "N".
       01  WS-EM-CARTEIRA         PIC X(1) VALUE "N".
       01  WS-FAIXAS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-MODALIDADES-STATUS  PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-ACHOU               PIC X(1) VALUE "N".
       01  WS-OPERACAO-OK         PIC X(1) VALUE "S".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.

       01  WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO         PIC 9(4).
           05 WS-COMP-MES         PIC 9(2).
       01  WS-DATA-PROX-MES       PIC 9(8) VALUE 0.
       01  WS-DATA-BASE           PIC 9(8) VALUE 0.
       01  WS-INT-DATA-BASE       PIC 9(8) VALUE 0.

       01  WS-TOTAL-FAIXAS        PIC 9(2) VALUE 0.
       01  WS-TABELA-FAIXAS.
           05 WS-FXR-OCR OCCURS 20 TIMES INDEXED BY WS-FXR-IDX.
               10 WS-FXR-FAIXA    PIC X(2).
               10 WS-FXR-PCT      PIC 9(3)V99.

      ******************************************************************
      * Contratos renegociados depois da data-base: o contrato de
      * origem ("R") ainda estava na carteira naquela data. A data da
      * renegociacao e a do contrato novo, que aponta a origem.
      ******************************************************************
       01  WS-TOTAL-RENEGOCIADOS  PIC 9(4) VALUE 0.
       01  WS-TABELA-RENEGOCIADOS.
           05 WS-REN-CONTRATO     PIC 9(7) OCCURS 2000 TIMES
                                  INDEXED BY WS-REN-IDX.

       01  WS-TOTAL-MODALIDADES   PIC 9(3) VALUE 0.
       01  WS-TABELA-MODALIDADES.
           05 WS-MOD-OCR OCCURS 100 TIMES INDEXED BY WS-MOD-IDX.
               10 WS-MOD-TIPO     PIC X(4).
               10 WS-MOD-CODIGO   PIC X(4).

      ******************************************************************
      * Limites, em dias, das faixas de prazo do SCR: a ultima faixa
      * fica aberta (acima de 360 dias).
      ******************************************************************
       01  WS-LIMITES-PRAZO-VALORES.
           05 FILLER              PIC 9(5) VALUE 30.
           05 FILLER              PIC 9(5) VALUE 60.
           05 FILLER              PIC 9(5) VALUE 90.
           05 FILLER              PIC 9(5) VALUE 180.
           05 FILLER              PIC 9(5) VALUE 360.
           05 FILLER              PIC 9(5) VALUE 99999.
       01  WS-LIMITES-PRAZO REDEFINES WS-LIMITES-PRAZO-VALORES.
           05 WS-LIM-DIAS         PIC 9(5) OCCURS 6 TIMES.

       01  WS-FX                  PIC 9(2) VALUE 0.
       01  WS-FX-PRAZO            PIC 9(2) VALUE 0.
       01  WS-DIAS-PRAZO          PIC S9(8) VALUE 0.
       01  WS-VALOR-ABERTO        PIC 9(9)V99 VALUE 0.
       01  WS-PAGO-ATE-BASE       PIC 9(9)V99 VALUE 0.
       01  WS-SALDOS-CONTRATO.
           05 WS-SALDO-VENCER     PIC 9(11)V99 OCCURS 6 TIMES.
           05 WS-SALDO-VENCIDO    PIC 9(11)V99 OCCURS 6 TIMES.
       01  WS-SALDO-CONTRATO      PIC 9(11)V99 VALUE 0.
       01  WS-PCT-PROVISAO        PIC 9(3)V99 VALUE 0.
       01  WS-PROVISAO-CALC       PIC 9(11)V99 VALUE 0.
       01  WS-MODALIDADE          PIC X(4) VALUE SPACES.
       01  WS-MOTIVO              PIC X(40) VALUE SPACES.

       01  WS-TOTAL-ATIVOS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPERACOES     PIC 9(7) VALUE 0.
       01  WS-TOTAL-REJEITADAS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-CRITICAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-SALDO         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PROVISAO      PIC 9(13)V99 VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-SCR-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-HDR-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-ORIGEM        PIC X(16) VALUE "CARTEIRA-EMPREST".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-DATA-BASE     PIC 9(6).

       01  WS-SCR-DETALHE.
           05 WS-DET-TIPO-REG      PIC X(1).
           05 WS-DET-DOCUMENTO     PIC 9(14).
           05 WS-DET-SEP1          PIC X(1).
           05 WS-DET-CONTRATO      PIC 9(7).
           05 WS-DET-SEP2          PIC X(1).
           05 WS-DET-MODALIDADE    PIC X(4).
           05 WS-DET-SEP3          PIC X(1).
           05 WS-DET-MOEDA         PIC X(3).
           05 WS-DET-SEP4          PIC X(1).
           05 WS-DET-FAIXA-RISCO   PIC X(2).
           05 WS-DET-SEP5          PIC X(1).
           05 WS-DET-DATA-CONTRATO PIC 9(8).
           05 WS-DET-VENCER-OCR OCCURS 6 TIMES.
               10 WS-DET-VENCER-SEP PIC X(1).
               10 WS-DET-VENCER    PIC 9(11)V99.
           05 WS-DET-VENCIDO-OCR OCCURS 6 TIMES.
               10 WS-DET-VENCIDO-SEP PIC X(1).
               10 WS-DET-VENCIDO   PIC 9(11)V99.
           05 WS-DET-SEP6          PIC X(1).
           05 WS-DET-PROVISAO      PIC 9(11)V99.

       01  WS-SCR-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-TRL-QUANTIDADE    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-SALDO         PIC 9(13)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-PROVISAO      PIC 9(13)V99.

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(40)
               VALUE "CRITICAS DO ARQUIVO SCR - DATA-BASE    ".
           05 WS-TIT-DATA-BASE    PIC 9(6).
           05 FILLER              PIC X(10) VALUE "  GERADO  ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CRITICA.
           05 WS-CRIT-CONTRATO    PIC 9(7).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-DOCUMENTO   PIC 9(14).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-TIPO        PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-MOTIVO      PIC X(40).

       PROCEDURE DIVISION.
           DISPLAY "GERACAO DO ARQUIVO SCR PARA O BANCO CENTRAL".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE A DATA-BASE (AAAAMM) OU 0 PARA O "
               "MES CORRENTE: ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0 THEN
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "DATA-BASE INVALIDA - ARQUIVO NAO GERADO"
               STOP RUN
           END-IF.
           PERFORM CALCULAR-DATA-BASE

           PERFORM CARREGAR-FAIXAS
           IF WS-TOTAL-FAIXAS = 0 THEN
               DISPLAY "FAIXAS-RISCO.DAT SEM FAIXAS - "
                   "ARQUIVO NAO GERADO"
               STOP RUN
           END-IF

           PERFORM CARREGAR-MODALIDADES
           IF WS-TOTAL-MODALIDADES = 0 THEN
               DISPLAY "SCR-MODALIDADES.DAT SEM MODALIDADES - "
                   "ARQUIVO NAO GERADO"
               STOP RUN
           END-IF

           OPEN INPUT ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A INFORMAR"
               STOP RUN
           END-IF

           PERFORM CARREGAR-RENEGOCIADOS
           CLOSE ARQ-CARTEIRA
           OPEN INPUT ARQ-CARTEIRA

           OPEN INPUT ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A INFORMAR"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN INPUT ARQ-CLIENTES

           OPEN INPUT ARQ-CESSOES
           IF WS-CESSOES-STATUS NOT = "35" THEN
               MOVE "S" TO WS-CESSOES-ABERTO
           END-IF

           OPEN OUTPUT ARQ-SCR
           MOVE WS-DATA-HOJE   TO WS-HDR-DATA
           MOVE WS-COMPETENCIA TO WS-HDR-DATA-BASE
           MOVE WS-SCR-HEADER TO SCR-REC
           WRITE SCR-REC

           OPEN OUTPUT ARQ-CRITICAS
           MOVE WS-COMPETENCIA TO WS-TIT-DATA-BASE
           MOVE WS-DATA-HOJE   TO WS-TIT-DATA
           MOVE WS-LINHA-TITULO TO CRITICA-REC
           WRITE CRITICA-REC

           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-CARTEIRA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM VERIFICAR-POSICAO
                       IF WS-EM-CARTEIRA = "S"
                           ADD 1 TO WS-TOTAL-ATIVOS
                           PERFORM PROCESSAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-OPERACOES TO WS-TRL-QUANTIDADE
           MOVE WS-TOTAL-SALDO     TO WS-TRL-SALDO
           MOVE WS-TOTAL-PROVISAO  TO WS-TRL-PROVISAO
           MOVE WS-SCR-TRAILER TO SCR-REC
           WRITE SCR-REC
           CLOSE ARQ-SCR
           CLOSE ARQ-CRITICAS

           IF WS-CLIENTES-STATUS NOT = "35"
               CLOSE ARQ-CLIENTES
           END-IF
           IF WS-CESSOES-ABERTO = "S" THEN
               CLOSE ARQ-CESSOES
           END-IF
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           DISPLAY "CONTRATOS NA DATA-BASE: " WS-TOTAL-ATIVOS
           DISPLAY "OPERACOES NO ARQUIVO.: " WS-TOTAL-OPERACOES
           DISPLAY "OPERACOES CRITICADAS.: " WS-TOTAL-REJEITADAS
           DISPLAY "CRITICAS APONTADAS...: " WS-TOTAL-CRITICAS
           MOVE WS-TOTAL-SALDO TO WS-DISP-SOMA
           DISPLAY "SALDO INFORMADO......: " WS-DISP-SOMA
           MOVE WS-TOTAL-PROVISAO TO WS-DISP-SOMA
           DISPLAY "PROVISAO INFORMADA...: " WS-DISP-SOMA
           DISPLAY "ARQUIVO EM SCR-OPERACOES.DAT"
           DISPLAY "CRITICAS EM SCR-CRITICAS.DAT".

           IF WS-TOTAL-REJEITADAS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      ******************************************************************
      * Data-base: ultimo dia da competencia, dia anterior ao primeiro
      * dia do mes seguinte.
      ******************************************************************
           CALCULAR-DATA-BASE.
               IF WS-COMP-MES = 12 THEN
                   COMPUTE WS-DATA-PROX-MES =
                       (WS-COMP-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-PROX-MES =
                       WS-COMP-ANO * 10000 + (WS-COMP-MES + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-INT-DATA-BASE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
               COMPUTE WS-DATA-BASE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA-BASE).

      ******************************************************************
      * Primeira passada na carteira: guarda os contratos de origem
      * das renegociacoes feitas depois da data-base.
      ******************************************************************
           CARREGAR-RENEGOCIADOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-CARTEIRA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CART-CONTRATO-ORIGEM > 0
                              AND CART-DATA > WS-DATA-BASE
                               IF WS-TOTAL-RENEGOCIADOS < 2000
                                   ADD 1 TO WS-TOTAL-RENEGOCIADOS
                                   SET WS-REN-IDX
                                       TO WS-TOTAL-RENEGOCIADOS
                                   MOVE CART-CONTRATO-ORIGEM
                                       TO WS-REN-CONTRATO(WS-REN-IDX)
                               ELSE
                                   DISPLAY "RENEGOCIACAO APOS A "
                                       "DATA-BASE NAO TABELADA: "
                                       CART-CONTRATO-ORIGEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-FIM-ARQUIVO.

      ******************************************************************
      * Contrato na carteira propria na data-base: contratado ate ela
      * e, naquela data, ainda nao liquidado, renegociado ou baixado
      * para prejuizo, nem cedido a FIDC (cessao ate a data-base sem
      * recompra ate ela, mesma regra da INTERFACE-CONTABIL).
      ******************************************************************
           VERIFICAR-POSICAO.
               MOVE "N" TO WS-EM-CARTEIRA
               IF CART-DATA <= WS-DATA-BASE THEN
                   EVALUATE CART-SITUACAO
                       WHEN "A"
                       WHEN "C"
                           MOVE "S" TO WS-EM-CARTEIRA
                       WHEN "L"
                           IF CART-DATA-LIQ > WS-DATA-BASE
                               MOVE "S" TO WS-EM-CARTEIRA
                           END-IF
                       WHEN "B"
                           IF CART-DATA-PREJUIZO > WS-DATA-BASE
                               MOVE "S" TO WS-EM-CARTEIRA
                           END-IF
                       WHEN "R"
                           PERFORM BUSCAR-RENEGOCIADO
                           IF WS-ACHOU = "S"
                               MOVE "S" TO WS-EM-CARTEIRA
                           END-IF
                   END-EVALUATE
               END-IF
               IF WS-EM-CARTEIRA = "S" THEN
                   PERFORM VERIFICAR-CEDIDO
                   IF WS-CEDIDO-NA-DATA = "S"
                       MOVE "N" TO WS-EM-CARTEIRA
                   END-IF
               END-IF.

           BUSCAR-RENEGOCIADO.
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-REN-IDX FROM 1 BY 1
                   UNTIL WS-REN-IDX > WS-TOTAL-RENEGOCIADOS
                      OR WS-ACHOU = "S"
                   IF WS-REN-CONTRATO(WS-REN-IDX) = CART-CONTRATO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Contrato cedido sem registro em CESSOES.DAT fica fora, pela
      * situacao atual.
      ******************************************************************
           VERIFICAR-CEDIDO.
               MOVE "N" TO WS-CEDIDO-NA-DATA
               IF WS-CESSOES-ABERTO = "S" THEN
                   MOVE CART-CONTRATO TO CES-CONTRATO
                   READ ARQ-CESSOES
                       INVALID KEY
                           IF CART-SITUACAO = "C"
                               MOVE "S" TO WS-CEDIDO-NA-DATA
                           END-IF
                       NOT INVALID KEY
                           IF CES-DATA-CESSAO <= WS-DATA-BASE
                              AND (CES-SITUACAO = "C"
                                OR CES-DATA-RECOMPRA > WS-DATA-BASE)
                               MOVE "S" TO WS-CEDIDO-NA-DATA
                           END-IF
                   END-READ
               ELSE
                   IF CART-SITUACAO = "C"
                       MOVE "S" TO WS-CEDIDO-NA-DATA
                   END-IF
               END-IF.

           CARREGAR-FAIXAS.
               MOVE "N" TO WS-FIM-ARQUIVO
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
                                   MOVE FXR-PCT
                                       TO WS-FXR-PCT(WS-FXR-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FAIXAS
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

           CARREGAR-MODALIDADES.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-MODALIDADES
               IF WS-MODALIDADES-STATUS = "35" THEN
                   DISPLAY "SCR-MODALIDADES.DAT NAO ENCONTRADO - "
                       "NENHUMA MODALIDADE CARREGADA"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-MODALIDADES
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-TOTAL-MODALIDADES < 100
                                   ADD 1 TO WS-TOTAL-MODALIDADES
                                   SET WS-MOD-IDX
                                       TO WS-TOTAL-MODALIDADES
                                   MOVE MOD-TIPO
                                       TO WS-MOD-TIPO(WS-MOD-IDX)
                                   MOVE MOD-CODIGO
                                       TO WS-MOD-CODIGO(WS-MOD-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-MODALIDADES
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

      ******************************************************************
      * Confere os dados obrigatorios da operacao; cada falta vira uma
      * linha de critica e a operacao fica fora do arquivo.
      ******************************************************************
           PROCESSAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE "S" TO WS-OPERACAO-OK

               IF CART-DOCUMENTO = 0 THEN
                   MOVE "CONTRATO SEM DOCUMENTO DO TOMADOR"
                       TO WS-MOTIVO
                   PERFORM GRAVAR-CRITICA
               ELSE
                   MOVE CART-DOCUMENTO TO CLI-DOCUMENTO
                   IF WS-CLIENTES-STATUS = "35" THEN
                       MOVE "CLIENTE SEM CADASTRO" TO WS-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   ELSE
                       READ ARQ-CLIENTES
                           INVALID KEY
                               MOVE "CLIENTE SEM CADASTRO"
                                   TO WS-MOTIVO
                               PERFORM GRAVAR-CRITICA
                       END-READ
                   END-IF
               END-IF

               MOVE 0 TO WS-PCT-PROVISAO
               IF CART-FAIXA-RISCO = SPACES THEN
                   MOVE "CONTRATO NUNCA CLASSIFICADO" TO WS-MOTIVO
                   PERFORM GRAVAR-CRITICA
               ELSE
                   PERFORM BUSCAR-FAIXA
                   IF WS-ACHOU = "N" THEN
                       MOVE "FAIXA DE RISCO SEM PERCENTUAL"
                           TO WS-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   END-IF
               END-IF

               PERFORM BUSCAR-MODALIDADE
               IF WS-ACHOU = "N" THEN
                   MOVE "TIPO SEM MODALIDADE SCR" TO WS-MOTIVO
                   PERFORM GRAVAR-CRITICA
               END-IF

               IF WS-OPERACAO-OK = "S" THEN
                   PERFORM APURAR-SALDOS
                   COMPUTE WS-PROVISAO-CALC ROUNDED =
                       WS-SALDO-CONTRATO * WS-PCT-PROVISAO / 100
                   PERFORM GRAVAR-OPERACAO
               ELSE
                   ADD 1 TO WS-TOTAL-REJEITADAS
               END-IF.

           BUSCAR-FAIXA.
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-FXR-IDX FROM 1 BY 1
                   UNTIL WS-FXR-IDX > WS-TOTAL-FAIXAS
                      OR WS-ACHOU = "S"
                   IF WS-FXR-FAIXA(WS-FXR-IDX) = CART-FAIXA-RISCO
                       MOVE WS-FXR-PCT(WS-FXR-IDX) TO WS-PCT-PROVISAO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.

           BUSCAR-MODALIDADE.
               MOVE "N" TO WS-ACHOU
               MOVE SPACES TO WS-MODALIDADE
               PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-TOTAL-MODALIDADES
                      OR WS-ACHOU = "S"
                   IF WS-MOD-TIPO(WS-MOD-IDX) = CART-TIPO
                       MOVE WS-MOD-CODIGO(WS-MOD-IDX) TO WS-MODALIDADE
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Saldo em aberto de cada parcela na data-base (valor menos o
      * pago ate ela), sem encargos, distribuido pela distancia do
      * vencimento a data-base: a vencer pelos dias ate o vencimento,
      * vencido pelos dias de atraso. Pagamento com data posterior a
      * data-base nao abate; a parcela paga, liquidada, renegociada,
      * baixada ou cedida depois dela conta como aberta.
      ******************************************************************
           APURAR-SALDOS.
               MOVE 0 TO WS-SALDO-CONTRATO
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
                   MOVE 0 TO WS-SALDO-VENCER(WS-FX)
                   MOVE 0 TO WS-SALDO-VENCIDO(WS-FX)
               END-PERFORM
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
                           PERFORM DISTRIBUIR-PARCELA
                   END-READ
               END-PERFORM.

           DISTRIBUIR-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   MOVE 0 TO WS-PAGO-ATE-BASE
                   IF PARC-DATA-PGTO > 0
                      AND PARC-DATA-PGTO <= WS-DATA-BASE
                       MOVE PARC-VALOR-PAGO TO WS-PAGO-ATE-BASE
                   END-IF
                   MOVE 0 TO WS-VALOR-ABERTO
                   IF PARC-VALOR > WS-PAGO-ATE-BASE
                       COMPUTE WS-VALOR-ABERTO =
                           PARC-VALOR - WS-PAGO-ATE-BASE
                   END-IF
                   IF WS-VALOR-ABERTO > 0 AND PARC-VENCIMENTO > 0
                       ADD WS-VALOR-ABERTO TO WS-SALDO-CONTRATO
                       COMPUTE WS-DIAS-PRAZO =
                           FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
                           - WS-INT-DATA-BASE
                       IF WS-DIAS-PRAZO >= 0 THEN
                           PERFORM DETERMINAR-FAIXA-PRAZO
                           ADD WS-VALOR-ABERTO
                               TO WS-SALDO-VENCER(WS-FX-PRAZO)
                       ELSE
                           COMPUTE WS-DIAS-PRAZO = 0 - WS-DIAS-PRAZO
                           PERFORM DETERMINAR-FAIXA-PRAZO
                           ADD WS-VALOR-ABERTO
                               TO WS-SALDO-VENCIDO(WS-FX-PRAZO)
                       END-IF
                   END-IF
               END-IF.

           DETERMINAR-FAIXA-PRAZO.
               MOVE "N" TO WS-ACHOU
               MOVE 6   TO WS-FX-PRAZO
               PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 6 OR WS-ACHOU = "S"
                   IF WS-DIAS-PRAZO <= WS-LIM-DIAS(WS-FX)
                       MOVE WS-FX TO WS-FX-PRAZO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.

           GRAVAR-OPERACAO.
               MOVE SPACES              TO WS-SCR-DETALHE
               MOVE "1"                 TO WS-DET-TIPO-REG
               MOVE CART-DOCUMENTO      TO WS-DET-DOCUMENTO
               MOVE CART-CONTRATO       TO WS-DET-CONTRATO
               MOVE WS-MODALIDADE       TO WS-DET-MODALIDADE
               MOVE CART-MOEDA          TO WS-DET-MOEDA
               MOVE CART-FAIXA-RISCO    TO WS-DET-FAIXA-RISCO
               MOVE CART-DATA           TO WS-DET-DATA-CONTRATO
               PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
                   MOVE WS-SALDO-VENCER(WS-FX)
                       TO WS-DET-VENCER(WS-FX)
                   MOVE WS-SALDO-VENCIDO(WS-FX)
                       TO WS-DET-VENCIDO(WS-FX)
               END-PERFORM
               MOVE WS-PROVISAO-CALC    TO WS-DET-PROVISAO
               MOVE WS-SCR-DETALHE TO SCR-REC
               WRITE SCR-REC
               ADD 1 TO WS-TOTAL-OPERACOES
               ADD WS-SALDO-CONTRATO TO WS-TOTAL-SALDO
               ADD WS-PROVISAO-CALC  TO WS-TOTAL-PROVISAO.

           GRAVAR-CRITICA.
               MOVE "N" TO WS-OPERACAO-OK
               ADD 1 TO WS-TOTAL-CRITICAS
               MOVE CART-CONTRATO  TO WS-CRIT-CONTRATO
               MOVE CART-DOCUMENTO TO WS-CRIT-DOCUMENTO
               MOVE CART-TIPO      TO WS-CRIT-TIPO
               MOVE WS-MOTIVO      TO WS-CRIT-MOTIVO
               MOVE WS-LINHA-CRITICA TO CRITICA-REC
               WRITE CRITICA-REC.
       END PROGRAM ARQUIVO-SCR.
