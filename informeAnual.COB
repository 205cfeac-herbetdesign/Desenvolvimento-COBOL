      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Informe anual de pagamentos por cliente, para o
      *          imposto de renda e a contabilidade do tomador. Para o
      *          ano-base informado percorre os contratos da
      *          CARTEIRA.DAT e dos arquivos historicos gravados pelo
      *          EXPURGO-MENSAL (CARTEIRA-HIST-AAAAMM.DAT e
      *          PARCELAS-HIST-AAAAMM.DAT, de janeiro do ano-base ate
      *          o mes corrente) e soma as parcelas pagas no ano pela
      *          PARC-DATA-PGTO, separando amortizacao de principal e
      *          juros do contrato - pelo cronograma refeito como na
      *          APROPRIACAO-JUROS - e encargos de atraso (o que foi
      *          pago acima de PARC-VALOR). No contrato pos-fixado
      *          (CART-INDEXADOR) o que a parcela paga passou da
      *          prestacao nominal do cronograma e correcao monetaria,
      *          informada em linha propria, e o saldo de principal em
      *          31/12 sai corrigido ate aquela data - as correcoes de
      *          competencias posteriores, lidas da CORRECOES.DAT, sao
      *          descontadas. Entram tambem a quitacao
      *          antecipada ou liquidacao do ano (CART-VALOR-LIQ) e o
      *          saldo devedor de principal em 31/12. Os valores sao
      *          acumulados por CPF/CNPJ e moeda e saem em
      *          INFORME-ANUAL.DAT, um informe por cliente da
      *          CLIENTES.DAT com nome e endereco, seguido do
      *          totalizador geral por moeda para conferencia.
      *          Contrato sem documento, documento sem cadastro e
      *          contrato sem taxa (pagamento todo lancado como
      *          principal) saem em INFORME-CRITICAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-ANUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

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

           SELECT ARQ-CART-HIST ASSIGN TO WS-NOME-CART-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CART-HIST-STATUS.

           SELECT ARQ-PARC-HIST ASSIGN TO WS-NOME-PARC-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-HIST-STATUS.

           SELECT ARQ-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAS-STATUS.

           SELECT ARQ-CORRECOES ASSIGN TO "CORRECOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECOES-STATUS.

           SELECT ARQ-INFORME ASSIGN TO "INFORME-ANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CRITICAS ASSIGN TO "INFORME-CRITICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
           COPY CLIENTEREC.

       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

      ******************************************************************
      * Historicos do EXPURGO-MENSAL: imagem do registro da carteira e
      * da parcela, gravados na mesma ordem (cada contrato seguido das
      * suas parcelas), o que permite casar os dois arquivos lendo
      * em paralelo.
      ******************************************************************
       FD  ARQ-CART-HIST.
       01  CART-HIST-REC          PIC X(200).

       FD  ARQ-PARC-HIST.
       01  PARC-HIST-REC.
           05 PH-CONTRATO         PIC 9(7).
           05 FILLER              PIC X(73).

       FD  ARQ-TAXAS.
           COPY TAXAREC.

       FD  ARQ-CORRECOES.
           COPY CORRECAOREC.

       FD  ARQ-INFORME.
       01  INFORME-REC            PIC X(80).

       FD  ARQ-CRITICAS.
       01  CRITICA-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CLIENTES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CART-HIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-PARC-HIST-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TAXAS-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CORRECOES-STATUS    PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-FIM-CART-HIST       PIC X(1) VALUE "N".
       01  WS-FIM-PARC-HIST       PIC X(1) VALUE "S".
       01  WS-TAXAS-FIM           PIC X(1) VALUE "N".
       01  WS-TAXA-ENCONTRADA     PIC X(1) VALUE "N".
       01  WS-CONTRATO-VALIDO     PIC X(1) VALUE "N".
       01  WS-ACHOU               PIC X(1) VALUE "N".
       01  WS-CLIENTE-EMITIDO     PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.

      ******************************************************************
      * Ano-base e seus limites; os historicos sao lidos mes a mes de
      * janeiro do ano-base ate a competencia corrente, porque um
      * contrato pago no ano pode ter sido expurgado depois.
      ******************************************************************
       01  WS-ANO-BASE            PIC 9(4) VALUE 0.
       01  WS-DATA-INI            PIC 9(8) VALUE 0.
       01  WS-DATA-FIM            PIC 9(8) VALUE 0.
       01  WS-COMP-HOJE           PIC 9(6) VALUE 0.
       01  WS-COMP-HIST           PIC 9(6) VALUE 0.
       01  WS-COMP-HIST-R REDEFINES WS-COMP-HIST.
           05 WS-HIST-ANO         PIC 9(4).
           05 WS-HIST-MES         PIC 9(2).
       01  WS-NOME-CART-HIST      PIC X(30) VALUE SPACES.
       01  WS-NOME-PARC-HIST      PIC X(30) VALUE SPACES.
       01  WS-MESES-HIST-LIDOS    PIC 9(3) VALUE 0.

       01  TX-JUROS               PIC 9(4)V99 VALUE 0.
       01  WS-TX-JUROS-PCT        PIC 9(2)V9999 VALUE 0.
       01  WS-TOTAL-TAXAS         PIC 9(3) VALUE 0.
       01  WS-TABELA-TAXAS.
           05 WS-TX-OCR OCCURS 100 TIMES INDEXED BY WS-TX-IDX.
               10 WS-TX-TIPO      PIC X(4).
               10 WS-TX-PRAZO     PIC 9(3).
               10 WS-TX-VALOR     PIC 9(4)V99.
               10 WS-TX-INICIO    PIC 9(8).
               10 WS-TX-FIM       PIC 9(8).

      ******************************************************************
      * Cronograma refeito como na GERAR-TABELA-AMORTIZACAO da
      * concessao, e a parte de cada parcela paga no ano e em aberto
      * em 31/12.
      ******************************************************************
       01  WS-SALDO-DEVEDOR       PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-EFETIVA       PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-BASE-PAGA           PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-PAGOS         PIC 9(9)V99 VALUE 0.
       01  WS-ENCARGOS-PAGOS      PIC 9(9)V99 VALUE 0.
       01  WS-PAGO-ATE-FIM        PIC 9(9)V99 VALUE 0.
       01  WS-ABERTO-FIM          PIC 9(9)V99 VALUE 0.
       01  WS-PRINCIPAL-ABERTO    PIC 9(9)V99 VALUE 0.
       01  WS-NOMINAL-PARC        PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-REFERENCIA    PIC 9(9)V99 VALUE 0.
       01  WS-CORRECAO-PAGA       PIC 9(9)V99 VALUE 0.

      ******************************************************************
      * Correcoes da CORRECAO-INDICE de competencias posteriores ao
      * ano-base, ja aplicadas as parcelas a vencer: cada uma
      * alcancou a parcela com vencimento depois do mes corrigido, e
      * o produto dos fatores tira a parcela de volta para 31/12.
      ******************************************************************
       01  WS-COMP-FIM-ANO        PIC 9(6) VALUE 0.
       01  WS-COMP-VENCIMENTO     PIC 9(6) VALUE 0.
       01  WS-FATOR-POSTERIOR     PIC 9(3)V9(8) VALUE 0.
       01  WS-TOTAL-CORRECOES     PIC 9(5) VALUE 0.
       01  WS-TABELA-CORRECOES.
           05 WS-COR-OCR OCCURS 5000 TIMES INDEXED BY WS-COR-IDX.
               10 WS-COR-CONTRATO    PIC 9(7).
               10 WS-COR-COMPETENCIA PIC 9(6).
               10 WS-COR-FATOR       PIC 9(3)V9(8).

       01  WS-CTR-PRINCIPAL       PIC 9(11)V99 VALUE 0.
       01  WS-CTR-JUROS           PIC 9(11)V99 VALUE 0.
       01  WS-CTR-ENCARGOS        PIC 9(11)V99 VALUE 0.
       01  WS-CTR-CORRECAO        PIC 9(11)V99 VALUE 0.
       01  WS-CTR-QUITACAO        PIC 9(11)V99 VALUE 0.
       01  WS-CTR-SALDO           PIC 9(11)V99 VALUE 0.

      ******************************************************************
      * Acumulado do ano por CPF/CNPJ e moeda do contrato; contratos
      * em moedas diferentes do mesmo cliente saem em blocos
      * separados do informe.
      ******************************************************************
       01  WS-TOTAL-INFORMES      PIC 9(5) VALUE 0.
       01  WS-TABELA-INFORMES.
           05 WS-INF-OCR OCCURS 5000 TIMES INDEXED BY WS-INF-IDX.
               10 WS-INF-DOCUMENTO PIC 9(14).
               10 WS-INF-MOEDA     PIC X(3).
               10 WS-INF-CONTRATOS PIC 9(3).
               10 WS-INF-PRINCIPAL PIC 9(11)V99.
               10 WS-INF-JUROS     PIC 9(11)V99.
               10 WS-INF-ENCARGOS  PIC 9(11)V99.
               10 WS-INF-CORRECAO  PIC 9(11)V99.
               10 WS-INF-QUITACAO  PIC 9(11)V99.
               10 WS-INF-SALDO     PIC 9(11)V99.
               10 WS-INF-EMITIDO   PIC X(1).

       01  WS-TOTAL-MOEDAS        PIC 9(2) VALUE 0.
       01  WS-TABELA-GERAL.
           05 WS-GER-OCR OCCURS 10 TIMES INDEXED BY WS-GER-IDX.
               10 WS-GER-MOEDA     PIC X(3).
               10 WS-GER-INFORMES  PIC 9(7).
               10 WS-GER-PRINCIPAL PIC 9(13)V99.
               10 WS-GER-JUROS     PIC 9(13)V99.
               10 WS-GER-ENCARGOS  PIC 9(13)V99.
               10 WS-GER-CORRECAO  PIC 9(13)V99.
               10 WS-GER-QUITACAO  PIC 9(13)V99.
               10 WS-GER-SALDO     PIC 9(13)V99.

       01  WS-TOTAL-PAGO          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CONTRATOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-HISTORICOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTES      PIC 9(7) VALUE 0.
       01  WS-TOTAL-EMITIDOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CRITICAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-FORA-TABELA   PIC 9(7) VALUE 0.

       01  WS-LINHA-SEPARADOR     PIC X(80) VALUE ALL "=".

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(44)
               VALUE "INFORME ANUAL DE PAGAMENTOS - ANO-BASE     ".
           05 WS-TIT-ANO          PIC 9(4).
           05 FILLER              PIC X(11) VALUE "  EMITIDO  ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CLIENTE.
           05 FILLER              PIC X(11) VALUE "CLIENTE..: ".
           05 WS-LCL-NOME         PIC X(40).

       01  WS-LINHA-DOCUMENTO.
           05 FILLER              PIC X(11) VALUE "CPF/CNPJ.: ".
           05 WS-LDO-DOCUMENTO    PIC 9(14).

       01  WS-LINHA-ENDERECO.
           05 FILLER              PIC X(11) VALUE "ENDERECO.: ".
           05 WS-LEN-ENDERECO     PIC X(60).

       01  WS-LINHA-MOEDA.
           05 FILLER              PIC X(11) VALUE "MOEDA....: ".
           05 WS-LMO-MOEDA        PIC X(3).
           05 FILLER              PIC X(23)
               VALUE "    CONTRATOS NO ANO:  ".
           05 WS-LMO-CONTRATOS    PIC ZZZ.ZZ9.

       01  WS-LINHA-VALOR.
           05 WS-LV-TEXTO         PIC X(40).
           05 WS-LV-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-TEXTO-SALDO.
           05 FILLER              PIC X(22)
               VALUE "SALDO DEVEDOR EM 31/12".
           05 FILLER              PIC X(1)  VALUE "/".
           05 WS-TS-ANO           PIC 9(4).
           05 FILLER              PIC X(13) VALUE " ...........:".

       01  WS-LINHA-GERAL-TITULO.
           05 FILLER              PIC X(44)
               VALUE "TOTALIZADOR GERAL - ANO-BASE               ".
           05 WS-GT-ANO           PIC 9(4).

       01  WS-LINHA-GERAL-MOEDA.
           05 FILLER              PIC X(11) VALUE "MOEDA....: ".
           05 WS-GM-MOEDA         PIC X(3).
           05 FILLER              PIC X(23)
               VALUE "    INFORMES EMITIDOS: ".
           05 WS-GM-INFORMES      PIC ZZZ.ZZ9.

       01  WS-LINHA-CRIT-TITULO.
           05 FILLER              PIC X(44)
               VALUE "CRITICAS DO INFORME ANUAL - ANO-BASE       ".
           05 WS-CT-ANO           PIC 9(4).

       01  WS-LINHA-CRITICA.
           05 WS-CR-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CR-DOCUMENTO     PIC 9(14).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CR-MOTIVO        PIC X(50).

       PROCEDURE DIVISION.
           DISPLAY "INFORME ANUAL DE PAGAMENTOS POR CLIENTE".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE
           MOVE WS-DATA-HOJE(1:6) TO WS-COMP-HOJE

           DISPLAY "DIGITE O ANO-BASE (AAAA) OU 0 PARA O ANO "
               "ANTERIOR: ".
           ACCEPT WS-ANO-BASE.
           IF WS-ANO-BASE = 0 THEN
               COMPUTE WS-ANO-BASE = WS-COMP-HOJE / 100 - 1
           END-IF.
           IF WS-ANO-BASE > WS-COMP-HOJE / 100 THEN
               DISPLAY "ANO-BASE INVALIDO - INFORME NAO GERADO"
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-INI = WS-ANO-BASE * 10000 + 101
           COMPUTE WS-DATA-FIM = WS-ANO-BASE * 10000 + 1231
           COMPUTE WS-COMP-FIM-ANO = WS-ANO-BASE * 100 + 12

           OPEN INPUT ARQ-CLIENTES
           IF WS-CLIENTES-STATUS = "35" THEN
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO - "
                   "INFORME NAO GERADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "INFORME NAO GERADO"
               CLOSE ARQ-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "INFORME NAO GERADO"
               CLOSE ARQ-CARTEIRA
               CLOSE ARQ-CLIENTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGAR-TABELA-TAXAS
           PERFORM CARREGAR-CORRECOES

           OPEN OUTPUT ARQ-CRITICAS
           MOVE WS-ANO-BASE TO WS-CT-ANO
           MOVE WS-LINHA-CRIT-TITULO TO CRITICA-REC
           WRITE CRITICA-REC

           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-CARTEIRA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM APURAR-CONTRATO-ATIVO
               END-READ
           END-PERFORM

           MOVE WS-ANO-BASE TO WS-HIST-ANO
           MOVE 1 TO WS-HIST-MES
           PERFORM UNTIL WS-COMP-HIST > WS-COMP-HOJE
               PERFORM LER-HISTORICO-MES
               IF WS-HIST-MES = 12 THEN
                   ADD 1 TO WS-HIST-ANO
                   MOVE 1 TO WS-HIST-MES
               ELSE
                   ADD 1 TO WS-HIST-MES
               END-IF
           END-PERFORM

           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           OPEN OUTPUT ARQ-INFORME
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CLIENTES
                       PERFORM EMITIR-INFORME-CLIENTE
               END-READ
           END-PERFORM
           CLOSE ARQ-CLIENTES

           PERFORM CRITICAR-SEM-CADASTRO
           PERFORM GRAVAR-TOTALIZADOR
           CLOSE ARQ-INFORME
           CLOSE ARQ-CRITICAS

           IF WS-TOTAL-CRITICAS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CONTRATOS NA CARTEIRA....: " WS-TOTAL-CONTRATOS
           DISPLAY "CONTRATOS DO HISTORICO...: " WS-TOTAL-HISTORICOS
           DISPLAY "MESES DE HISTORICO LIDOS.: " WS-MESES-HIST-LIDOS
           DISPLAY "CLIENTES CADASTRADOS.....: " WS-TOTAL-CLIENTES
           DISPLAY "INFORMES EMITIDOS........: " WS-TOTAL-EMITIDOS
           DISPLAY "CRITICAS APONTADAS.......: " WS-TOTAL-CRITICAS
           DISPLAY "INFORMES EM INFORME-ANUAL.DAT"
           DISPLAY "CRITICAS EM INFORME-CRITICAS.DAT".

           STOP RUN.

           CARREGAR-TABELA-TAXAS.
               MOVE "N" TO WS-TAXAS-FIM
               MOVE 0   TO WS-TOTAL-TAXAS
               OPEN INPUT ARQ-TAXAS
               IF WS-TAXAS-STATUS = "35" THEN
                   DISPLAY "TABELA-TAXAS.DAT NAO ENCONTRADA - "
                       "NENHUMA TAXA CARREGADA"
               ELSE
                   PERFORM UNTIL WS-TAXAS-FIM = "S"
                       READ ARQ-TAXAS
                           AT END
                               MOVE "S" TO WS-TAXAS-FIM
                           NOT AT END
                               IF WS-TOTAL-TAXAS < 100
                                   ADD 1 TO WS-TOTAL-TAXAS
                                   SET WS-TX-IDX TO WS-TOTAL-TAXAS
                                   PERFORM GUARDAR-TAXA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-TAXAS
               END-IF.

           CARREGAR-CORRECOES.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-CORRECOES
               IF WS-CORRECOES-STATUS NOT = "35" THEN
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-CORRECOES
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF COR-COMPETENCIA > WS-COMP-FIM-ANO
                                   PERFORM GUARDAR-CORRECAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CORRECOES
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

           GUARDAR-CORRECAO.
               IF WS-TOTAL-CORRECOES < 5000 THEN
                   ADD 1 TO WS-TOTAL-CORRECOES
                   SET WS-COR-IDX TO WS-TOTAL-CORRECOES
                   MOVE COR-CONTRATO    TO WS-COR-CONTRATO(WS-COR-IDX)
                   MOVE COR-COMPETENCIA
                       TO WS-COR-COMPETENCIA(WS-COR-IDX)
                   COMPUTE WS-COR-FATOR(WS-COR-IDX) =
                       1 + COR-VARIACAO / 100
               ELSE
                   DISPLAY "CORRECOES.DAT: TABELA CHEIA - CORRECAO "
                       "DO CONTRATO " COR-CONTRATO " COMPETENCIA "
                       COR-COMPETENCIA " IGNORADA"
               END-IF.

      ******************************************************************
      * Registro antigo, anterior ao controle de vigencia, vem sem as
      * datas (espacos na leitura): entra valendo desde sempre e sem
      * data de fim.
      ******************************************************************
           GUARDAR-TAXA.
               MOVE TAXA-TIPO  TO WS-TX-TIPO(WS-TX-IDX)
               MOVE TAXA-PRAZO TO WS-TX-PRAZO(WS-TX-IDX)
               MOVE TAXA-VALOR TO WS-TX-VALOR(WS-TX-IDX)
               IF TAXA-INICIO IS NUMERIC
                   MOVE TAXA-INICIO TO WS-TX-INICIO(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-INICIO(WS-TX-IDX)
               END-IF
               IF TAXA-FIM IS NUMERIC
                   MOVE TAXA-FIM TO WS-TX-FIM(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-FIM(WS-TX-IDX)
               END-IF.

      ******************************************************************
      * A taxa do contrato e a que vigorava na data da concessao
      * (CART-DATA), como na APROPRIACAO-JUROS; contrato vindo de
      * renegociacao usa a taxa da mesa gravada em CART-CET.
      ******************************************************************
           BUSCAR-TAXA-CONTRATO.
               IF CART-CONTRATO-ORIGEM NOT = 0 THEN
                   MOVE CART-CET TO TX-JUROS
                   MOVE "S" TO WS-TAXA-ENCONTRADA
               ELSE
                   PERFORM BUSCAR-TAXA-NA-TABELA
               END-IF
               COMPUTE WS-TX-JUROS-PCT = TX-JUROS / 100.

           BUSCAR-TAXA-NA-TABELA.
               MOVE "N" TO WS-TAXA-ENCONTRADA
               MOVE 0   TO TX-JUROS
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TOTAL-TAXAS
                      OR WS-TAXA-ENCONTRADA = "S"
                   IF WS-TX-TIPO(WS-TX-IDX) = CART-TIPO
                      AND WS-TX-PRAZO(WS-TX-IDX) = CART-PARCELAS
                      AND WS-TX-INICIO(WS-TX-IDX) <= CART-DATA
                      AND (WS-TX-FIM(WS-TX-IDX) = 0
                           OR WS-TX-FIM(WS-TX-IDX) >= CART-DATA)
                       MOVE WS-TX-VALOR(WS-TX-IDX) TO TX-JUROS
                       MOVE "S" TO WS-TAXA-ENCONTRADA
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Contrato da carteira viva: parcelas lidas da PARCELAS.DAT pela
      * chave.
      ******************************************************************
           APURAR-CONTRATO-ATIVO.
               ADD 1 TO WS-TOTAL-CONTRATOS
               PERFORM INICIAR-CONTRATO
               IF WS-CONTRATO-VALIDO = "S" THEN
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
                               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL
                                   MOVE "S" TO WS-FIM-PARCELAS
                               ELSE
                                   PERFORM APURAR-PARCELA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM FECHAR-CONTRATO.

      ******************************************************************
      * Historico de um mes do EXPURGO-MENSAL. Mes sem expurgo nao tem
      * arquivo e e simplesmente pulado. As parcelas de cada contrato
      * vem logo depois dele no PARCELAS-HIST; a proxima parcela fica
      * lida a frente e e consumida enquanto for do contrato corrente.
      ******************************************************************
           LER-HISTORICO-MES.
               MOVE SPACES TO WS-NOME-CART-HIST
               MOVE SPACES TO WS-NOME-PARC-HIST
               STRING "CARTEIRA-HIST-" WS-COMP-HIST ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-CART-HIST
               STRING "PARCELAS-HIST-" WS-COMP-HIST ".DAT"
                   DELIMITED BY SIZE INTO WS-NOME-PARC-HIST
               OPEN INPUT ARQ-CART-HIST
               IF WS-CART-HIST-STATUS NOT = "35" THEN
                   ADD 1 TO WS-MESES-HIST-LIDOS
                   MOVE "N" TO WS-FIM-CART-HIST
                   MOVE "S" TO WS-FIM-PARC-HIST
                   OPEN INPUT ARQ-PARC-HIST
                   IF WS-PARC-HIST-STATUS = "35" THEN
                       DISPLAY WS-NOME-PARC-HIST " NAO ENCONTRADO - "
                           "CONTRATOS DO MES SEM PARCELAS"
                   ELSE
                       MOVE "N" TO WS-FIM-PARC-HIST
                       PERFORM LER-PARCELA-HISTORICO
                   END-IF
                   PERFORM UNTIL WS-FIM-CART-HIST = "S"
                       READ ARQ-CART-HIST
                           AT END
                               MOVE "S" TO WS-FIM-CART-HIST
                           NOT AT END
                               PERFORM APURAR-CONTRATO-HISTORICO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CART-HIST
                   IF WS-PARC-HIST-STATUS NOT = "35" THEN
                       CLOSE ARQ-PARC-HIST
                   END-IF
               END-IF.

           LER-PARCELA-HISTORICO.
               READ ARQ-PARC-HIST
                   AT END
                       MOVE "S" TO WS-FIM-PARC-HIST
               END-READ.

      ******************************************************************
      * O registro historico volta para a area da carteira. Linha
      * gravada num leiaute anterior vem com os campos mais novos em
      * branco: entram zerados.
      ******************************************************************
           APURAR-CONTRATO-HISTORICO.
               ADD 1 TO WS-TOTAL-HISTORICOS
               MOVE CART-HIST-REC TO CARTEIRA-REC
               IF CART-DOCUMENTO NOT NUMERIC
                   MOVE 0 TO CART-DOCUMENTO
               END-IF
               IF CART-DATA-LIQ NOT NUMERIC
                   MOVE 0 TO CART-DATA-LIQ
               END-IF
               IF CART-VALOR-LIQ NOT NUMERIC
                   MOVE 0 TO CART-VALOR-LIQ
               END-IF
               IF CART-CONTRATO-ORIGEM NOT NUMERIC
                   MOVE 0 TO CART-CONTRATO-ORIGEM
               END-IF
               PERFORM INICIAR-CONTRATO
               PERFORM UNTIL WS-FIM-PARC-HIST = "S"
                          OR PH-CONTRATO NOT = WS-CONTRATO-ATUAL
                   MOVE PARC-HIST-REC TO PARCELA-REC
                   IF WS-CONTRATO-VALIDO = "S" THEN
                       PERFORM APURAR-PARCELA
                   END-IF
                   PERFORM LER-PARCELA-HISTORICO
               END-PERFORM
               PERFORM FECHAR-CONTRATO.

      ******************************************************************
      * Contrato concedido depois do ano-base fica de fora. O
      * cronograma parte do montante, com amortizacao constante no
      * SAC e prestacao fixa na Price.
      ******************************************************************
           INICIAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE 0 TO WS-CTR-PRINCIPAL
               MOVE 0 TO WS-CTR-JUROS
               MOVE 0 TO WS-CTR-ENCARGOS
               MOVE 0 TO WS-CTR-CORRECAO
               MOVE 0 TO WS-CTR-QUITACAO
               MOVE 0 TO WS-CTR-SALDO
               MOVE "N" TO WS-CONTRATO-VALIDO
               IF CART-DATA <= WS-DATA-FIM
                  AND CART-PARCELAS > 0
                   MOVE "S" TO WS-CONTRATO-VALIDO
                   PERFORM BUSCAR-TAXA-CONTRATO
                   MOVE CART-MONTANTE TO WS-SALDO-DEVEDOR
                   COMPUTE WS-AMORT-PARC ROUNDED =
                       CART-MONTANTE / CART-PARCELAS
               END-IF.

      ******************************************************************
      * Juros e amortizacao da parcela pelo cronograma, como na
      * RATEAR-PARCELA da APROPRIACAO-JUROS; a ultima parcela amortiza
      * o que restar do saldo.
      ******************************************************************
           APURAR-PARCELA.
               IF PARC-VENCIMENTO NOT = 0 THEN
                   COMPUTE WS-JUROS-PARC =
                       WS-SALDO-DEVEDOR * WS-TX-JUROS-PCT
                   IF PARC-NUMERO >= CART-PARCELAS THEN
                       MOVE WS-SALDO-DEVEDOR TO WS-AMORT-EFETIVA
                   ELSE
                       IF CART-AMORTIZACAO = "P" THEN
                           COMPUTE WS-AMORT-EFETIVA =
                               CART-PRESTACAO - WS-JUROS-PARC
                       ELSE
                           MOVE WS-AMORT-PARC TO WS-AMORT-EFETIVA
                       END-IF
                   END-IF
                   IF WS-AMORT-EFETIVA > WS-SALDO-DEVEDOR THEN
                       MOVE WS-SALDO-DEVEDOR TO WS-AMORT-EFETIVA
                   END-IF
                   SUBTRACT WS-AMORT-EFETIVA FROM WS-SALDO-DEVEDOR
                   COMPUTE WS-NOMINAL-PARC =
                       WS-AMORT-EFETIVA + WS-JUROS-PARC
                   IF PARC-VALOR-PAGO > 0
                      AND PARC-DATA-PGTO >= WS-DATA-INI
                      AND PARC-DATA-PGTO <= WS-DATA-FIM
                       PERFORM SEPARAR-PAGAMENTO
                   END-IF
                   PERFORM APURAR-SALDO-PARCELA
               END-IF.

      ******************************************************************
      * O que passou de PARC-VALOR e multa e mora. Ate PARC-VALOR, os
      * juros pagos sao os juros da parcela na proporcao do que foi
      * pago; o resto e amortizacao de principal. No pos-fixado,
      * PARC-VALOR ja vem corrigido: a parte dele acima da prestacao
      * nominal e correcao monetaria, na proporcao do que foi pago, e
      * juros e principal saem so da parte nominal.
      ******************************************************************
           SEPARAR-PAGAMENTO.
               IF PARC-VALOR-PAGO > PARC-VALOR THEN
                   MOVE PARC-VALOR TO WS-BASE-PAGA
                   COMPUTE WS-ENCARGOS-PAGOS =
                       PARC-VALOR-PAGO - PARC-VALOR
               ELSE
                   MOVE PARC-VALOR-PAGO TO WS-BASE-PAGA
                   MOVE 0 TO WS-ENCARGOS-PAGOS
               END-IF
               MOVE PARC-VALOR TO WS-VALOR-REFERENCIA
               MOVE 0 TO WS-CORRECAO-PAGA
               IF CART-INDEXADOR NOT = SPACES
                  AND WS-NOMINAL-PARC > 0
                  AND PARC-VALOR > WS-NOMINAL-PARC
                   MOVE WS-NOMINAL-PARC TO WS-VALOR-REFERENCIA
                   COMPUTE WS-CORRECAO-PAGA ROUNDED =
                       WS-BASE-PAGA * (PARC-VALOR - WS-NOMINAL-PARC)
                       / PARC-VALOR
                   SUBTRACT WS-CORRECAO-PAGA FROM WS-BASE-PAGA
                   ADD WS-CORRECAO-PAGA TO WS-CTR-CORRECAO
               END-IF
               MOVE 0 TO WS-JUROS-PAGOS
               IF WS-VALOR-REFERENCIA > 0 THEN
                   COMPUTE WS-JUROS-PAGOS ROUNDED =
                       WS-JUROS-PARC * WS-BASE-PAGA
                       / WS-VALOR-REFERENCIA
               END-IF
               IF WS-JUROS-PAGOS > WS-BASE-PAGA THEN
                   MOVE WS-BASE-PAGA TO WS-JUROS-PAGOS
               END-IF
               ADD WS-JUROS-PAGOS TO WS-CTR-JUROS
               COMPUTE WS-CTR-PRINCIPAL =
                   WS-CTR-PRINCIPAL + WS-BASE-PAGA - WS-JUROS-PAGOS
               ADD WS-ENCARGOS-PAGOS TO WS-CTR-ENCARGOS.

      ******************************************************************
      * Principal ainda devido em 31/12: amortizacao das parcelas que
      * nao estavam pagas naquela data, na proporcao do valor em
      * aberto. Pagamento com data posterior conta como aberto em
      * 31/12; parcela baixada na liquidacao so conta se a
      * liquidacao foi depois do ano-base, e parcela baixada na
      * renegociacao passou para o contrato novo. No pos-fixado a
      * amortizacao da parcela e corrigida pelo valor em aberto sobre
      * a prestacao nominal, sem as correcoes posteriores a 31/12.
      ******************************************************************
           APURAR-SALDO-PARCELA.
               MOVE 0 TO WS-PAGO-ATE-FIM
               IF PARC-DATA-PGTO > 0
                  AND PARC-DATA-PGTO <= WS-DATA-FIM
                   MOVE PARC-VALOR-PAGO TO WS-PAGO-ATE-FIM
               END-IF
               IF WS-PAGO-ATE-FIM > PARC-VALOR THEN
                   MOVE PARC-VALOR TO WS-PAGO-ATE-FIM
               END-IF
               COMPUTE WS-ABERTO-FIM = PARC-VALOR - WS-PAGO-ATE-FIM
               EVALUATE TRUE
                   WHEN PARC-SITUACAO = "R"
                       MOVE 0 TO WS-ABERTO-FIM
                   WHEN PARC-SITUACAO = "L"
                    AND CART-DATA-LIQ <= WS-DATA-FIM
                       MOVE 0 TO WS-ABERTO-FIM
               END-EVALUATE
               IF WS-ABERTO-FIM > 0 AND PARC-VALOR > 0 THEN
                   IF CART-INDEXADOR NOT = SPACES
                      AND WS-NOMINAL-PARC > 0
                       PERFORM APURAR-FATOR-POSTERIOR
                       COMPUTE WS-PRINCIPAL-ABERTO ROUNDED =
                           WS-AMORT-EFETIVA * WS-ABERTO-FIM
                           / (WS-NOMINAL-PARC * WS-FATOR-POSTERIOR)
                   ELSE
                       COMPUTE WS-PRINCIPAL-ABERTO ROUNDED =
                           WS-AMORT-EFETIVA * WS-ABERTO-FIM
                           / PARC-VALOR
                   END-IF
                   ADD WS-PRINCIPAL-ABERTO TO WS-CTR-SALDO
               END-IF.

           APURAR-FATOR-POSTERIOR.
               MOVE 1 TO WS-FATOR-POSTERIOR
               COMPUTE WS-COMP-VENCIMENTO = PARC-VENCIMENTO / 100
               PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-TOTAL-CORRECOES
                   IF WS-COR-CONTRATO(WS-COR-IDX) = WS-CONTRATO-ATUAL
                      AND WS-COR-COMPETENCIA(WS-COR-IDX)
                          < WS-COMP-VENCIMENTO
                      AND WS-COR-FATOR(WS-COR-IDX) > 0
                       COMPUTE WS-FATOR-POSTERIOR ROUNDED =
                           WS-FATOR-POSTERIOR
                           * WS-COR-FATOR(WS-COR-IDX)
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Quitacao antecipada ou liquidacao feita no ano entra pelo
      * valor efetivamente pago (CART-VALOR-LIQ). Contrato sem nenhum
      * valor no ano nao gera informe.
      ******************************************************************
           FECHAR-CONTRATO.
               IF WS-CONTRATO-VALIDO = "S"
                  AND CART-SITUACAO = "L"
                  AND CART-DATA-LIQ >= WS-DATA-INI
                  AND CART-DATA-LIQ <= WS-DATA-FIM
                   MOVE CART-VALOR-LIQ TO WS-CTR-QUITACAO
               END-IF
               IF WS-CTR-PRINCIPAL > 0 OR WS-CTR-JUROS > 0
                  OR WS-CTR-ENCARGOS > 0 OR WS-CTR-QUITACAO > 0
                  OR WS-CTR-CORRECAO > 0
                  OR WS-CTR-SALDO > 0
                   MOVE CART-DOCUMENTO TO WS-CR-DOCUMENTO
                   IF CART-DOCUMENTO = 0 THEN
                       MOVE "CONTRATO SEM DOCUMENTO DO TOMADOR"
                           TO WS-CR-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   ELSE
                       IF WS-TAXA-ENCONTRADA NOT = "S" THEN
                           MOVE "SEM TAXA - PAGO LANCADO COMO PRINCIPAL"
                               TO WS-CR-MOTIVO
                           PERFORM GRAVAR-CRITICA
                       END-IF
                       PERFORM ACUMULAR-INFORME
                   END-IF
               END-IF.

           ACUMULAR-INFORME.
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-INF-IDX FROM 1 BY 1
                   UNTIL WS-INF-IDX > WS-TOTAL-INFORMES
                      OR WS-ACHOU = "S"
                   IF WS-INF-DOCUMENTO(WS-INF-IDX) = CART-DOCUMENTO
                      AND WS-INF-MOEDA(WS-INF-IDX) = CART-MOEDA
                       MOVE "S" TO WS-ACHOU
                       PERFORM SOMAR-INFORME
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N" THEN
                   IF WS-TOTAL-INFORMES < 5000 THEN
                       ADD 1 TO WS-TOTAL-INFORMES
                       SET WS-INF-IDX TO WS-TOTAL-INFORMES
                       MOVE CART-DOCUMENTO TO
                           WS-INF-DOCUMENTO(WS-INF-IDX)
                       MOVE CART-MOEDA TO WS-INF-MOEDA(WS-INF-IDX)
                       MOVE 0 TO WS-INF-CONTRATOS(WS-INF-IDX)
                       MOVE 0 TO WS-INF-PRINCIPAL(WS-INF-IDX)
                       MOVE 0 TO WS-INF-JUROS(WS-INF-IDX)
                       MOVE 0 TO WS-INF-ENCARGOS(WS-INF-IDX)
                       MOVE 0 TO WS-INF-CORRECAO(WS-INF-IDX)
                       MOVE 0 TO WS-INF-QUITACAO(WS-INF-IDX)
                       MOVE 0 TO WS-INF-SALDO(WS-INF-IDX)
                       MOVE "N" TO WS-INF-EMITIDO(WS-INF-IDX)
                       PERFORM SOMAR-INFORME
                   ELSE
                       ADD 1 TO WS-TOTAL-FORA-TABELA
                       MOVE "TABELA DE INFORMES CHEIA - CONTRATO FORA"
                           TO WS-CR-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   END-IF
               END-IF.

           SOMAR-INFORME.
               ADD 1 TO WS-INF-CONTRATOS(WS-INF-IDX)
               ADD WS-CTR-PRINCIPAL TO WS-INF-PRINCIPAL(WS-INF-IDX)
               ADD WS-CTR-JUROS     TO WS-INF-JUROS(WS-INF-IDX)
               ADD WS-CTR-ENCARGOS  TO WS-INF-ENCARGOS(WS-INF-IDX)
               ADD WS-CTR-CORRECAO  TO WS-INF-CORRECAO(WS-INF-IDX)
               ADD WS-CTR-QUITACAO  TO WS-INF-QUITACAO(WS-INF-IDX)
               ADD WS-CTR-SALDO     TO WS-INF-SALDO(WS-INF-IDX).

      ******************************************************************
      * Um informe por cliente com valores no ano: cabecalho com nome,
      * documento e endereco e um bloco por moeda.
      ******************************************************************
           EMITIR-INFORME-CLIENTE.
               MOVE "N" TO WS-CLIENTE-EMITIDO
               PERFORM VARYING WS-INF-IDX FROM 1 BY 1
                   UNTIL WS-INF-IDX > WS-TOTAL-INFORMES
                   IF WS-INF-DOCUMENTO(WS-INF-IDX) = CLI-DOCUMENTO
                       IF WS-CLIENTE-EMITIDO = "N" THEN
                           PERFORM GRAVAR-CABECALHO-INFORME
                           MOVE "S" TO WS-CLIENTE-EMITIDO
                           ADD 1 TO WS-TOTAL-EMITIDOS
                       END-IF
                       PERFORM GRAVAR-BLOCO-MOEDA
                       MOVE "S" TO WS-INF-EMITIDO(WS-INF-IDX)
                   END-IF
               END-PERFORM.

           GRAVAR-CABECALHO-INFORME.
               MOVE WS-LINHA-SEPARADOR TO INFORME-REC
               WRITE INFORME-REC
               MOVE WS-ANO-BASE  TO WS-TIT-ANO
               MOVE WS-DATA-HOJE TO WS-TIT-DATA
               MOVE WS-LINHA-TITULO TO INFORME-REC
               WRITE INFORME-REC
               MOVE CLI-NOME TO WS-LCL-NOME
               MOVE WS-LINHA-CLIENTE TO INFORME-REC
               WRITE INFORME-REC
               MOVE CLI-DOCUMENTO TO WS-LDO-DOCUMENTO
               MOVE WS-LINHA-DOCUMENTO TO INFORME-REC
               WRITE INFORME-REC
               MOVE CLI-ENDERECO TO WS-LEN-ENDERECO
               MOVE WS-LINHA-ENDERECO TO INFORME-REC
               WRITE INFORME-REC.

           GRAVAR-BLOCO-MOEDA.
               MOVE SPACES TO INFORME-REC
               WRITE INFORME-REC
               MOVE WS-INF-MOEDA(WS-INF-IDX)     TO WS-LMO-MOEDA
               MOVE WS-INF-CONTRATOS(WS-INF-IDX) TO WS-LMO-CONTRATOS
               MOVE WS-LINHA-MOEDA TO INFORME-REC
               WRITE INFORME-REC
               MOVE "AMORTIZACAO DE PRINCIPAL ..............:"
                   TO WS-LV-TEXTO
               MOVE WS-INF-PRINCIPAL(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "JUROS DO CONTRATO .....................:"
                   TO WS-LV-TEXTO
               MOVE WS-INF-JUROS(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "ENCARGOS DE ATRASO (MULTA E MORA) .....:"
                   TO WS-LV-TEXTO
               MOVE WS-INF-ENCARGOS(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "CORRECAO MONETARIA (POS-FIXADO) .......:"
                   TO WS-LV-TEXTO
               MOVE WS-INF-CORRECAO(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "QUITACAO ANTECIPADA / LIQUIDACAO ......:"
                   TO WS-LV-TEXTO
               MOVE WS-INF-QUITACAO(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               COMPUTE WS-TOTAL-PAGO =
                   WS-INF-PRINCIPAL(WS-INF-IDX)
                   + WS-INF-JUROS(WS-INF-IDX)
                   + WS-INF-ENCARGOS(WS-INF-IDX)
                   + WS-INF-CORRECAO(WS-INF-IDX)
                   + WS-INF-QUITACAO(WS-INF-IDX)
               MOVE "TOTAL PAGO NO ANO .....................:"
                   TO WS-LV-TEXTO
               MOVE WS-TOTAL-PAGO TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE WS-ANO-BASE TO WS-TS-ANO
               MOVE WS-TEXTO-SALDO TO WS-LV-TEXTO
               MOVE WS-INF-SALDO(WS-INF-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               PERFORM ACUMULAR-GERAL.

           GRAVAR-LINHA-VALOR.
               MOVE WS-LINHA-VALOR TO INFORME-REC
               WRITE INFORME-REC.

           ACUMULAR-GERAL.
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-TOTAL-MOEDAS
                      OR WS-ACHOU = "S"
                   IF WS-GER-MOEDA(WS-GER-IDX) =
                      WS-INF-MOEDA(WS-INF-IDX)
                       MOVE "S" TO WS-ACHOU
                       PERFORM SOMAR-GERAL
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N" AND WS-TOTAL-MOEDAS < 10 THEN
                   ADD 1 TO WS-TOTAL-MOEDAS
                   SET WS-GER-IDX TO WS-TOTAL-MOEDAS
                   MOVE WS-INF-MOEDA(WS-INF-IDX)
                       TO WS-GER-MOEDA(WS-GER-IDX)
                   MOVE 0 TO WS-GER-INFORMES(WS-GER-IDX)
                   MOVE 0 TO WS-GER-PRINCIPAL(WS-GER-IDX)
                   MOVE 0 TO WS-GER-JUROS(WS-GER-IDX)
                   MOVE 0 TO WS-GER-ENCARGOS(WS-GER-IDX)
                   MOVE 0 TO WS-GER-CORRECAO(WS-GER-IDX)
                   MOVE 0 TO WS-GER-QUITACAO(WS-GER-IDX)
                   MOVE 0 TO WS-GER-SALDO(WS-GER-IDX)
                   PERFORM SOMAR-GERAL
               END-IF.

           SOMAR-GERAL.
               ADD 1 TO WS-GER-INFORMES(WS-GER-IDX)
               ADD WS-INF-PRINCIPAL(WS-INF-IDX)
                   TO WS-GER-PRINCIPAL(WS-GER-IDX)
               ADD WS-INF-JUROS(WS-INF-IDX)
                   TO WS-GER-JUROS(WS-GER-IDX)
               ADD WS-INF-ENCARGOS(WS-INF-IDX)
                   TO WS-GER-ENCARGOS(WS-GER-IDX)
               ADD WS-INF-CORRECAO(WS-INF-IDX)
                   TO WS-GER-CORRECAO(WS-GER-IDX)
               ADD WS-INF-QUITACAO(WS-INF-IDX)
                   TO WS-GER-QUITACAO(WS-GER-IDX)
               ADD WS-INF-SALDO(WS-INF-IDX)
                   TO WS-GER-SALDO(WS-GER-IDX).

      ******************************************************************
      * Documento com valores no ano e sem registro na CLIENTES.DAT nao
      * tem para onde mandar o informe.
      ******************************************************************
           CRITICAR-SEM-CADASTRO.
               PERFORM VARYING WS-INF-IDX FROM 1 BY 1
                   UNTIL WS-INF-IDX > WS-TOTAL-INFORMES
                   IF WS-INF-EMITIDO(WS-INF-IDX) = "N" THEN
                       MOVE 0 TO WS-CONTRATO-ATUAL
                       MOVE WS-INF-DOCUMENTO(WS-INF-IDX)
                           TO WS-CR-DOCUMENTO
                       MOVE "DOCUMENTO SEM CADASTRO NA CLIENTES.DAT"
                           TO WS-CR-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   END-IF
               END-PERFORM.

           GRAVAR-TOTALIZADOR.
               MOVE WS-LINHA-SEPARADOR TO INFORME-REC
               WRITE INFORME-REC
               MOVE WS-ANO-BASE TO WS-GT-ANO
               MOVE WS-LINHA-GERAL-TITULO TO INFORME-REC
               WRITE INFORME-REC
               PERFORM VARYING WS-GER-IDX FROM 1 BY 1
                   UNTIL WS-GER-IDX > WS-TOTAL-MOEDAS
                   PERFORM GRAVAR-TOTAL-MOEDA
               END-PERFORM.

           GRAVAR-TOTAL-MOEDA.
               MOVE SPACES TO INFORME-REC
               WRITE INFORME-REC
               MOVE WS-GER-MOEDA(WS-GER-IDX)    TO WS-GM-MOEDA
               MOVE WS-GER-INFORMES(WS-GER-IDX) TO WS-GM-INFORMES
               MOVE WS-LINHA-GERAL-MOEDA TO INFORME-REC
               WRITE INFORME-REC
               MOVE "AMORTIZACAO DE PRINCIPAL ..............:"
                   TO WS-LV-TEXTO
               MOVE WS-GER-PRINCIPAL(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "JUROS DO CONTRATO .....................:"
                   TO WS-LV-TEXTO
               MOVE WS-GER-JUROS(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "ENCARGOS DE ATRASO (MULTA E MORA) .....:"
                   TO WS-LV-TEXTO
               MOVE WS-GER-ENCARGOS(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "CORRECAO MONETARIA (POS-FIXADO) .......:"
                   TO WS-LV-TEXTO
               MOVE WS-GER-CORRECAO(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE "QUITACAO ANTECIPADA / LIQUIDACAO ......:"
                   TO WS-LV-TEXTO
               MOVE WS-GER-QUITACAO(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               COMPUTE WS-TOTAL-PAGO =
                   WS-GER-PRINCIPAL(WS-GER-IDX)
                   + WS-GER-JUROS(WS-GER-IDX)
                   + WS-GER-ENCARGOS(WS-GER-IDX)
                   + WS-GER-CORRECAO(WS-GER-IDX)
                   + WS-GER-QUITACAO(WS-GER-IDX)
               MOVE "TOTAL PAGO NO ANO .....................:"
                   TO WS-LV-TEXTO
               MOVE WS-TOTAL-PAGO TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR
               MOVE WS-ANO-BASE TO WS-TS-ANO
               MOVE WS-TEXTO-SALDO TO WS-LV-TEXTO
               MOVE WS-GER-SALDO(WS-GER-IDX) TO WS-LV-VALOR
               PERFORM GRAVAR-LINHA-VALOR.

           GRAVAR-CRITICA.
               ADD 1 TO WS-TOTAL-CRITICAS
               MOVE WS-CONTRATO-ATUAL TO WS-CR-CONTRATO
               MOVE WS-LINHA-CRITICA  TO CRITICA-REC
               WRITE CRITICA-REC.
       END PROGRAM INFORME-ANUAL.
