      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Apropriacao mensal de juros por competencia (rendas a
      *          apropriar). Roda no fim do mes para a competencia
      *          informada. Para cada contrato ativo da CARTEIRA.DAT
      *          refaz o cronograma da concessao - saldo devedor,
      *          juros e amortizacao parcela a parcela pela taxa do
      *          contrato, em SAC ou Price conforme CART-AMORTIZACAO,
      *          com os vencimentos gravados em PARCELAS.DAT - e
      *          apropria os juros de cada periodo pro rata dos dias
      *          que caem dentro do mes, paga ou nao a parcela. Os
      *          juros do mes geram lancamento de partida dobrada
      *          (rendas a apropriar contra rendas de emprestimos) em
      *          APROPRIACAO-CONTABIL.DAT, no padrao de header e
      *          trailer da LANCAMENTOS-CONTABEIS.DAT, liberado so se
      *          debitos fecharem com creditos. Contrato classificado
      *          pela CLASSIFICACAO-RISCO numa faixa de FAIXAS-RISCO.DAT
      *          que comeca acima de WS-DIAS-SUSPENSAO dias de atraso
      *          para de apropriar. O saldo apropriado de cada
      *          contrato fica em APROPRIACOES.DAT e sai no relatorio
      *          APROPRIACAO-JUROS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROPRIACAO-JUROS.
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

           SELECT ARQ-APROPRIACOES ASSIGN TO "APROPRIACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-CONTRATO
               FILE STATUS IS WS-APROPRIACOES-STATUS.

           SELECT ARQ-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAS-STATUS.

           SELECT ARQ-FAIXAS ASSIGN TO "FAIXAS-RISCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIXAS-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO "APROPRIACAO-JUROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-TRABALHO ASSIGN TO "APROPRIACAO-TRABALHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-LANCAMENTOS
               ASSIGN TO "APROPRIACAO-CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-APROPRIACOES.
           COPY APROPRIACAOREC.

       FD  ARQ-TAXAS.
           COPY TAXAREC.

      ******************************************************************
      * FAIXAS-RISCO.DAT: o mesmo arquivo de parametros da
      * CLASSIFICACAO-RISCO, em ordem crescente de atraso.
      ******************************************************************
       FD  ARQ-FAIXAS.
       01  FAIXA-REC.
           05 FXR-FAIXA           PIC X(2).
           05 FILLER              PIC X(1).
           05 FXR-ATE-DIAS        PIC 9(5).
           05 FILLER              PIC X(1).
           05 FXR-PCT             PIC 9(3)V99.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC          PIC X(80).

       FD  ARQ-TRABALHO.
       01  TRABALHO-REC           PIC X(80).

      ******************************************************************
      * APROPRIACAO-CONTABIL.DAT: mesmo leiaute da
      * LANCAMENTOS-CONTABEIS.DAT. "0" = header com data de geracao e
      * origem; "1" = lancamento com natureza (D/C), conta, data,
      * contrato, valor e historico; "9" = trailer com quantidade de
      * lancamentos e somatorios de debitos e creditos.
      ******************************************************************
       FD  ARQ-LANCAMENTOS.
       01  LANCAMENTO-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-APROPRIACOES-STATUS PIC X(2) VALUE SPACES.
       01  WS-TAXAS-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FAIXAS-STATUS       PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-TAXAS-FIM           PIC X(1) VALUE "N".
       01  WS-TAXA-ENCONTRADA     PIC X(1) VALUE "N".
       01  WS-SUSPENSO            PIC X(1) VALUE "N".
       01  WS-APR-NOVO            PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.
       01  WS-SITUACAO-REL        PIC X(16) VALUE SPACES.

      ******************************************************************
      * Competencia e limites do mes em data e em dias corridos
      * (INTEGER-OF-DATE), para o rateio dos juros de cada periodo.
      ******************************************************************
       01  WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO         PIC 9(4).
           05 WS-COMP-MES         PIC 9(2).
       01  WS-DATA-INI            PIC 9(8) VALUE 0.
       01  WS-DATA-FIM            PIC 9(8) VALUE 0.
       01  WS-DATA-PROX-MES       PIC 9(8) VALUE 0.
       01  WS-INT-INI-ANT         PIC 9(8) VALUE 0.
       01  WS-INT-FIM             PIC 9(8) VALUE 0.
       01  WS-INT-ANTERIOR        PIC 9(8) VALUE 0.
       01  WS-INT-VENCIMENTO      PIC 9(8) VALUE 0.
       01  WS-INT-DE              PIC 9(8) VALUE 0.
       01  WS-INT-ATE             PIC 9(8) VALUE 0.
       01  WS-DIAS-PERIODO        PIC 9(5) VALUE 0.
       01  WS-DIAS-NO-MES         PIC 9(5) VALUE 0.

      ******************************************************************
      * Contrato em faixa de risco cujo atraso minimo passa deste
      * limite deixa de apropriar juros.
      ******************************************************************
       01  WS-DIAS-SUSPENSAO      PIC 9(5) VALUE 60.

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

       01  WS-TOTAL-FAIXAS        PIC 9(2) VALUE 0.
       01  WS-ATE-DIAS-ANTERIOR   PIC 9(5) VALUE 0.
       01  WS-TABELA-FAIXAS.
           05 WS-FXR-OCR OCCURS 20 TIMES INDEXED BY WS-FXR-IDX.
               10 WS-FXR-FAIXA    PIC X(2).
               10 WS-FXR-DE-DIAS  PIC 9(5).

      ******************************************************************
      * Cronograma refeito como na GERAR-TABELA-AMORTIZACAO da
      * concessao.
      ******************************************************************
       01  WS-SALDO-DEVEDOR       PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-EFETIVA       PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-RATEADO       PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-MES           PIC 9(9)V99 VALUE 0.

       01  WS-TOTAL-ATIVOS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-APROPRIADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-SUSPENSOS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-SEM-TAXA      PIC 9(7) VALUE 0.
       01  WS-TOTAL-JA-APROP      PIC 9(7) VALUE 0.
       01  WS-TOTAL-JUROS         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-SALDO         PIC 9(13)V99 VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      ******************************************************************
      * Plano de contas da apropriacao.
      ******************************************************************
       01  WS-CONTA-RENDAS-APROP  PIC X(5) VALUE "13105".
       01  WS-CONTA-RENDAS-EMPR   PIC X(5) VALUE "71101".

       01  WS-QTD-LANCAMENTOS     PIC 9(7) VALUE 0.
       01  WS-SOMA-DEBITOS        PIC 9(13)V99 VALUE 0.
       01  WS-SOMA-CREDITOS       PIC 9(13)V99 VALUE 0.
       01  WS-LAN-CONTRATO        PIC 9(7) VALUE 0.
       01  WS-LAN-VALOR           PIC 9(11)V99 VALUE 0.
       01  WS-LAN-CONTA-DEB       PIC X(5) VALUE SPACES.
       01  WS-LAN-CONTA-CRE       PIC X(5) VALUE SPACES.
       01  WS-LAN-HISTORICO       PIC X(30) VALUE SPACES.

       01  WS-LINHA-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-HDR-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-HDR-ORIGEM        PIC X(16)
               VALUE "APROPRIACAO-JURO".

       01  WS-LINHA-LANCAMENTO.
           05 FILLER               PIC X(1)  VALUE "1".
           05 WS-LAN-NATUREZA      PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LAN-CONTA         PIC X(5).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LAN-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LAN-CTR           PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LAN-VLR           PIC 9(11)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-LAN-HIST          PIC X(30).

       01  WS-LINHA-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-TRL-QUANTIDADE    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-DEBITOS       PIC 9(13)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-TRL-CREDITOS      PIC 9(13)V99.

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(40)
               VALUE "APROPRIACAO DE JUROS - COMPETENCIA     ".
           05 WS-TIT-COMPETENCIA  PIC 9(6).
           05 FILLER              PIC X(10) VALUE "  GERADO  ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CABECALHO.
           05 FILLER              PIC X(9)  VALUE "CONTRATO ".
           05 FILLER              PIC X(5)  VALUE "TIPO ".
           05 FILLER              PIC X(2)  VALUE "A ".
           05 FILLER              PIC X(7)  VALUE "TAXA % ".
           05 FILLER              PIC X(15) VALUE "  JUROS DO MES ".
           05 FILLER              PIC X(18)
               VALUE "  SALDO APROPRIADO".
           05 FILLER              PIC X(11) VALUE " SITUACAO".

       01  WS-LINHA-CONTRATO.
           05 WS-LC-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-TIPO          PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-AMORTIZACAO   PIC X(1).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-TAXA          PIC ZZ9,99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-JUROS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-SALDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-SITUACAO      PIC X(16).

       01  WS-LINHA-TOTAL.
           05 FILLER              PIC X(15) VALUE "TOTAL GERAL    ".
           05 FILLER              PIC X(8)  VALUE "JUROS:  ".
           05 WS-LT-JUROS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(9)  VALUE "  SALDO: ".
           05 WS-LT-SALDO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           DISPLAY "APROPRIACAO MENSAL DE JUROS POR COMPETENCIA".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE A COMPETENCIA (AAAAMM) OU 0 PARA O "
               "MES CORRENTE: ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0 THEN
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA - APROPRIACAO NAO "
                   "EXECUTADA"
               STOP RUN
           END-IF.
           PERFORM CALCULAR-LIMITES-MES

           PERFORM CARREGAR-FAIXAS
           IF WS-TOTAL-FAIXAS = 0 THEN
               DISPLAY "FAIXAS-RISCO.DAT SEM FAIXAS - "
                   "APROPRIACAO NAO EXECUTADA"
               STOP RUN
           END-IF

           PERFORM CARREGAR-TABELA-TAXAS

           OPEN INPUT ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A APROPRIAR"
               STOP RUN
           END-IF

           OPEN INPUT ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A APROPRIAR"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN I-O ARQ-APROPRIACOES
           IF WS-APROPRIACOES-STATUS = "35" THEN
               OPEN OUTPUT ARQ-APROPRIACOES
               CLOSE ARQ-APROPRIACOES
               OPEN I-O ARQ-APROPRIACOES
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-COMPETENCIA TO WS-TIT-COMPETENCIA
           MOVE WS-DATA-HOJE   TO WS-TIT-DATA
           MOVE WS-LINHA-TITULO TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WS-LINHA-CABECALHO TO RELATORIO-REC
           WRITE RELATORIO-REC

           OPEN OUTPUT ARQ-TRABALHO

           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-CARTEIRA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CART-SITUACAO = "A"
                          AND CART-DATA <= WS-DATA-FIM
                           ADD 1 TO WS-TOTAL-ATIVOS
                           PERFORM APROPRIAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQ-TRABALHO

           MOVE WS-TOTAL-JUROS TO WS-LT-JUROS
           MOVE WS-TOTAL-SALDO TO WS-LT-SALDO
           MOVE WS-LINHA-TOTAL TO RELATORIO-REC
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO

           CLOSE ARQ-APROPRIACOES
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           IF WS-SOMA-DEBITOS = WS-SOMA-CREDITOS THEN
               PERFORM LIBERAR-ARQUIVO
               MOVE WS-SOMA-DEBITOS TO WS-DISP-SOMA
               DISPLAY "LANCAMENTOS GERADOS..: " WS-QTD-LANCAMENTOS
               DISPLAY "DEBITOS = CREDITOS...: " WS-DISP-SOMA
               DISPLAY "ARQUIVO LIBERADO EM APROPRIACAO-CONTABIL.DAT"
           ELSE
               MOVE WS-SOMA-DEBITOS TO WS-DISP-SOMA
               DISPLAY "SOMA DEBITOS.........: " WS-DISP-SOMA
               MOVE WS-SOMA-CREDITOS TO WS-DISP-SOMA
               DISPLAY "SOMA CREDITOS........: " WS-DISP-SOMA
               DISPLAY "DEBITOS NAO FECHAM COM CREDITOS - ARQUIVO "
                   "NAO LIBERADO"
               DISPLAY "LANCAMENTOS RETIDOS EM "
                   "APROPRIACAO-TRABALHO.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "CONTRATOS ATIVOS.....: " WS-TOTAL-ATIVOS
           DISPLAY "JUROS APROPRIADOS....: " WS-TOTAL-APROPRIADOS
           DISPLAY "SUSPENSOS POR RISCO..: " WS-TOTAL-SUSPENSOS
           DISPLAY "SEM TAXA CADASTRADA..: " WS-TOTAL-SEM-TAXA
           DISPLAY "COMPETENCIA JA FEITA.: " WS-TOTAL-JA-APROP
           DISPLAY "RELATORIO EM APROPRIACAO-JUROS.DAT".

           STOP RUN.

      ******************************************************************
      * Primeiro e ultimo dia da competencia. O ultimo dia sai do
      * primeiro dia do mes seguinte menos um.
      ******************************************************************
           CALCULAR-LIMITES-MES.
               COMPUTE WS-DATA-INI = WS-COMPETENCIA * 100 + 1
               IF WS-COMP-MES = 12 THEN
                   COMPUTE WS-DATA-PROX-MES =
                       (WS-COMP-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-PROX-MES =
                       WS-COMP-ANO * 10000 + (WS-COMP-MES + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
               COMPUTE WS-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FIM)
               COMPUTE WS-INT-INI-ANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI) - 1.

      ******************************************************************
      * Cada faixa comeca um dia depois do atraso maximo da faixa
      * anterior; a primeira comeca em zero.
      ******************************************************************
           CARREGAR-FAIXAS.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0   TO WS-ATE-DIAS-ANTERIOR
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
                               PERFORM GUARDAR-FAIXA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FAIXAS
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

           GUARDAR-FAIXA.
               IF WS-TOTAL-FAIXAS < 20
                   ADD 1 TO WS-TOTAL-FAIXAS
                   SET WS-FXR-IDX TO WS-TOTAL-FAIXAS
                   MOVE FXR-FAIXA TO WS-FXR-FAIXA(WS-FXR-IDX)
                   IF WS-TOTAL-FAIXAS = 1 THEN
                       MOVE 0 TO WS-FXR-DE-DIAS(WS-FXR-IDX)
                   ELSE
                       COMPUTE WS-FXR-DE-DIAS(WS-FXR-IDX) =
                           WS-ATE-DIAS-ANTERIOR + 1
                   END-IF
                   MOVE FXR-ATE-DIAS TO WS-ATE-DIAS-ANTERIOR
               END-IF.

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
      * (CART-DATA), como na quitacao da MANUTENCAO-CARTEIRA; contrato
      * vindo de renegociacao usa a taxa da mesa gravada em CART-CET.
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

           APROPRIAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               MOVE 0 TO WS-JUROS-MES
               PERFORM LER-APROPRIACAO
               PERFORM BUSCAR-TAXA-CONTRATO
               PERFORM VERIFICAR-SUSPENSAO
               EVALUATE TRUE
                   WHEN WS-APR-NOVO = "N"
                    AND APR-ULTIMA-COMPETENCIA >= WS-COMPETENCIA
                       ADD 1 TO WS-TOTAL-JA-APROP
                       MOVE "JA APROPRIADO" TO WS-SITUACAO-REL
                   WHEN WS-SUSPENSO = "S"
                       ADD 1 TO WS-TOTAL-SUSPENSOS
                       MOVE "SUSPENSO FX" TO WS-SITUACAO-REL
                       MOVE CART-FAIXA-RISCO TO WS-SITUACAO-REL(13:2)
                       MOVE "S" TO APR-SITUACAO
                       MOVE 0   TO APR-JUROS-ULTIMA
                       MOVE WS-COMPETENCIA TO APR-ULTIMA-COMPETENCIA
                       PERFORM GRAVAR-APROPRIACAO
                   WHEN WS-TAXA-ENCONTRADA NOT = "S"
                       ADD 1 TO WS-TOTAL-SEM-TAXA
                       MOVE "SEM TAXA" TO WS-SITUACAO-REL
                   WHEN OTHER
                       PERFORM APURAR-JUROS-MES
                       ADD 1 TO WS-TOTAL-APROPRIADOS
                       ADD WS-JUROS-MES TO WS-TOTAL-JUROS
                       MOVE "APROPRIADO" TO WS-SITUACAO-REL
                       MOVE "N" TO APR-SITUACAO
                       MOVE WS-JUROS-MES TO APR-JUROS-ULTIMA
                       ADD WS-JUROS-MES TO APR-SALDO-APROPRIADO
                       MOVE WS-COMPETENCIA TO APR-ULTIMA-COMPETENCIA
                       PERFORM GRAVAR-APROPRIACAO
                       IF WS-JUROS-MES > 0 THEN
                           MOVE CART-CONTRATO TO WS-LAN-CONTRATO
                           MOVE WS-JUROS-MES TO WS-LAN-VALOR
                           MOVE WS-CONTA-RENDAS-APROP
                               TO WS-LAN-CONTA-DEB
                           MOVE WS-CONTA-RENDAS-EMPR
                               TO WS-LAN-CONTA-CRE
                           MOVE "APROPRIACAO DE JUROS"
                               TO WS-LAN-HISTORICO
                           PERFORM GRAVAR-PARTIDA
                       END-IF
               END-EVALUATE
               ADD APR-SALDO-APROPRIADO TO WS-TOTAL-SALDO
               PERFORM GRAVAR-LINHA-CONTRATO.

           LER-APROPRIACAO.
               MOVE "N" TO WS-APR-NOVO
               MOVE WS-CONTRATO-ATUAL TO APR-CONTRATO
               READ ARQ-APROPRIACOES
                   INVALID KEY
                       MOVE "S" TO WS-APR-NOVO
                       MOVE SPACES TO APROPRIACAO-REC
                       MOVE WS-CONTRATO-ATUAL TO APR-CONTRATO
                       MOVE 0   TO APR-ULTIMA-COMPETENCIA
                       MOVE 0   TO APR-JUROS-ULTIMA
                       MOVE 0   TO APR-SALDO-APROPRIADO
                       MOVE "N" TO APR-SITUACAO
               END-READ.

           GRAVAR-APROPRIACAO.
               IF WS-APR-NOVO = "S" THEN
                   WRITE APROPRIACAO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR APROPRIACAO DO "
                               "CONTRATO " APR-CONTRATO " - STATUS "
                               WS-APROPRIACOES-STATUS
                   END-WRITE
               ELSE
                   REWRITE APROPRIACAO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR APROPRIACAO DO "
                               "CONTRATO " APR-CONTRATO " - STATUS "
                               WS-APROPRIACOES-STATUS
                   END-REWRITE
               END-IF.

      ******************************************************************
      * Faixa em branco (contrato ainda nao classificado) apropria
      * normalmente.
      ******************************************************************
           VERIFICAR-SUSPENSAO.
               MOVE "N" TO WS-SUSPENSO
               PERFORM VARYING WS-FXR-IDX FROM 1 BY 1
                   UNTIL WS-FXR-IDX > WS-TOTAL-FAIXAS
                   IF WS-FXR-FAIXA(WS-FXR-IDX) = CART-FAIXA-RISCO
                      AND CART-FAIXA-RISCO NOT = SPACES
                      AND WS-FXR-DE-DIAS(WS-FXR-IDX) > WS-DIAS-SUSPENSAO
                       MOVE "S" TO WS-SUSPENSO
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Percorre as parcelas do contrato refazendo o cronograma: cada
      * parcela corre do vencimento anterior (ou da concessao, na
      * primeira) ate o seu vencimento, e os juros dela entram no mes
      * na proporcao dos dias do periodo que caem na competencia.
      ******************************************************************
           APURAR-JUROS-MES.
               MOVE CART-MONTANTE TO WS-SALDO-DEVEDOR
               COMPUTE WS-AMORT-PARC ROUNDED =
                   CART-MONTANTE / CART-PARCELAS
               COMPUTE WS-INT-ANTERIOR =
                   FUNCTION INTEGER-OF-DATE(CART-DATA)
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
                           PERFORM RATEAR-PARCELA
                   END-READ
               END-PERFORM.

           RATEAR-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL
                  OR PARC-VENCIMENTO = 0 THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
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

                   COMPUTE WS-INT-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
                   PERFORM CALCULAR-DIAS-NO-MES
                   IF WS-DIAS-NO-MES > 0 AND WS-DIAS-PERIODO > 0 THEN
                       COMPUTE WS-JUROS-RATEADO ROUNDED =
                           WS-JUROS-PARC * WS-DIAS-NO-MES
                           / WS-DIAS-PERIODO
                       ADD WS-JUROS-RATEADO TO WS-JUROS-MES
                   END-IF
                   MOVE WS-INT-VENCIMENTO TO WS-INT-ANTERIOR
               END-IF.

      ******************************************************************
      * Dias do periodo (vencimento anterior, vencimento] que caem
      * dentro da competencia (ultimo dia do mes anterior, ultimo dia
      * do mes].
      ******************************************************************
           CALCULAR-DIAS-NO-MES.
               MOVE 0 TO WS-DIAS-NO-MES
               MOVE 0 TO WS-DIAS-PERIODO
               IF WS-INT-VENCIMENTO > WS-INT-ANTERIOR THEN
                   COMPUTE WS-DIAS-PERIODO =
                       WS-INT-VENCIMENTO - WS-INT-ANTERIOR
               END-IF
               IF WS-INT-ANTERIOR > WS-INT-INI-ANT THEN
                   MOVE WS-INT-ANTERIOR TO WS-INT-DE
               ELSE
                   MOVE WS-INT-INI-ANT TO WS-INT-DE
               END-IF
               IF WS-INT-VENCIMENTO < WS-INT-FIM THEN
                   MOVE WS-INT-VENCIMENTO TO WS-INT-ATE
               ELSE
                   MOVE WS-INT-FIM TO WS-INT-ATE
               END-IF
               IF WS-INT-ATE > WS-INT-DE THEN
                   COMPUTE WS-DIAS-NO-MES = WS-INT-ATE - WS-INT-DE
               END-IF.

           GRAVAR-LINHA-CONTRATO.
               MOVE CART-CONTRATO        TO WS-LC-CONTRATO
               MOVE CART-TIPO            TO WS-LC-TIPO
               MOVE CART-AMORTIZACAO     TO WS-LC-AMORTIZACAO
               MOVE TX-JUROS             TO WS-LC-TAXA
               MOVE WS-JUROS-MES         TO WS-LC-JUROS
               MOVE APR-SALDO-APROPRIADO TO WS-LC-SALDO
               MOVE WS-SITUACAO-REL      TO WS-LC-SITUACAO
               MOVE WS-LINHA-CONTRATO    TO RELATORIO-REC
               WRITE RELATORIO-REC.

      ******************************************************************
      * Partida dobrada no padrao da INTERFACE-CONTABIL: debito e
      * credito em par, com a data do ultimo dia da competencia.
      ******************************************************************
           GRAVAR-PARTIDA.
               MOVE "D" TO WS-LAN-NATUREZA
               MOVE WS-LAN-CONTA-DEB TO WS-LAN-CONTA
               MOVE WS-DATA-FIM TO WS-LAN-DATA
               MOVE WS-LAN-CONTRATO TO WS-LAN-CTR
               MOVE WS-LAN-VALOR TO WS-LAN-VLR
               MOVE WS-LAN-HISTORICO TO WS-LAN-HIST
               MOVE WS-LINHA-LANCAMENTO TO TRABALHO-REC
               WRITE TRABALHO-REC
               ADD 1 TO WS-QTD-LANCAMENTOS
               ADD WS-LAN-VALOR TO WS-SOMA-DEBITOS

               MOVE "C" TO WS-LAN-NATUREZA
               MOVE WS-LAN-CONTA-CRE TO WS-LAN-CONTA
               MOVE WS-LINHA-LANCAMENTO TO TRABALHO-REC
               WRITE TRABALHO-REC
               ADD 1 TO WS-QTD-LANCAMENTOS
               ADD WS-LAN-VALOR TO WS-SOMA-CREDITOS.

           LIBERAR-ARQUIVO.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-TRABALHO
               OPEN OUTPUT ARQ-LANCAMENTOS
               MOVE WS-DATA-HOJE TO WS-HDR-DATA
               MOVE WS-LINHA-HEADER TO LANCAMENTO-REC
               WRITE LANCAMENTO-REC
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-TRABALHO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE TRABALHO-REC TO LANCAMENTO-REC
                           WRITE LANCAMENTO-REC
                   END-READ
               END-PERFORM
               MOVE WS-QTD-LANCAMENTOS TO WS-TRL-QUANTIDADE
               MOVE WS-SOMA-DEBITOS    TO WS-TRL-DEBITOS
               MOVE WS-SOMA-CREDITOS   TO WS-TRL-CREDITOS
               MOVE WS-LINHA-TRAILER TO LANCAMENTO-REC
               WRITE LANCAMENTO-REC
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-LANCAMENTOS.
       END PROGRAM APROPRIACAO-JUROS.
