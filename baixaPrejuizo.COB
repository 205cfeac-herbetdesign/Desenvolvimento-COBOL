      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Baixa mensal para prejuizo dos contratos
      *          irrecuperaveis. Percorre os contratos ativos da
      *          CARTEIRA.DAT e apura, como a CLASSIFICACAO-RISCO, o
      *          maior atraso entre as parcelas em aberto e o saldo em
      *          aberto (valor menos o ja pago). Contrato com atraso
      *          acima do prazo informado na abertura (ou do prazo
      *          padrao WS-DIAS-PREJUIZO-PADRAO) passa para a situacao
      *          "B" (baixado para prejuizo), com a data do dia em
      *          CART-DATA-PREJUIZO e o saldo em aberto em
      *          CART-VALOR-PREJUIZO; as parcelas em aberto passam
      *          para "B" e deixam de ser cobradas. O lancamento da
      *          baixa contra a provisao sai na INTERFACE-CONTABIL da
      *          data da baixa, e pagamentos que chegarem depois pelo
      *          RETORNO-BANCO entram como recuperacao de credito.
      *          Relatorio dos contratos baixados em
      *          PREJUIZO-BAIXAS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-PREJUIZO.
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

           SELECT ARQ-RELATORIO ASSIGN TO "PREJUIZO-BAIXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.

      ******************************************************************
      * Prazo de atraso, em dias, a partir do qual o contrato e
      * baixado. Informado na abertura; zero usa o padrao, acima da
      * ultima faixa usual da FAIXAS-RISCO.DAT (provisao de 100%).
      ******************************************************************
       01  WS-DIAS-PREJUIZO       PIC 9(5) VALUE 0.
       01  WS-DIAS-PREJUIZO-PADRAO PIC 9(5) VALUE 360.

       01  WS-DIAS-ATRASO         PIC S9(8) VALUE 0.
       01  WS-MAIOR-ATRASO        PIC 9(5) VALUE 0.
       01  WS-VALOR-ABERTO        PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-ABERTO        PIC 9(11)V99 VALUE 0.
       01  WS-QTD-PARC-BAIXADAS   PIC 9(3) VALUE 0.

       01  WS-TOTAL-ATIVOS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-BAIXADOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-PARCELAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-VALOR         PIC 9(13)V99 VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(36)
               VALUE "BAIXA PARA PREJUIZO - ATRASO ACIMA ".
           05 WS-TIT-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(14) VALUE " DIAS  GERADO ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CABECALHO.
           05 FILLER              PIC X(9)  VALUE "CONTRATO ".
           05 FILLER              PIC X(15) VALUE "DOCUMENTO      ".
           05 FILLER              PIC X(5)  VALUE "TIPO ".
           05 FILLER              PIC X(4)  VALUE "MOE ".
           05 FILLER              PIC X(3)  VALUE "FX ".
           05 FILLER              PIC X(7)  VALUE "ATRASO ".
           05 FILLER              PIC X(5)  VALUE "PARC ".
           05 FILLER              PIC X(18)
               VALUE "    VALOR BAIXADO ".

       01  WS-LINHA-CONTRATO.
           05 WS-LC-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-DOCUMENTO     PIC 9(14).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-TIPO          PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-MOEDA         PIC X(3).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-FAIXA         PIC X(2).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-ATRASO        PIC ZZ.ZZ9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-PARCELAS      PIC ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           05 FILLER              PIC X(12) VALUE "TOTAL GERAL ".
           05 WS-LT-CONTRATOS     PIC ZZZ.ZZ9.
           05 FILLER              PIC X(5)  VALUE " CTR ".
           05 WS-LT-PARCELAS      PIC ZZZ.ZZ9.
           05 FILLER              PIC X(5)  VALUE " PAR ".
           05 WS-LT-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           DISPLAY "BAIXA DE CONTRATOS PARA PREJUIZO".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE O ATRASO MINIMO EM DIAS PARA A BAIXA "
               "OU 0 PARA O PADRAO (" WS-DIAS-PREJUIZO-PADRAO "): ".
           ACCEPT WS-DIAS-PREJUIZO.
           IF WS-DIAS-PREJUIZO = 0 THEN
               MOVE WS-DIAS-PREJUIZO-PADRAO TO WS-DIAS-PREJUIZO
           END-IF.

           OPEN I-O ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A BAIXAR"
               STOP RUN
           END-IF

           OPEN I-O ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A BAIXAR"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-DIAS-PREJUIZO TO WS-TIT-DIAS
           MOVE WS-DATA-HOJE     TO WS-TIT-DATA
           MOVE WS-LINHA-TITULO TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WS-LINHA-CABECALHO TO RELATORIO-REC
           WRITE RELATORIO-REC

           PERFORM PERCORRER-CARTEIRA

           MOVE WS-TOTAL-BAIXADOS TO WS-LT-CONTRATOS
           MOVE WS-TOTAL-PARCELAS TO WS-LT-PARCELAS
           MOVE WS-TOTAL-VALOR    TO WS-LT-VALOR
           MOVE WS-LINHA-TOTAL TO RELATORIO-REC
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO

           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           MOVE WS-TOTAL-VALOR TO WS-DISP-SOMA
           DISPLAY "CONTRATOS ATIVOS.....: " WS-TOTAL-ATIVOS
           DISPLAY "CONTRATOS BAIXADOS...: " WS-TOTAL-BAIXADOS
           DISPLAY "PARCELAS BAIXADAS....: " WS-TOTAL-PARCELAS
           DISPLAY "VALOR BAIXADO........: " WS-DISP-SOMA
           DISPLAY "RELATORIO EM PREJUIZO-BAIXAS.DAT".

           STOP RUN.

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

           AVALIAR-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               PERFORM APURAR-ATRASO-CONTRATO
               IF WS-MAIOR-ATRASO > WS-DIAS-PREJUIZO
                   PERFORM BAIXAR-CONTRATO
               END-IF.

      ******************************************************************
      * Maior atraso em dias entre as parcelas em aberto e saldo em
      * aberto, na mesma apuracao da CLASSIFICACAO-RISCO: o valor
      * baixado e a mesma base sobre a qual a provisao foi
      * constituida.
      ******************************************************************
           APURAR-ATRASO-CONTRATO.
               MOVE 0 TO WS-MAIOR-ATRASO
               MOVE 0 TO WS-SALDO-ABERTO
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
                       COMPUTE WS-VALOR-ABERTO =
                           PARC-VALOR - PARC-VALOR-PAGO
                       ADD WS-VALOR-ABERTO TO WS-SALDO-ABERTO
                       IF PARC-VENCIMENTO < WS-DATA-HOJE
                          AND PARC-VENCIMENTO > 0
                           COMPUTE WS-DIAS-ATRASO =
                               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                               - FUNCTION INTEGER-OF-DATE
                                   (PARC-VENCIMENTO)
                           IF WS-DIAS-ATRASO > WS-MAIOR-ATRASO
                               MOVE WS-DIAS-ATRASO
                                   TO WS-MAIOR-ATRASO
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      ******************************************************************
      * Parcelas em aberto passam para "B"; o que ja foi pago nelas
      * fica em PARC-VALOR-PAGO. O contrato guarda a data e o saldo
      * baixado, lidos pela INTERFACE-CONTABIL para o lancamento
      * contra a provisao.
      ******************************************************************
           BAIXAR-CONTRATO.
               MOVE 0 TO WS-QTD-PARC-BAIXADAS
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
                           PERFORM BAIXAR-PARCELA
                   END-READ
               END-PERFORM

               MOVE "B"             TO CART-SITUACAO
               MOVE WS-DATA-HOJE    TO CART-DATA-PREJUIZO
               MOVE WS-SALDO-ABERTO TO CART-VALOR-PREJUIZO
               REWRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTRATO "
                           CART-CONTRATO " - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE

               ADD 1 TO WS-TOTAL-BAIXADOS
               ADD WS-QTD-PARC-BAIXADAS TO WS-TOTAL-PARCELAS
               ADD WS-SALDO-ABERTO TO WS-TOTAL-VALOR
               PERFORM GRAVAR-LINHA-CONTRATO.

           BAIXAR-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF PARC-SITUACAO = "A" THEN
                       MOVE "B" TO PARC-SITUACAO
                       REWRITE PARCELA-REC
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR PARCELA "
                                   PARC-NUMERO " DO CONTRATO "
                                   PARC-CONTRATO " - STATUS "
                                   WS-PARCELAS-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-PARC-BAIXADAS
                       END-REWRITE
                   END-IF
               END-IF.

           GRAVAR-LINHA-CONTRATO.
               MOVE CART-CONTRATO        TO WS-LC-CONTRATO
               MOVE CART-DOCUMENTO       TO WS-LC-DOCUMENTO
               MOVE CART-TIPO            TO WS-LC-TIPO
               MOVE CART-MOEDA           TO WS-LC-MOEDA
               MOVE CART-FAIXA-RISCO     TO WS-LC-FAIXA
               MOVE WS-MAIOR-ATRASO      TO WS-LC-ATRASO
               MOVE WS-QTD-PARC-BAIXADAS TO WS-LC-PARCELAS
               MOVE WS-SALDO-ABERTO      TO WS-LC-VALOR
               MOVE WS-LINHA-CONTRATO    TO RELATORIO-REC
               WRITE RELATORIO-REC.
       END PROGRAM BAIXA-PREJUIZO.
