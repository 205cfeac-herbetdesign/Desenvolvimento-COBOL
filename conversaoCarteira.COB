      * Purpose: Conversao unica da CARTEIRA.DAT para o leiaute novo.
      *          O registro da carteira cresceu com o documento do
      *          tomador, data e valor de liquidacao, contrato de
      *          origem da renegociacao, faixa de risco, etapa da
      *          regua de cobranca, baixa para prejuizo e indexador
      *          do pos-fixado; um arquivo indexado gravado no leiaute
      *          antigo abre com status 39 em todos os programas.
      *          Este programa le a CARTEIRA.DAT em qualquer dos dois
      *          leiautes anteriores - o primeiro, sem o documento do
      *          tomador, ou o segundo, que vai ate a faixa de risco -
      *          reconhecidos pelo tamanho do registro na abertura,
      *          leva todos os campos que o leiaute lido ja tinha,
      *          completa so os que faltam com zeros/brancos e grava
      *          CARTEIRA-NOVA.DAT ja no leiaute atual. Depois de
      *          conferir as contagens, guardar a CARTEIRA.DAT original
      *          como copia de seguranca e renomear CARTEIRA-NOVA.DAT
      *          para CARTEIRA.DAT. Rodar uma unica vez, com a esteira
      *          parada; o documento do tomador dos contratos vindos
      *          do primeiro leiaute fica zerado ate ser completado
      *          pela MANUTENCAO-CARTEIRA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ANT-CONTRATO
               FILE STATUS IS WS-ANTIGA-STATUS.

           SELECT ARQ-CART-ANTERIOR ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANR-CONTRATO
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT ARQ-CART-NOVA ASSIGN TO "CARTEIRA-NOVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Primeiro leiaute da carteira, congelado como era antes do
      * documento do tomador.
      ******************************************************************
       FD  ARQ-CART-ANTIGA.
       01  CART-ANTIGA-REC.
           05 FILLER               PIC X(1).
           05 ANT-CET              PIC 9(3)V99.

      ******************************************************************
      * Segundo leiaute, congelado como era antes da regua de
      * cobranca: ja com documento, liquidacao, contrato de origem e
      * faixa de risco.
      ******************************************************************
       FD  ARQ-CART-ANTERIOR.
       01  CART-ANTERIOR-REC.
           05 ANR-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1).
           05 ANR-DATA             PIC 9(8).
           05 FILLER               PIC X(1).
           05 ANR-OPERADOR         PIC X(8).
           05 FILLER               PIC X(1).
           05 ANR-TIPO             PIC X(4).
           05 FILLER               PIC X(1).
           05 ANR-MONTANTE         PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 ANR-PARCELAS         PIC 9(3).
           05 FILLER               PIC X(1).
           05 ANR-PRESTACAO        PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 ANR-MOEDA            PIC X(3).
           05 FILLER               PIC X(1).
           05 ANR-SITUACAO         PIC X(1).
           05 FILLER               PIC X(1).
           05 ANR-AMORTIZACAO      PIC X(1).
           05 FILLER               PIC X(1).
           05 ANR-CET              PIC 9(3)V99.
           05 FILLER               PIC X(1).
           05 ANR-DOCUMENTO        PIC 9(14).
           05 FILLER               PIC X(1).
           05 ANR-DATA-LIQ         PIC 9(8).
           05 FILLER               PIC X(1).
           05 ANR-VALOR-LIQ        PIC 9(9)V99.
           05 FILLER               PIC X(1).
           05 ANR-CONTRATO-ORIGEM  PIC 9(7).
           05 FILLER               PIC X(1).
           05 ANR-FAIXA-RISCO      PIC X(2).

       FD  ARQ-CART-NOVA.
           COPY CARTEIRAREC.

       WORKING-STORAGE SECTION.
       01  WS-ANTIGA-STATUS       PIC X(2) VALUE SPACES.
       01  WS-ANTERIOR-STATUS     PIC X(2) VALUE SPACES.
       01  WS-NOVA-STATUS         PIC X(2) VALUE SPACES.
       01  WS-LEIAUTE-LIDO        PIC X(1) VALUE SPACE.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-TOTAL-LIDOS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-GRAVADOS      PIC 9(7) VALUE 0.
           DISPLAY "CONVERSAO DA CARTEIRA PARA O LEIAUTE NOVO".
           DISPLAY "**************************************".

      ******************************************************************
      * O tamanho do registro gravado decide o leiaute: o arquivo so
      * abre sem status 39 com o FD do tamanho em que foi gravado.
      * Tenta o segundo leiaute e, se nao servir, o primeiro.
      ******************************************************************
           OPEN INPUT ARQ-CART-ANTERIOR
           IF WS-ANTERIOR-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A CONVERTER"
               STOP RUN
           END-IF
           IF WS-ANTERIOR-STATUS = "39" THEN
               OPEN INPUT ARQ-CART-ANTIGA
               IF WS-ANTIGA-STATUS = "39" THEN
                   DISPLAY "CARTEIRA.DAT JA NAO ESTA EM LEIAUTE "
                       "ANTERIOR - CONVERSAO NAO EXECUTADA"
                   STOP RUN
               END-IF
               MOVE "1" TO WS-LEIAUTE-LIDO
               DISPLAY "CARTEIRA.DAT NO PRIMEIRO LEIAUTE "
                   "(SEM DOCUMENTO DO TOMADOR)"
           ELSE
               MOVE "2" TO WS-LEIAUTE-LIDO
               DISPLAY "CARTEIRA.DAT NO SEGUNDO LEIAUTE "
                   "(ATE A FAIXA DE RISCO)"
           END-IF

           OPEN OUTPUT ARQ-CART-NOVA

           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               IF WS-LEIAUTE-LIDO = "1" THEN
                   READ ARQ-CART-ANTIGA NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM CONVERTER-REGISTRO
                   END-READ
               ELSE
                   READ ARQ-CART-ANTERIOR NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM CONVERTER-REGISTRO-ANTERIOR
                   END-READ
               END-IF
           END-PERFORM

           CLOSE ARQ-CART-NOVA
           IF WS-LEIAUTE-LIDO = "1" THEN
               CLOSE ARQ-CART-ANTIGA
           ELSE
               CLOSE ARQ-CART-ANTERIOR
           END-IF

           DISPLAY "REGISTROS LIDOS......: " WS-TOTAL-LIDOS
           DISPLAY "REGISTROS GRAVADOS...: " WS-TOTAL-GRAVADOS
           STOP RUN.

      ******************************************************************
      * Primeiro leiaute - campos novos: documento do tomador zerado (a
      * completar pela manutencao), liquidacao zerada, sem contrato
      * de origem, sem faixa de risco ate a proxima
      * CLASSIFICACAO-RISCO, sem etapa de cobranca aplicada, sem
      * baixa para prejuizo e prefixado (sem indexador nem correcao).
      ******************************************************************
           CONVERTER-REGISTRO.
               MOVE SPACES             TO CARTEIRA-REC
               MOVE 0                  TO CART-VALOR-LIQ
               MOVE 0                  TO CART-CONTRATO-ORIGEM
               MOVE SPACES             TO CART-FAIXA-RISCO
               MOVE 0                  TO CART-ETAPA-COBRANCA
               MOVE 0                  TO CART-DATA-PREJUIZO
               MOVE 0                  TO CART-VALOR-PREJUIZO
               MOVE SPACES             TO CART-INDEXADOR
               MOVE 0                  TO CART-COMP-CORRECAO
               PERFORM GRAVAR-CONVERTIDO.

      ******************************************************************
      * Segundo leiaute: documento, liquidacao, contrato de origem e
      * faixa de risco vem do registro lido; so etapa de cobranca,
      * baixa para prejuizo e indexador/correcao sao novos.
      ******************************************************************
           CONVERTER-REGISTRO-ANTERIOR.
               MOVE SPACES              TO CARTEIRA-REC
               MOVE ANR-CONTRATO        TO CART-CONTRATO
               MOVE ANR-DATA            TO CART-DATA
               MOVE ANR-OPERADOR        TO CART-OPERADOR
               MOVE ANR-TIPO            TO CART-TIPO
               MOVE ANR-MONTANTE        TO CART-MONTANTE
               MOVE ANR-PARCELAS        TO CART-PARCELAS
               MOVE ANR-PRESTACAO       TO CART-PRESTACAO
               MOVE ANR-MOEDA           TO CART-MOEDA
               MOVE ANR-SITUACAO        TO CART-SITUACAO
               MOVE ANR-AMORTIZACAO     TO CART-AMORTIZACAO
               MOVE ANR-CET             TO CART-CET
               MOVE ANR-DOCUMENTO       TO CART-DOCUMENTO
               MOVE ANR-DATA-LIQ        TO CART-DATA-LIQ
               MOVE ANR-VALOR-LIQ       TO CART-VALOR-LIQ
               MOVE ANR-CONTRATO-ORIGEM TO CART-CONTRATO-ORIGEM
               MOVE ANR-FAIXA-RISCO     TO CART-FAIXA-RISCO
               MOVE 0                   TO CART-ETAPA-COBRANCA
               MOVE 0                   TO CART-DATA-PREJUIZO
               MOVE 0                   TO CART-VALOR-PREJUIZO
               MOVE SPACES              TO CART-INDEXADOR
               MOVE 0                   TO CART-COMP-CORRECAO
               PERFORM GRAVAR-CONVERTIDO.

           GRAVAR-CONVERTIDO.
               WRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO "
