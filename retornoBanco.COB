      *          juros de mora pro rata die, na mesma regra da
      *          REMESSA-COBRANCA. Pagamentos a menor, parcelas nao
      *          localizadas e parcelas ja baixadas saem no relatorio
      *          de criticas. Pagamento de parcela baixada para
      *          prejuizo ("B") nao e critica: entra como recuperacao
      *          de credito em RECUPERACOES.DAT, lida pela
      *          INTERFACE-CONTABIL e pelo RELATORIO-RECUPERACAO.
      *          Parcela cedida a FIDC ("C") baixa como a em aberto,
      *          mas o recebimento pertence ao fundo: cada pagamento
      *          sai no relatorio de repasse REPASSE-FIDC.DAT com o
      *          lote e o cessionario da CESSOES.DAT, com header e
      *          trailer de controle.
      *          Ao final varre o arquivo de parcelas e
      *          produz o relatorio de inadimplencia por contrato:
      *          parcelas vencidas e nao pagas, dias de atraso, valor
      *          atualizado em aberto e encargos de atraso.
           SELECT ARQ-CRITICAS ASSIGN TO "RETORNO-CRITICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-RECUPERACOES ASSIGN TO "RECUPERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACOES-STATUS.

           SELECT ARQ-INADIMPLENCIA ASSIGN TO "INADIMPLENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-REPASSE ASSIGN TO "REPASSE-FIDC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  ARQ-CRITICAS.
       01  CRITICA-REC            PIC X(80).

       FD  ARQ-RECUPERACOES.
           COPY RECUPERACAOREC.

       FD  ARQ-INADIMPLENCIA.
       01  INADIMPLENCIA-REC      PIC X(80).

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

      ******************************************************************
      * REPASSE-FIDC.DAT: recebimentos de parcelas cedidas a repassar
      * aos fundos. Cada processamento acrescenta um bloco ao arquivo,
      * que acumula ate a liquidacao do repasse pela tesouraria. Tipo
      * de registro na primeira posicao: "0" = header com a data do
      * processamento e o programa de origem; "1" = recebimento com
      * lote, cessionario, contrato, parcela, data e valor pago (com
      * sinal) e a situacao da parcela depois do pagamento ("P" =
      * quitada, "C" = pagamento parcial); "9" = trailer com
      * quantidade e somatorio do bloco. A ESTORNO-BAIXA grava no
      * mesmo leiaute, com valor negativo, a devolucao de pagamento
      * ja repassado, a descontar do fundo.
      ******************************************************************
       FD  ARQ-REPASSE.
       01  REPASSE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RETORNO-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RECUPERACOES-STATUS PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-REPASSE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CESSOES-ABERTO      PIC X(1) VALUE "N".
       01  WS-PARCELA-CEDIDA      PIC X(1) VALUE "N".
       01  WS-FIM-RETORNO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-TOTAL-A-MENOR       PIC 9(7) VALUE 0.
       01  WS-TOTAL-CRITICAS      PIC 9(7) VALUE 0.
       01  WS-VLR-BAIXADO         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-RECUPERADAS   PIC 9(7) VALUE 0.
       01  WS-VLR-RECUPERADO      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-REPASSES      PIC 9(7) VALUE 0.
       01  WS-VLR-REPASSE         PIC 9(13)V99 VALUE 0.

       01  WS-REPASSE-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-RHD-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RHD-ORIGEM        PIC X(16) VALUE "RETORNO-BANCO".

       01  WS-REPASSE-DETALHE.
           05 FILLER               PIC X(1)  VALUE "1".
           05 WS-RDT-LOTE          PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-CESSIONARIO   PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-CONTRATO      PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-PARCELA       PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-DATA-PGTO     PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-VALOR         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-SITUACAO      PIC X(1).

       01  WS-REPASSE-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-RTR-QUANTIDADE    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RTR-VALOR-TOTAL   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-CONTRATO-ANTERIOR   PIC 9(7) VALUE 0.
       01  WS-CONTRATO-PRIMEIRO   PIC X(1) VALUE "S".

           OPEN OUTPUT ARQ-CRITICAS

           OPEN EXTEND ARQ-RECUPERACOES
           IF WS-RECUPERACOES-STATUS = "35" THEN
               OPEN OUTPUT ARQ-RECUPERACOES
           END-IF

           OPEN INPUT ARQ-CESSOES
           IF WS-CESSOES-STATUS NOT = "35" THEN
               MOVE "S" TO WS-CESSOES-ABERTO
           END-IF
           OPEN EXTEND ARQ-REPASSE
           IF WS-REPASSE-STATUS = "35" THEN
               OPEN OUTPUT ARQ-REPASSE
           END-IF
           MOVE WS-DATA-HOJE TO WS-RHD-DATA
           MOVE WS-REPASSE-HEADER TO REPASSE-REC
           WRITE REPASSE-REC

           OPEN INPUT ARQ-RETORNO
           IF WS-RETORNO-STATUS = "35" THEN
               DISPLAY "RETORNO-BANCO.DAT NAO ENCONTRADO - "
           END-IF.

           CLOSE ARQ-CRITICAS
           CLOSE ARQ-RECUPERACOES

           MOVE WS-TOTAL-REPASSES TO WS-RTR-QUANTIDADE
           MOVE WS-VLR-REPASSE    TO WS-RTR-VALOR-TOTAL
           MOVE WS-REPASSE-TRAILER TO REPASSE-REC
           WRITE REPASSE-REC
           CLOSE ARQ-REPASSE
           IF WS-CESSOES-ABERTO = "S" THEN
               CLOSE ARQ-CESSOES
           END-IF

           PERFORM GERAR-INADIMPLENCIA

           DISPLAY "PAGAMENTOS NO RETORNO: " WS-TOTAL-RETORNO
           DISPLAY "PARCELAS BAIXADAS....: " WS-TOTAL-BAIXADAS
           DISPLAY "PAGAMENTOS A MENOR...: " WS-TOTAL-A-MENOR
           DISPLAY "RECUPERACOES PREJUIZO: " WS-TOTAL-RECUPERADAS
           DISPLAY "REPASSES A FIDC......: " WS-TOTAL-REPASSES
           DISPLAY "CRITICAS APONTADAS...: " WS-TOTAL-CRITICAS
           DISPLAY "CRITICAS EM RETORNO-CRITICAS.DAT"
           DISPLAY "REPASSES EM REPASSE-FIDC.DAT"
           DISPLAY "INADIMPLENCIA EM INADIMPLENCIA.DAT".

           STOP RUN.
               END-READ.

      ******************************************************************
      * So parcela em aberto ("A") ou cedida a FIDC ("C") aceita
      * baixa; a cedida tem o recebimento repassado ao fundo. Parcela
      * ja paga ("P"), baixada por liquidacao ("L") ou por
      * renegociacao ("R") sai na critica: o pagamento que chegar do
      * banco depois da renegociacao cobraria de novo a divida ja
      * consolidada no contrato novo. Parcela baixada para prejuizo
      * ("B") recebe o pagamento como recuperacao de credito, sem
      * critica.
      * O valor pago acumula sobre os pagamentos parciais anteriores
      * (ADD, nao MOVE): o devido e apurado sobre o saldo em aberto,
      * e o extrato, a posicao de endividamento e a interface
      * contabil leem de PARC-VALOR-PAGO o total pago da parcela.
      ******************************************************************
           TRATAR-PAGAMENTO.
               IF PARC-SITUACAO = "B" THEN
                   PERFORM REGISTRAR-RECUPERACAO
               ELSE
                   PERFORM BAIXAR-PARCELA-ABERTA
               END-IF.

           BAIXAR-PARCELA-ABERTA.
               IF PARC-SITUACAO NOT = "A" AND NOT = "C" THEN
                   MOVE "PARCELA JA BAIXADA" TO WS-CRIT-MOTIVO
                   PERFORM GRAVAR-CRITICA-RETORNO
               ELSE
                   MOVE "N" TO WS-PARCELA-CEDIDA
                   IF PARC-SITUACAO = "C" THEN
                       MOVE "S" TO WS-PARCELA-CEDIDA
                   END-IF
                   PERFORM APURAR-VALOR-DEVIDO
                   MOVE RET-DATA-PGTO  TO PARC-DATA-PGTO
                   ADD  RET-VALOR-PAGO TO PARC-VALOR-PAGO
                               PARC-NUMERO " DO CONTRATO "
                               PARC-CONTRATO " - STATUS "
                               WS-PARCELAS-STATUS
                       NOT INVALID KEY
                           IF WS-PARCELA-CEDIDA = "S"
                               PERFORM REGISTRAR-REPASSE
                           END-IF
                   END-REWRITE
               END-IF.

      ******************************************************************
      * Recebimento de parcela cedida: vai para o repasse ao fundo
      * com o lote e o cessionario da cessao em vigor.
      ******************************************************************
           REGISTRAR-REPASSE.
               MOVE 0      TO WS-RDT-LOTE
               MOVE SPACES TO WS-RDT-CESSIONARIO
               IF WS-CESSOES-ABERTO = "S" THEN
                   MOVE RET-CONTRATO TO CES-CONTRATO
                   READ ARQ-CESSOES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CES-LOTE        TO WS-RDT-LOTE
                           MOVE CES-CESSIONARIO TO WS-RDT-CESSIONARIO
                   END-READ
               END-IF
               IF WS-RDT-LOTE = 0 THEN
                   DISPLAY "CESSAO DO CONTRATO " RET-CONTRATO
                       " NAO LOCALIZADA - REPASSE SEM LOTE"
               END-IF
               MOVE RET-CONTRATO   TO WS-RDT-CONTRATO
               MOVE RET-PARCELA    TO WS-RDT-PARCELA
               MOVE RET-DATA-PGTO  TO WS-RDT-DATA-PGTO
               MOVE RET-VALOR-PAGO TO WS-RDT-VALOR
               MOVE PARC-SITUACAO  TO WS-RDT-SITUACAO
               MOVE WS-REPASSE-DETALHE TO REPASSE-REC
               WRITE REPASSE-REC
               ADD 1 TO WS-TOTAL-REPASSES
               ADD RET-VALOR-PAGO TO WS-VLR-REPASSE.

      ******************************************************************
      * Recuperacao de credito: a parcela continua "B" (o contrato
      * segue baixado para prejuizo); data e valor pago acumulam na
      * parcela como no pagamento normal e o recebimento e gravado
      * em RECUPERACOES.DAT para a contabilidade e o relatorio
      * mensal.
      ******************************************************************
           REGISTRAR-RECUPERACAO.
               MOVE RET-DATA-PGTO  TO PARC-DATA-PGTO
               ADD  RET-VALOR-PAGO TO PARC-VALOR-PAGO
               REWRITE PARCELA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PARCELA "
                           PARC-NUMERO " DO CONTRATO "
                           PARC-CONTRATO " - STATUS "
                           WS-PARCELAS-STATUS
                   NOT INVALID KEY
                       MOVE SPACES         TO RECUPERACAO-REC
                       MOVE RET-CONTRATO   TO REC-CONTRATO
                       MOVE RET-PARCELA    TO REC-PARCELA
                       MOVE RET-DATA-PGTO  TO REC-DATA-PGTO
                       MOVE RET-VALOR-PAGO TO REC-VALOR
                       MOVE WS-DATA-HOJE   TO REC-DATA-MOVIMENTO
                       WRITE RECUPERACAO-REC
                       ADD 1 TO WS-TOTAL-RECUPERADAS
                       ADD RET-VALOR-PAGO TO WS-VLR-RECUPERADO
               END-REWRITE.

      ******************************************************************
      * Valor devido na data do pagamento, sempre sobre o saldo em
      * aberto (valor menos o ja pago) - a mesma base da
               CLOSE ARQ-INADIMPLENCIA.

           APURAR-PARCELA.
               IF (PARC-SITUACAO = "A" OR "C")
                  AND PARC-VENCIMENTO < WS-DATA-HOJE
                  AND PARC-VENCIMENTO > 0
                   IF PARC-CONTRATO NOT = WS-CONTRATO-ANTERIOR
