      *          checkpoint com a quantidade ja processada, de
      *          forma que uma reexecucao apos uma parada no meio do
      *          arquivo retome dali em vez de recalcular tudo.
      *          Proposta com montante acima da alcada do perfil do
      *          operador que a digitou (OPERADORES.DAT/ALCADAS.DAT)
      *          nao gera contrato: vai para PENDENCIAS.DAT e sai no
      *          resultado com status "P", aguardando a
      *          APROVACAO-CONCESSAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT ARQ-ALCADAS ASSIGN TO "ALCADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCADAS-STATUS.

           SELECT ARQ-PENDENCIAS ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT ARQ-CONTROLE-PEND
               ASSIGN TO "PENDENCIAS-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-OPERADORES.
           COPY OPERADORREC.

       FD  ARQ-ALCADAS.
           COPY ALCADAREC.

       FD  ARQ-PENDENCIAS.
           COPY PENDENCIAREC.

       FD  ARQ-CONTROLE-PEND.
       01  CONTROLE-PEND-REC.
           05 CTRL-ULTIMA-PENDENCIA PIC 9(7).

       FD  ARQ-CHECKPOINT.
       01  CKP-REC.
           05 CKP-TOTAL-PROCESSADO PIC 9(7).
       01  WS-TIPO-EMPRESTIMO     PIC X(4) VALUE SPACES.
       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-TAXA-ENCONTRADA     PIC X(1) VALUE "N".
       01  WS-INDEXADOR           PIC X(4) VALUE SPACES.
       01  WS-MOEDA               PIC X(3) VALUE "BRL".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-DOCUMENTO           PIC 9(14) VALUE 0.
               10 WS-TX-VALOR     PIC 9(4)V99.
               10 WS-TX-INICIO    PIC 9(8).
               10 WS-TX-FIM       PIC 9(8).
               10 WS-TX-INDEXADOR PIC X(4).

       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-RESULT-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CONTROLE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-OPERADORES-STATUS   PIC X(2) VALUE SPACES.
       01  WS-ALCADAS-STATUS      PIC X(2) VALUE SPACES.
       01  WS-PENDENCIAS-STATUS   PIC X(2) VALUE SPACES.
       01  WS-CTRL-PEND-STATUS    PIC X(2) VALUE SPACES.
       01  WS-NUM-CONTRATO        PIC 9(7) VALUE 0.
       01  WS-NUM-PENDENCIA       PIC 9(7) VALUE 0.

      ******************************************************************
      * Alcadas por perfil, carregadas de ALCADAS.DAT no inicio do
      * lote. O perfil vem do cadastro do operador da proposta;
      * operador fora do cadastro ou nao ativo e perfil sem alcada
      * ficam com alcada zero, e a proposta vai para a aprovacao.
      ******************************************************************
       01  WS-OPERADORES-OK       PIC X(1) VALUE "N".
       01  WS-ALCADAS-FIM         PIC X(1) VALUE "N".
       01  WS-TOTAL-ALCADAS       PIC 9(2) VALUE 0.
       01  WS-TABELA-ALCADAS.
           05 WS-ALC-OCR OCCURS 20 TIMES INDEXED BY WS-ALC-IDX.
               10 WS-ALC-PERFIL   PIC X(10).
               10 WS-ALC-LIMITE   PIC 9(11)V99.
       01  WS-ALCADA              PIC 9(11)V99 VALUE 0.
       01  WS-PERFIL-OPERADOR     PIC X(10) VALUE SPACES.
       01  WS-PENDENTE            PIC X(1) VALUE "N".
       01  WS-QTD-PENDENTES       PIC 9(7) VALUE 0.

       01  WS-SALDO-DEVEDOR       PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-INICIAL       PIC 9(9)V99 VALUE 0.

           PERFORM CARREGAR-TABELA-TAXAS.
           PERFORM ABRIR-CLIENTES.
           PERFORM ABRIR-OPERADORES.
           PERFORM CARREGAR-ALCADAS.
           PERFORM LER-CHECKPOINT.

           IF WS-TOTAL-PROCESSADO > 0
               IF WS-PARCELAS-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-PARCELAS
               END-IF
               OPEN EXTEND ARQ-PENDENCIAS
               IF WS-PENDENCIAS-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-PENDENCIAS
               END-IF

               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-PROPOSTAS
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-CARTEIRA
               CLOSE ARQ-PARCELAS
               CLOSE ARQ-PENDENCIAS

               MOVE 0 TO WS-TOTAL-PROCESSADO
               PERFORM GRAVAR-CHECKPOINT
           IF WS-CLIENTES-OK = "S" THEN
               CLOSE ARQ-CLIENTES
           END-IF.
           IF WS-OPERADORES-OK = "S" THEN
               CLOSE ARQ-OPERADORES
           END-IF.

           IF WS-ARQUIVO-OK = "S" THEN
               MOVE WS-SOMA-APURADA TO WS-DISP-SOMA
           END-IF.
           DISPLAY "PROPOSTAS PROCESSADAS NESTA EXECUCAO: "
               WS-LIDOS-NESTA-EXEC.
           DISPLAY "PENDENTES DE APROVACAO NESTA EXECUCAO: "
               WS-QTD-PENDENTES.
           STOP RUN.

           ABRIR-CLIENTES.
                   MOVE "S" TO WS-CLIENTES-OK
               END-IF.

           ABRIR-OPERADORES.
               OPEN INPUT ARQ-OPERADORES
               IF WS-OPERADORES-STATUS = "35" THEN
                   MOVE "N" TO WS-OPERADORES-OK
                   DISPLAY "OPERADORES.DAT NAO ENCONTRADO - TODA "
                       "CONCESSAO SUJEITA A APROVACAO"
               ELSE
                   MOVE "S" TO WS-OPERADORES-OK
               END-IF.

           CARREGAR-ALCADAS.
               OPEN INPUT ARQ-ALCADAS
               IF WS-ALCADAS-STATUS = "35" THEN
                   DISPLAY "ALCADAS.DAT NAO ENCONTRADO - TODA "
                       "CONCESSAO SUJEITA A APROVACAO"
               ELSE
                   PERFORM UNTIL WS-ALCADAS-FIM = "S"
                       READ ARQ-ALCADAS
                           AT END
                               MOVE "S" TO WS-ALCADAS-FIM
                           NOT AT END
                               IF WS-TOTAL-ALCADAS < 20
                                   ADD 1 TO WS-TOTAL-ALCADAS
                                   SET WS-ALC-IDX TO WS-TOTAL-ALCADAS
                                   MOVE ALC-PERFIL
                                       TO WS-ALC-PERFIL(WS-ALC-IDX)
                                   MOVE ALC-LIMITE
                                       TO WS-ALC-LIMITE(WS-ALC-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALCADAS
               END-IF.

           BUSCAR-ALCADA.
               MOVE 0      TO WS-ALCADA
               MOVE SPACES TO WS-PERFIL-OPERADOR
               IF WS-OPERADORES-OK = "S" THEN
                   MOVE WS-OPERADOR-ID TO OPER-ID
                   READ ARQ-OPERADORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPER-SITUACAO = "A" THEN
                               MOVE OPER-PERFIL TO WS-PERFIL-OPERADOR
                           END-IF
                   END-READ
               END-IF
               IF WS-PERFIL-OPERADOR NOT = SPACES THEN
                   PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                       UNTIL WS-ALC-IDX > WS-TOTAL-ALCADAS
                       IF WS-ALC-PERFIL(WS-ALC-IDX) =
                          WS-PERFIL-OPERADOR
                           MOVE WS-ALC-LIMITE(WS-ALC-IDX) TO WS-ALCADA
                       END-IF
                   END-PERFORM
               END-IF.

      ******************************************************************
      * A critica ja recusa proposta de cliente nao cadastrado, mas a
      * concessao confere de novo: entre a critica e o lote o cliente
                   MOVE "N" TO WS-CONCESSAO-OK
               END-IF

               MOVE "N" TO WS-PENDENTE
               IF WS-CONCESSAO-OK = "S" THEN
                   PERFORM BUSCAR-ALCADA
                   IF MONTANTE-EMP > WS-ALCADA THEN
                       MOVE "S" TO WS-PENDENTE
                   END-IF
               END-IF

               IF WS-TAXA-ENCONTRADA = "S" THEN
                   MOVE TX-JUROS TO WS-AUDIT-TX-JUROS
                   COMPUTE WS-TX-JUROS-PCT = TX-JUROS / 100
               MOVE WS-AUDIT-TX-JUROS TO RESULT-TX-JUROS
               MOVE PRESTACAO-MEN   TO RESULT-PRESTACAO
               MOVE WS-MOEDA        TO RESULT-MOEDA
               IF WS-PENDENTE = "S" THEN
                   MOVE "P" TO RESULT-STATUS
               ELSE
                   MOVE WS-CONCESSAO-OK TO RESULT-STATUS
               END-IF
               MOVE WS-SISTEMA-AMORT TO RESULT-AMORTIZACAO
               MOVE WS-CET-MENSAL   TO RESULT-CET
               MOVE WS-DATA-HOJE    TO RESULT-DATA

               PERFORM GRAVAR-AUDITORIA

               IF WS-PENDENTE = "S"
                   PERFORM GRAVAR-PENDENCIA
               ELSE
                   IF WS-CONCESSAO-OK = "S"
                       PERFORM GRAVAR-CARTEIRA
                       PERFORM GRAVAR-PARCELAS
                   END-IF
               END-IF

               IF FUNCTION MOD(WS-LIDOS-NESTA-EXEC, WS-INTERVALO-CKP)
               MOVE 0                     TO CART-DATA-LIQ
               MOVE 0                     TO CART-VALOR-LIQ
               MOVE 0                     TO CART-CONTRATO-ORIGEM
               MOVE 0                     TO CART-ETAPA-COBRANCA
               MOVE 0                     TO CART-DATA-PREJUIZO
               MOVE 0                     TO CART-VALOR-PREJUIZO
               MOVE WS-INDEXADOR          TO CART-INDEXADOR
               MOVE 0                     TO CART-COMP-CORRECAO
               WRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO "
                           WS-CARTEIRA-STATUS
               END-WRITE.

      ******************************************************************
      * Proposta acima da alcada fica em PENDENCIAS.DAT, com taxa,
      * prestacao e CET ja calculados, sem carteira nem parcelas.
      ******************************************************************
           GRAVAR-PENDENCIA.
               ADD 1 TO WS-QTD-PENDENTES
               PERFORM OBTER-NUMERO-PENDENCIA
               MOVE SPACES                TO PENDENCIA-REC
               MOVE WS-NUM-PENDENCIA      TO PEND-NUMERO
               MOVE WS-DATA-HOJE          TO PEND-DATA
               MOVE "EMPRESTIMO-LOTE"     TO PEND-ORIGEM
               MOVE WS-OPERADOR-ID        TO PEND-OPERADOR
               MOVE WS-DOCUMENTO          TO PEND-DOCUMENTO
               MOVE WS-TIPO-EMPRESTIMO    TO PEND-TIPO
               MOVE MONTANTE-EMP          TO PEND-MONTANTE
               MOVE NUM-PARCELAS          TO PEND-PARCELAS
               MOVE WS-MOEDA              TO PEND-MOEDA
               MOVE WS-SISTEMA-AMORT      TO PEND-AMORTIZACAO
               MOVE TX-JUROS              TO PEND-TAXA
               MOVE PRESTACAO-MEN         TO PEND-PRESTACAO
               MOVE WS-CET-MENSAL         TO PEND-CET
               MOVE "P"                   TO PEND-SITUACAO
               MOVE 0                     TO PEND-DATA-DECISAO
               MOVE 0                     TO PEND-CONTRATO
               WRITE PENDENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA "
                           WS-NUM-PENDENCIA " - STATUS "
                           WS-PENDENCIAS-STATUS
               END-WRITE.

           OBTER-NUMERO-PENDENCIA.
               OPEN INPUT ARQ-CONTROLE-PEND
               IF WS-CTRL-PEND-STATUS = "35" THEN
                   MOVE 0 TO WS-NUM-PENDENCIA
               ELSE
                   READ ARQ-CONTROLE-PEND
                       AT END
                           MOVE 0 TO WS-NUM-PENDENCIA
                       NOT AT END
                           MOVE CTRL-ULTIMA-PENDENCIA
                               TO WS-NUM-PENDENCIA
                   END-READ
                   CLOSE ARQ-CONTROLE-PEND
               END-IF
               ADD 1 TO WS-NUM-PENDENCIA
               OPEN OUTPUT ARQ-CONTROLE-PEND
               MOVE WS-NUM-PENDENCIA TO CTRL-ULTIMA-PENDENCIA
               WRITE CONTROLE-PEND-REC
               CLOSE ARQ-CONTROLE-PEND.

           GRAVAR-PARCELAS.
               MOVE MONTANTE-EMP TO WS-SALDO-DEVEDOR
               MOVE 0 TO WS-PARCELA-NUM
      ******************************************************************
      * Seleciona a taxa do tipo/prazo vigente na data da operacao:
      * inicio de vigencia menor ou igual a data e fim zero ou maior
      * ou igual a data. Linha pos-fixada traz o indexador, que vai
      * para o contrato; a taxa dela e o spread sobre o indice.
      ******************************************************************
           BUSCAR-TAXA.
               MOVE "N" TO WS-TAXA-ENCONTRADA
               MOVE SPACES TO WS-INDEXADOR
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TOTAL-TAXAS
                      OR WS-TAXA-ENCONTRADA = "S"
                      AND (WS-TX-FIM(WS-TX-IDX) = 0
                           OR WS-TX-FIM(WS-TX-IDX) >= WS-DATA-HOJE)
                       MOVE WS-TX-VALOR(WS-TX-IDX) TO TX-JUROS
                       MOVE WS-TX-INDEXADOR(WS-TX-IDX) TO WS-INDEXADOR
                       MOVE "S" TO WS-TAXA-ENCONTRADA
                   END-IF
               END-PERFORM.
                   MOVE TAXA-FIM TO WS-TX-FIM(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-FIM(WS-TX-IDX)
               END-IF
               MOVE TAXA-INDEXADOR TO WS-TX-INDEXADOR(WS-TX-IDX).

           LER-CHECKPOINT.
               OPEN INPUT ARQ-CHECKPOINT
                       MOVE "ERRO TAXA"        TO AUDIT-RESULTADO
                   WHEN WS-CLIENTE-OK NOT = "S"
                       MOVE "ERRO CLIENTE"     TO AUDIT-RESULTADO
                   WHEN WS-PENDENTE = "S"
                       MOVE "PENDENTE APROVACAO" TO AUDIT-RESULTADO
                   WHEN OTHER
                       MOVE WS-AUDIT-RESULTADO TO AUDIT-RESULTADO
               END-EVALUATE
