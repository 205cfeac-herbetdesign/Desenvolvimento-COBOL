               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

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
       FD  ARQ-AMORTIZACAO.
       FD  ARQ-TAXAS.
           COPY TAXAREC.

       FD  ARQ-ALCADAS.
           COPY ALCADAREC.

       FD  ARQ-PENDENCIAS.
           COPY PENDENCIAREC.

       FD  ARQ-CONTROLE-PEND.
       01  CONTROLE-PEND-REC.
           05 CTRL-ULTIMA-PENDENCIA PIC 9(7).

       WORKING-STORAGE SECTION.
       01  MONTANTE-EMP       PIC 9(9)V99 VALUE 0.
       01  TX-JUROS                PIC 9(4)V99 VALUE 0.
       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-TIPO-EMPRESTIMO     PIC X(4) VALUE SPACES.
       01  WS-TAXA-ENCONTRADA     PIC X(1) VALUE "N".
       01  WS-INDEXADOR           PIC X(4) VALUE SPACES.
       01  WS-DOCUMENTO           PIC 9(14) VALUE 0.
       01  WS-CLIENTE-OK          PIC X(1) VALUE "N".
       01  WS-MOEDA               PIC X(3) VALUE "BRL".
               10 WS-TX-VALOR     PIC 9(4)V99.
               10 WS-TX-INICIO    PIC 9(8).
               10 WS-TX-FIM       PIC 9(8).
               10 WS-TX-INDEXADOR PIC X(4).

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "VLR ".
       01 WS-CONTROLE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PARCELAS-STATUS PIC X(2) VALUE SPACES.
       01 WS-CLIENTES-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALCADAS-STATUS PIC X(2) VALUE SPACES.
       01 WS-PENDENCIAS-STATUS PIC X(2) VALUE SPACES.
       01 WS-CTRL-PEND-STATUS PIC X(2) VALUE SPACES.
       01 WS-DATA-HOJE      PIC 9(8) VALUE 0.
       01 WS-NUM-CONTRATO   PIC 9(7) VALUE 0.
       01 WS-DISP-CONTRATO  PIC Z(6)9.

      ******************************************************************
      * Alcada do perfil do operador autenticado, lida de ALCADAS.DAT:
      * montante acima dela vai para PENDENCIAS.DAT em vez de virar
      * contrato.
      ******************************************************************
       01 WS-ALCADA         PIC 9(11)V99 VALUE 0.
       01 WS-ALCADAS-FIM    PIC X(1) VALUE "N".
       01 WS-PENDENTE       PIC X(1) VALUE "N".
       01 WS-NUM-PENDENCIA  PIC 9(7) VALUE 0.

       01  WS-DATA-VENCIMENTO     PIC 9(8) VALUE 0.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENCIMENTO.
           05 WS-VENC-ANO         PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 WS-LD-SALDO-FIM     PIC ZZZ.ZZZ.ZZ9,99.

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
           DISPLAY "CALCULADORA DE EMPRESTIMOS".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE "N" TO WS-PENDENTE.

           MOVE "E"               TO SES-FUNCAO
           MOVE "EMPRESTIMO"      TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           MOVE "V"               TO SES-FUNCAO
           MOVE 1                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF.

           DISPLAY "DIGITE O CPF/CNPJ DO CLIENTE: ".
           ACCEPT WS-DOCUMENTO.
           DISPLAY "DIGITE O VALOR DO EMPRESTIMO: ".
                   WS-SIMBOLO-MOEDA WS-DISP-PRESTACAO
               MOVE WS-CET-MENSAL TO WS-DISP-CET
               DISPLAY "CET DO CONTRATO: " WS-DISP-CET " % AO MES"
               IF WS-INDEXADOR NOT = SPACES THEN
                   DISPLAY "LINHA POS-FIXADA: " WS-INDEXADOR
                       " + SPREAD, PARCELAS CORRIGIDAS PELO INDICE"
               END-IF

               PERFORM BUSCAR-ALCADA
               IF MONTANTE-EMP > WS-ALCADA THEN
                   PERFORM GRAVAR-PENDENCIA
               ELSE
                   PERFORM GRAVAR-CARTEIRA
                   PERFORM GERAR-TABELA-AMORTIZACAO
               END-IF
           ELSE
               MOVE 0 TO WS-AUDIT-TX-JUROS
               MOVE 0 TO PRESTACAO-MEN
                   MOVE TAXA-FIM TO WS-TX-FIM(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-FIM(WS-TX-IDX)
               END-IF
               MOVE TAXA-INDEXADOR TO WS-TX-INDEXADOR(WS-TX-IDX).

           RESOLVER-SIMBOLO-MOEDA.
               EVALUATE WS-MOEDA
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
                       MOVE "ERRO CLIENTE"     TO AUDIT-RESULTADO
                   WHEN WS-TAXA-ENCONTRADA NOT = "S"
                       MOVE "ERRO TAXA"        TO AUDIT-RESULTADO
                   WHEN WS-PENDENTE = "S"
                       MOVE "PENDENTE APROVACAO" TO AUDIT-RESULTADO
                   WHEN OTHER
                       MOVE WS-AUDIT-RESULTADO TO AUDIT-RESULTADO
               END-EVALUATE
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.

      ******************************************************************
      * Alcada do perfil da sessao. Sem ALCADAS.DAT ou sem registro
      * para o perfil a alcada fica zero e toda concessao vai para a
      * aprovacao.
      ******************************************************************
           BUSCAR-ALCADA.
               MOVE 0   TO WS-ALCADA
               MOVE "N" TO WS-ALCADAS-FIM
               OPEN INPUT ARQ-ALCADAS
               IF WS-ALCADAS-STATUS = "35" THEN
                   DISPLAY "ALCADAS.DAT NAO ENCONTRADO - "
                       "CONCESSAO SUJEITA A APROVACAO"
               ELSE
                   PERFORM UNTIL WS-ALCADAS-FIM = "S"
                       READ ARQ-ALCADAS
                           AT END
                               MOVE "S" TO WS-ALCADAS-FIM
                           NOT AT END
                               IF ALC-PERFIL = SES-PERFIL THEN
                                   MOVE ALC-LIMITE TO WS-ALCADA
                                   MOVE "S" TO WS-ALCADAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALCADAS
               END-IF.

      ******************************************************************
      * Proposta acima da alcada: nada vai para a CARTEIRA.DAT nem para
      * a PARCELAS.DAT. Fica em PENDENCIAS.DAT com taxa, prestacao e
      * CET ja calculados, aguardando a APROVACAO-CONCESSAO.
      ******************************************************************
           GRAVAR-PENDENCIA.
               MOVE "S" TO WS-PENDENTE
               PERFORM OBTER-NUMERO-PENDENCIA
               MOVE SPACES                TO PENDENCIA-REC
               MOVE WS-NUM-PENDENCIA      TO PEND-NUMERO
               MOVE WS-DATA-HOJE          TO PEND-DATA
               MOVE "EMPRESTIMO"          TO PEND-ORIGEM
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

               OPEN EXTEND ARQ-PENDENCIAS
               IF WS-PENDENCIAS-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-PENDENCIAS
               END-IF
               WRITE PENDENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PENDENCIA "
                           WS-NUM-PENDENCIA " - STATUS "
                           WS-PENDENCIAS-STATUS
               END-WRITE
               CLOSE ARQ-PENDENCIAS
               MOVE WS-NUM-PENDENCIA TO WS-DISP-CONTRATO
               DISPLAY "MONTANTE ACIMA DA ALCADA DO PERFIL "
                   SES-PERFIL
               DISPLAY "PROPOSTA NR " WS-DISP-CONTRATO
                   " PENDENTE DE APROVACAO - CONTRATO NAO GERADO".

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

           GRAVAR-CARTEIRA.
               PERFORM OBTER-NUMERO-CONTRATO
               MOVE SPACES                TO CARTEIRA-REC
               MOVE 0                     TO CART-DATA-LIQ
               MOVE 0                     TO CART-VALOR-LIQ
               MOVE 0                     TO CART-CONTRATO-ORIGEM
               MOVE 0                     TO CART-ETAPA-COBRANCA
               MOVE 0                     TO CART-DATA-PREJUIZO
               MOVE 0                     TO CART-VALOR-PREJUIZO
               MOVE WS-INDEXADOR          TO CART-INDEXADOR
               MOVE 0                     TO CART-COMP-CORRECAO

               OPEN EXTEND ARQ-CARTEIRA
               IF WS-CARTEIRA-STATUS = "35" THEN
