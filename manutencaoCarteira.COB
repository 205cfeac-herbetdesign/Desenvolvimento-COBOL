      *          saldo devedor atual (vencidas pelo valor atualizado
      *          com encargos), com opcao de gravar o extrato em
      *          EXTRATO-CONTRATO.DAT para entregar ao cliente.
      *          Contrato pos-fixado aparece com o indexador e a
      *          ultima competencia corrigida pela CORRECAO-INDICE; o
      *          extrato e a quitacao ja usam as parcelas corrigidas.
      *          Toda consulta e alteracao deixa trilha na
      *          AUDITORIA.DAT. O operador se autentica pela
      *          AUTENTICAR-OPERADOR e cada opcao e conferida contra o
      *          perfil dele antes de executar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER              PIC X(6)  VALUE " DATA ".
           05 WS-ET-DATA          PIC 9(8).

       01  WS-LINHA-EXT-INDICE.
           05 FILLER              PIC X(22)
               VALUE "POS-FIXADO INDEXADOR  ".
           05 WS-EI-INDEXADOR     PIC X(4).
           05 FILLER              PIC X(23)
               VALUE " CORRIGIDO ATE COMPET. ".
           05 WS-EI-COMPETENCIA   PIC 9(6).

       01  WS-LINHA-EXT-CAB.
           05 FILLER              PIC X(4)  VALUE "PAR ".
           05 FILLER              PIC X(11) VALUE "VENCIMENTO ".
           05 FILLER               PIC X(5)  VALUE " MOE ".
           05 WS-AUDIT-MOEDA       PIC X(3).

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
           DISPLAY "MANUTENCAO DA CARTEIRA DE EMPRESTIMOS".
           DISPLAY "**************************************".
           MOVE "N" TO WS-SAIR.

           MOVE "E"               TO SES-FUNCAO
           MOVE "MANUTENCAO-CART" TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM CONSULTAR-CONTRATO
                       WHEN 2
                           PERFORM CORRIGIR-CONTRATO
                       WHEN 3
                           PERFORM LIQUIDAR-CONTRATO
                       WHEN 4
                           PERFORM QUITAR-CONTRATO
                       WHEN 5
                           PERFORM EXTRATO-CONTRATO
                       WHEN 6
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 6."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ARQ-CARTEIRA.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

           LOCALIZAR-CONTRATO.
               MOVE "N" TO WS-CONTRATO-ACHADO
               DISPLAY "DIGITE O NUMERO DO CONTRATO: "
               DISPLAY "SITUACAO....: " CART-SITUACAO
               DISPLAY "AMORTIZACAO.: " CART-AMORTIZACAO
               MOVE CART-CET TO WS-DISP-CET
               DISPLAY "CET % AO MES: " WS-DISP-CET
               IF CART-INDEXADOR NOT = SPACES THEN
                   DISPLAY "INDEXADOR...: " CART-INDEXADOR
                       " (TAXA = SPREAD SOBRE O INDICE)"
                   DISPLAY "CORRIGIDO ATE COMPETENCIA: "
                       CART-COMP-CORRECAO
               END-IF.

           CONSULTAR-CONTRATO.
               PERFORM LOCALIZAR-CONTRATO
               MOVE WS-DATA-HOJE  TO WS-ET-DATA
               MOVE WS-LINHA-EXT-TITULO TO EXTRATO-REC
               WRITE EXTRATO-REC
               IF CART-INDEXADOR NOT = SPACES THEN
                   MOVE CART-INDEXADOR     TO WS-EI-INDEXADOR
                   MOVE CART-COMP-CORRECAO TO WS-EI-COMPETENCIA
                   MOVE WS-LINHA-EXT-INDICE TO EXTRATO-REC
                   WRITE EXTRATO-REC
               END-IF
               MOVE WS-LINHA-EXT-CAB TO EXTRATO-REC
               WRITE EXTRATO-REC.

                       WRITE EXTRATO-REC
                   END-IF
                   ADD PARC-VALOR-PAGO TO WS-EXT-TOTAL-PAGO
                   IF PARC-SITUACAO = "A" OR "C" THEN
                       ADD 1 TO WS-EXT-RESTANTES
                       PERFORM APURAR-VALOR-QUITACAO-ABERTO
                       ADD WS-ENC-ATUALIZADO TO WS-EXT-SALDO
