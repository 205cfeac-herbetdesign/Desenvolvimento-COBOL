           CONFERIR-UM-CONTRATO.
               MOVE CART-CONTRATO TO WS-CONTRATO-ATUAL
               PERFORM LEVANTAR-PARCELAS-CONTRATO
               IF (CART-SITUACAO = "A" OR "C")
                  AND WS-QTD-PARC-CONTRATO = 0
                   MOVE 1 TO WS-MOTIVO
                   MOVE 0 TO WS-DIV-PARCELA
               ELSE
                   ADD 1 TO WS-QTD-PARC-CONTRATO
                   ADD PARC-VALOR TO WS-SOMA-PARCELAS
                   IF PARC-SITUACAO = "A" OR "C"
                       ADD 1 TO WS-QTD-PARC-ABERTAS
                   END-IF
               END-IF.
