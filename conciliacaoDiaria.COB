      *          correspondente (mesmo operador, montante e programa,
      *          descartando auditorias com resultado ERRO) e que todo
      *          resultado de lote com status "S" tem carteira
      *          gravada. Contrato efetivado pela
      *          APROVACAO-CONCESSAO casa com a auditoria de
      *          aprovacao, pelo digitador que consta do detalhe;
      *          proposta que ficou pendente de aprovacao (resultado
      *          "P") nao entra no cruzamento. As diferencas saem no
      *          relatorio de divergencias com totais, para a
      *          conferencia contabil assinar. Como cada programa abre
      *          e fecha a auditoria por conta propria, uma queda no
      *          meio do lote deixa exatamente o tipo de furo que
      *          este cruzamento aponta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-MONTANTE-EDIT       PIC Z(8)9,99.
       01  WS-AUD-ESTOURO         PIC X(1) VALUE "N".
       01  WS-CAR-ESTOURO         PIC X(1) VALUE "N".
       01  WS-AUD-CONCESSAO       PIC X(1) VALUE "N".

       01  WS-TOTAL-AUDITORIAS    PIC 9(5) VALUE 0.
       01  WS-TABELA-AUDITORIAS.
                   CLOSE ARQ-AUDITORIA
               END-IF.

      ******************************************************************
      * Concessao pendente de aprovacao nao grava carteira e fica de
      * fora. A aprovacao grava a carteira em nome do digitador, e e
      * ele (posicoes 47 a 54 do detalhe) que casa com o
      * CART-OPERADOR, nao o aprovador que assina a auditoria.
      ******************************************************************
           GUARDAR-AUDITORIA.
               MOVE "N" TO WS-AUD-CONCESSAO
               IF AUDIT-TIMESTAMP(1:8) = WS-DATA-HOJE(1:8)
                   EVALUATE TRUE
                       WHEN AUDIT-RESULTADO(1:4) = "ERRO"
                           CONTINUE
                       WHEN AUDIT-RESULTADO = "PENDENTE APROVACAO"
                           CONTINUE
                       WHEN AUDIT-PROGRAMA = "EMPRESTIMO"
                       WHEN AUDIT-PROGRAMA = "EMPRESTIMO-LOTE"
                           MOVE "S" TO WS-AUD-CONCESSAO
                       WHEN AUDIT-PROGRAMA = "APROVACAO-CONC"
                            AND AUDIT-RESULTADO = "APROVADA"
                           MOVE "S" TO WS-AUD-CONCESSAO
                   END-EVALUATE
               END-IF
               IF WS-AUD-CONCESSAO = "S"
                   IF WS-TOTAL-AUDITORIAS < 5000
                       ADD 1 TO WS-TOTAL-AUDITORIAS
                       SET WS-AUD-IDX TO WS-TOTAL-AUDITORIAS
                       IF AUDIT-PROGRAMA = "APROVACAO-CONC"
                           MOVE AUDIT-DETALHE(47:8) TO
                               WS-AUD-OPERADOR(WS-AUD-IDX)
                       ELSE
                           MOVE AUDIT-OPERADOR-ID TO
                               WS-AUD-OPERADOR(WS-AUD-IDX)
                       END-IF
                       MOVE AUDIT-PROGRAMA TO
                           WS-AUD-PROGRAMA(WS-AUD-IDX)
                       MOVE AUDIT-DETALHE(5:12) TO
