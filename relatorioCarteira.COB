      *          registros gravados em CARTEIRA.DAT pela
      *          CalculadoraEmprestimo e agrupa os saldos por faixa de
      *          dias desde a concessao (ate 30, 31 a 60, 61 a 90 e
      *          acima de 90 dias). Contratos baixados para
      *          prejuizo ("B") ou cedidos a FIDC ("C") ja sairam da
      *          carteira propria e ficam fora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CART-SITUACAO NOT = "B"
                              AND CART-SITUACAO NOT = "C"
                               PERFORM CLASSIFICAR-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM

