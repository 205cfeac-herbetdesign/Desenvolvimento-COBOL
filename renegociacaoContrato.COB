      *          em aberto sao baixadas com situacao "R" e o contrato
      *          antigo marcado "R", com o numero do contrato de
      *          origem amarrado no registro novo. Toda renegociacao
      *          deixa trilha na AUDITORIA.DAT. So entra operador
      *          autenticado pela AUTENTICAR-OPERADOR com perfil que
      *          permita renegociar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-ANT-TIPO         PIC X(4).
           05 WS-ANT-MOEDA        PIC X(3).
           05 WS-ANT-DOCUMENTO    PIC 9(14).
           05 WS-ANT-INDEXADOR    PIC X(4).

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "CTR ".
           05 FILLER               PIC X(5)  VALUE " PAR ".
           05 WS-AUDIT-PRAZO       PIC ZZ9.

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
           DISPLAY "RENEGOCIACAO DE CONTRATO INADIMPLENTE".
           DISPLAY "**************************************".

           MOVE "E"               TO SES-FUNCAO
           MOVE "RENEGOCIACAO"    TO SES-PROGRAMA
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

                       MOVE CART-TIPO      TO WS-ANT-TIPO
                       MOVE CART-MOEDA     TO WS-ANT-MOEDA
                       MOVE CART-DOCUMENTO TO WS-ANT-DOCUMENTO
                       MOVE CART-INDEXADOR TO WS-ANT-INDEXADOR
                       PERFORM CONSOLIDAR-SALDO
                       IF WS-SALDO-CONSOLIDADO = 0 THEN
                           DISPLAY "CONTRATO SEM SALDO EM ABERTO - "
               MOVE 0                     TO CART-DATA-LIQ
               MOVE 0                     TO CART-VALOR-LIQ
               MOVE WS-CONTRATO-BUSCA     TO CART-CONTRATO-ORIGEM
               MOVE 0                     TO CART-ETAPA-COBRANCA
               MOVE 0                     TO CART-DATA-PREJUIZO
               MOVE 0                     TO CART-VALOR-PREJUIZO
               MOVE WS-ANT-INDEXADOR      TO CART-INDEXADOR
               MOVE 0                     TO CART-COMP-CORRECAO
               WRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO "
