
       01 WS-RESULTADO-TELA PIC -(9)9.

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
            DISPLAY "CALCULADORA".
            DISPLAY "**************************************".

            MOVE "E"               TO SES-FUNCAO
            MOVE "CALCULADORA"     TO SES-PROGRAMA
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

            MOVE "S" TO WS-CONTINUAR.

            OPEN EXTEND ARQ-AUDITORIA.
