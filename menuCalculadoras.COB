      * Purpose: Menu principal que reune a CALCULADORA, a
      *          CalculadoraEmprestimo e a MANUTENCAO-CARTEIRA num
      *          unico ponto de entrada, chamando cada uma como
      *          subprograma via CALL. O operador se autentica uma
      *          vez na entrada do menu (AUTENTICAR-OPERADOR) e a
      *          sessao vale para os programas chamados; a opcao que o
      *          perfil nao permite e recusada ja aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OPCAO           PIC 9(1) VALUE 0.
       01 WS-SAIR            PIC X(1) VALUE "N".

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
            DISPLAY "MENU CALCULADORAS".
            DISPLAY "**************************************".

            MOVE "E"                TO SES-FUNCAO
            MOVE "MENU-CALCULADORA" TO SES-PROGRAMA
            MOVE 0                  TO SES-OPCAO
            CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
            IF SES-RESULTADO NOT = "S" THEN
                DISPLAY "ENCERRANDO MENU CALCULADORAS."
                STOP RUN
            END-IF.

            PERFORM UNTIL WS-SAIR = "S"
                DISPLAY " "
                DISPLAY "1 - CALCULADORA BASICA"
                DISPLAY "ESCOLHA UMA OPCAO: "
                ACCEPT WS-OPCAO

                MOVE "V"      TO SES-FUNCAO
                MOVE WS-OPCAO TO SES-OPCAO
                CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
                IF SES-RESULTADO = "S" THEN
                    EVALUATE WS-OPCAO
                        WHEN 1
                            CALL "CALCULADORA"
                        WHEN 2
                            CALL "CalculadoraEmprestimo"
                        WHEN 3
                            CALL "MANUTENCAO-CARTEIRA"
                        WHEN 4
                            MOVE "S" TO WS-SAIR
                        WHEN OTHER
                            DISPLAY "OPCAO INVALIDA. ESCOLHA 1, 2, 3 "
                                "OU 4."
                    END-EVALUATE
                END-IF
            END-PERFORM.

            MOVE "F" TO SES-FUNCAO
            CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

            DISPLAY "ENCERRANDO MENU CALCULADORAS.".
            STOP RUN.
       END PROGRAM MENU-CALCULADORAS.
