      *          os contratos dele na CARTEIRA.DAT e compara com o
      *          limite de credito cadastrado. Toda operacao deixa
      *          trilha na AUDITORIA.DAT, nos moldes da
      *          MANUTENCAO-CARTEIRA. O operador se autentica pela
      *          AUTENTICAR-OPERADOR e cada opcao e conferida contra o
      *          perfil dele antes de executar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER               PIC X(5)  VALUE " LIM ".
           05 WS-AUDIT-LIMITE      PIC Z(10)9,99.

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
           DISPLAY "MANUTENCAO DO CADASTRO DE CLIENTES".
           DISPLAY "**************************************".
           MOVE "N" TO WS-SAIR.

           MOVE "E"               TO SES-FUNCAO
           MOVE "MANUTENCAO-CLI"  TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           OPEN I-O ARQ-CLIENTES
           IF WS-CLIENTES-STATUS = "35" THEN
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM INCLUIR-CLIENTE
                       WHEN 2
                           PERFORM CONSULTAR-CLIENTE
                       WHEN 3
                           PERFORM ALTERAR-CLIENTE
                       WHEN 4
                           PERFORM INATIVAR-CLIENTE
                       WHEN 5
                           PERFORM POSICAO-ENDIVIDAMENTO
                       WHEN 6
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 6."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ARQ-CLIENTES.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

           LOCALIZAR-CLIENTE.
               MOVE "N" TO WS-CLIENTE-ACHADO
               DISPLAY "DIGITE O CPF/CNPJ DO CLIENTE: "
      * Posicao de endividamento: levanta os contratos ativos do
      * cliente na CARTEIRA.DAT pelo CART-DOCUMENTO e soma o saldo em
      * aberto (parcelas com situacao "A") de todos eles em
      * PARCELAS.DAT, comparando o total com o limite de credito.
      * Contrato cedido a FIDC ("C") entra como ativo: o cliente
      * continua devendo as parcelas cedidas. E a
      * resposta da pergunta da supervisao: quanto o cliente deve
      * somando todos os contratos e se estourou o limite.
      ******************************************************************

           GUARDAR-CONTRATO-CLIENTE.
               IF CART-DOCUMENTO = WS-DOCUMENTO-BUSCA
                  AND (CART-SITUACAO = "A" OR "C")
                  AND WS-QTD-CONTRATOS < 100
                   ADD 1 TO WS-QTD-CONTRATOS
                   SET WS-CTR-IDX TO WS-QTD-CONTRATOS
               END-IF.

           SOMAR-PARCELA-CLIENTE.
               IF PARC-SITUACAO = "A" OR "C" THEN
                   MOVE "N" TO WS-CONTRATO-DO-CLIENTE
                   PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-QTD-CONTRATOS
