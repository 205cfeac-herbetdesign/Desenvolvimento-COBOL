      *          nova encerrando a anterior na vespera) e inativa
      *          (encerra a vigencia) taxas por tipo e prazo, alem de
      *          consultar que taxa vigia numa data qualquer, para
      *          responder contestacao de cliente. Linha pos-fixada
      *          leva o indexador (CDI ou IPCA) e a taxa e o spread
      *          sobre o indice. A tabela inteira e
      *          carregada em memoria e regravada a cada alteracao, e
      *          toda operacao deixa trilha na AUDITORIA.DAT como nos
      *          demais programas de manutencao. O operador se
      *          autentica pela AUTENTICAR-OPERADOR e cada opcao e
      *          conferida contra o perfil dele antes de executar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-BUSCA-TIPO          PIC X(4) VALUE SPACES.
       01  WS-BUSCA-PRAZO         PIC 9(3) VALUE 0.
       01  WS-NOVA-TAXA           PIC 9(4)V99 VALUE 0.
       01  WS-NOVO-INDEXADOR      PIC X(4) VALUE SPACES.
       01  WS-NOVO-INICIO         PIC 9(8) VALUE 0.
       01  WS-DATA-FIM            PIC 9(8) VALUE 0.
       01  WS-DATA-CONSULTA       PIC 9(8) VALUE 0.
               10 WS-TX-VALOR     PIC 9(4)V99.
               10 WS-TX-INICIO    PIC 9(8).
               10 WS-TX-FIM       PIC 9(8).
               10 WS-TX-INDEXADOR PIC X(4).

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(5)  VALUE "TIPO ".
           05 WS-AUDIT-ACAO        PIC X(10).
           05 FILLER               PIC X(5)  VALUE " VIG ".
           05 WS-AUDIT-VIGENCIA    PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDIT-INDEXADOR   PIC X(4).

           COPY SESSAOOPER.

       PROCEDURE DIVISION.
           DISPLAY "MANUTENCAO DA TABELA DE TAXAS".
           DISPLAY "**************************************".

           MOVE "E"               TO SES-FUNCAO
           MOVE "MANUTENCAO-TAX"  TO SES-PROGRAMA
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
                           PERFORM INCLUIR-TAXA
                       WHEN 2
                           PERFORM ALTERAR-TAXA
                       WHEN 3
                           PERFORM INATIVAR-TAXA
                       WHEN 4
                           PERFORM CONSULTAR-TAXA
                       WHEN 5
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 5."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

           CARREGAR-TABELA-TAXAS.
               MOVE "N" TO WS-TAXAS-FIM
               MOVE 0   TO WS-TOTAL-TAXAS
      ******************************************************************
      * Registro antigo, anterior ao controle de vigencia, vem sem as
      * datas (espacos na leitura): entra valendo desde sempre e sem
      * data de fim, e sem indexador (prefixado). Na regravacao sai
      * ja no leiaute novo.
      ******************************************************************
           GUARDAR-TAXA.
               MOVE TAXA-TIPO  TO WS-TX-TIPO(WS-TX-IDX)
                   MOVE TAXA-FIM TO WS-TX-FIM(WS-TX-IDX)
               ELSE
                   MOVE 0 TO WS-TX-FIM(WS-TX-IDX)
               END-IF
               MOVE TAXA-INDEXADOR TO WS-TX-INDEXADOR(WS-TX-IDX).

           PEDIR-TIPO-PRAZO.
               DISPLAY "DIGITE O TIPO DE EMPRESTIMO: "
                       MOVE WS-TX-VALOR(WS-TX-IDX) TO WS-DISP-TAXA
                       DISPLAY "TAXA VIGENTE: " WS-DISP-TAXA
                           " % AO MES"
                       IF WS-TX-INDEXADOR(WS-TX-IDX) NOT = SPACES
                           DISPLAY "POS-FIXADA - INDEXADOR "
                               WS-TX-INDEXADOR(WS-TX-IDX)
                       END-IF
                       PERFORM PEDIR-NOVA-VIGENCIA
                       IF WS-CONFIRMA = "S" THEN
                           IF WS-NOVO-INICIO <=
                   END-IF
               END-IF.

      ******************************************************************
      * Linha pos-fixada: o indexador tem de ser um dos indices com
      * que a CORRECAO-INDICE trabalha (CDI ou IPCA, conferidos aqui
      * pela lista fixa; "PRE" vale como branco) e a taxa digitada e
      * o spread sobre ele. A variacao de cada competencia so e
      * exigida na INDICES.DAT quando a correcao roda.
      ******************************************************************
           PEDIR-NOVA-VIGENCIA.
               DISPLAY "DIGITE O INDEXADOR (CDI/IPCA) OU BRANCO PARA "
                   "LINHA PREFIXADA: "
               MOVE SPACES TO WS-NOVO-INDEXADOR
               ACCEPT WS-NOVO-INDEXADOR
               IF WS-NOVO-INDEXADOR = "PRE" THEN
                   MOVE SPACES TO WS-NOVO-INDEXADOR
               END-IF
               IF WS-NOVO-INDEXADOR NOT = SPACES
                  AND WS-NOVO-INDEXADOR NOT = "CDI"
                  AND WS-NOVO-INDEXADOR NOT = "IPCA"
                   DISPLAY "INDEXADOR INVALIDO - USE CDI, IPCA OU "
                       "BRANCO"
                   MOVE "N" TO WS-CONFIRMA
               ELSE
                   IF WS-NOVO-INDEXADOR = SPACES THEN
                       DISPLAY "DIGITE A TAXA (% AO MES): "
                   ELSE
                       DISPLAY "DIGITE O SPREAD SOBRE O "
                           WS-NOVO-INDEXADOR " (% AO MES): "
                   END-IF
                   ACCEPT WS-NOVA-TAXA
                   DISPLAY "DIGITE O INICIO DA VIGENCIA (AAAAMMDD) "
                       "OU 0 PARA HOJE: "
                   ACCEPT WS-NOVO-INICIO
                   IF WS-NOVO-INICIO = 0 THEN
                       MOVE WS-DATA-HOJE TO WS-NOVO-INICIO
                   END-IF
                   DISPLAY "CONFIRMA? (S/N) "
                   ACCEPT WS-CONFIRMA
               END-IF.

      ******************************************************************
      * So e chamado depois de validado que o inicio novo e posterior
                   MOVE WS-NOVA-TAXA   TO WS-TX-VALOR(WS-TX-IDX)
                   MOVE WS-NOVO-INICIO TO WS-TX-INICIO(WS-TX-IDX)
                   MOVE 0              TO WS-TX-FIM(WS-TX-IDX)
                   MOVE WS-NOVO-INDEXADOR
                       TO WS-TX-INDEXADOR(WS-TX-IDX)
               ELSE
                   DISPLAY "TABELA DE TAXAS CHEIA - RODE O EXPURGO "
                       "DAS VIGENCIAS ENCERRADAS"
                       ELSE
                           MOVE WS-TX-VALOR(WS-TX-IDX)
                               TO WS-NOVA-TAXA
                           MOVE WS-TX-INDEXADOR(WS-TX-IDX)
                               TO WS-NOVO-INDEXADOR
                           MOVE WS-DATA-FIM TO WS-TX-FIM(WS-TX-IDX)
                           MOVE WS-DATA-FIM TO WS-NOVO-INICIO
                           PERFORM REGRAVAR-TABELA
                       MOVE "S" TO WS-ACHOU
                       MOVE WS-TX-VALOR(WS-TX-IDX) TO WS-DISP-TAXA
                       MOVE WS-TX-VALOR(WS-TX-IDX) TO WS-NOVA-TAXA
                       MOVE WS-TX-INDEXADOR(WS-TX-IDX)
                           TO WS-NOVO-INDEXADOR
                       DISPLAY "TAXA VIGENTE EM " WS-DATA-CONSULTA
                           ": " WS-DISP-TAXA " % AO MES"
                       IF WS-NOVO-INDEXADOR NOT = SPACES
                           DISPLAY "POS-FIXADA - SPREAD SOBRE O "
                               WS-NOVO-INDEXADOR
                       END-IF
                       DISPLAY "VIGENCIA DE "
                           WS-TX-INICIO(WS-TX-IDX) " A "
                           WS-TX-FIM(WS-TX-IDX) " (0 = EM ABERTO)"
                   MOVE WS-TX-VALOR(WS-TX-IDX)  TO TAXA-VALOR
                   MOVE WS-TX-INICIO(WS-TX-IDX) TO TAXA-INICIO
                   MOVE WS-TX-FIM(WS-TX-IDX)    TO TAXA-FIM
                   MOVE WS-TX-INDEXADOR(WS-TX-IDX)
                       TO TAXA-INDEXADOR
                   WRITE TAXA-REC
               END-PERFORM
               CLOSE ARQ-TAXAS.
               MOVE WS-BUSCA-PRAZO        TO WS-AUDIT-PRAZO
               MOVE WS-NOVA-TAXA          TO WS-AUDIT-TAXA
               MOVE WS-NOVO-INICIO        TO WS-AUDIT-VIGENCIA
               MOVE WS-NOVO-INDEXADOR     TO WS-AUDIT-INDEXADOR

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
