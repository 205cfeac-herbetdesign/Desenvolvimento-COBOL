      *          em aberto mais multa fixa e juros de mora pro rata
      *          die, na mesma regra do RETORNO-BANCO. O numero de
      *          controle da remessa e sequencial, mantido em
      *          REMESSA-CONTROLE.DAT. Parcela de contrato pos-fixado
      *          sai pelo valor corrigido pela CORRECAO-INDICE; se a
      *          correcao do mes anterior a competencia ainda nao foi
      *          aplicada ao contrato, a parcela fica fora da remessa
      *          e e apontada no console, com retorno 4. Parcela
      *          cedida a FIDC pela CESSAO-CARTEIRA ("C") segue na
      *          remessa como as em aberto - o recebimento e
      *          repassado ao fundo pelo RETORNO-BANCO - e e contada
      *          a parte no console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-REMESSA ASSIGN TO "REMESSA-COBRANCA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

      ******************************************************************
      * REMESSA-COBRANCA.DAT: arquivo entregue ao banco cobrador.
      * Tipo de registro na primeira posicao: "0" = header com numero
       WORKING-STORAGE SECTION.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CONTROLE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO         PIC 9(4).
           05 WS-COMP-MES         PIC 9(2).
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-NUM-REMESSA         PIC 9(7) VALUE 0.
       01  WS-TOTAL-LIDAS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-VALOR         PIC 9(13)V99 VALUE 0.
       01  WS-DISP-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      ******************************************************************
      * Contrato pos-fixado: a parcela que vence na competencia so
      * tem o valor certo depois que a CORRECAO-INDICE aplicou a
      * variacao do mes anterior. A situacao e apurada uma vez por
      * contrato, na primeira parcela dele.
      ******************************************************************
       01  WS-CARTEIRA-ABERTA     PIC X(1) VALUE "N".
       01  WS-CONTRATO-LIDO       PIC 9(7) VALUE 0.
       01  WS-CORRECAO-PENDENTE   PIC X(1) VALUE "N".
       01  WS-COMP-ANTERIOR       PIC 9(6) VALUE 0.
       01  WS-TOTAL-RETIDAS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-CEDIDAS       PIC 9(7) VALUE 0.

      ******************************************************************
      * Encargos de atraso sobre parcela vencida e nao paga: multa
      * fixa de 2% sobre o saldo em aberto e juros de mora de 1% ao
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A COBRAR"
           ELSE
               IF WS-COMP-MES = 1 THEN
                   COMPUTE WS-COMP-ANTERIOR =
                       (WS-COMP-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
               END-IF
               OPEN INPUT ARQ-CARTEIRA
               IF WS-CARTEIRA-STATUS = "35" THEN
                   DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - CORRECAO "
                       "DOS POS-FIXADOS NAO CONFERIDA"
               ELSE
                   MOVE "S" TO WS-CARTEIRA-ABERTA
               END-IF
               PERFORM OBTER-NUMERO-REMESSA
               OPEN OUTPUT ARQ-REMESSA
               PERFORM GRAVAR-HEADER
               PERFORM GRAVAR-TRAILER
               CLOSE ARQ-REMESSA
               CLOSE ARQ-PARCELAS
               IF WS-CARTEIRA-ABERTA = "S" THEN
                   CLOSE ARQ-CARTEIRA
               END-IF

               MOVE WS-TOTAL-VALOR TO WS-DISP-VALOR
               DISPLAY "REMESSA NR " WS-NUM-REMESSA
               DISPLAY "PARCELAS LIDAS.......: " WS-TOTAL-LIDAS
               DISPLAY "PARCELAS NA REMESSA..: "
                   WS-TOTAL-SELECIONADAS
               DISPLAY "CEDIDAS A FIDC.......: " WS-TOTAL-CEDIDAS
               DISPLAY "VALOR TOTAL..........: " WS-DISP-VALOR
               IF WS-TOTAL-RETIDAS > 0 THEN
                   DISPLAY "RETIDAS SEM CORRECAO.: " WS-TOTAL-RETIDAS
                   DISPLAY "RODAR A CORRECAO-INDICE DA COMPETENCIA "
                       WS-COMP-ANTERIOR " E GERAR NOVA REMESSA"
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "REMESSA GRAVADA EM REMESSA-COBRANCA.DAT"
           END-IF.

           STOP RUN.

           SELECIONAR-PARCELA.
               IF (PARC-SITUACAO = "A" OR "C")
                  AND PARC-VENCIMENTO(1:6) = WS-COMPETENCIA
                   PERFORM VERIFICAR-CORRECAO
               END-IF
               IF (PARC-SITUACAO = "A" OR "C")
                  AND PARC-VENCIMENTO(1:6) = WS-COMPETENCIA
                  AND WS-CORRECAO-PENDENTE = "S"
                   ADD 1 TO WS-TOTAL-RETIDAS
                   DISPLAY "PARCELA " PARC-CONTRATO "/" PARC-NUMERO
                       " RETIDA - CORRECAO DO INDICE PENDENTE"
               END-IF
               IF (PARC-SITUACAO = "A" OR "C")
                  AND PARC-VENCIMENTO(1:6) = WS-COMPETENCIA
                  AND WS-CORRECAO-PENDENTE = "N"
                   PERFORM APURAR-VALOR-PARCELA
                   ADD 1 TO WS-TOTAL-SELECIONADAS
                   ADD WS-ENC-ATUALIZADO TO WS-TOTAL-VALOR
                   IF PARC-SITUACAO = "C" THEN
                       ADD 1 TO WS-TOTAL-CEDIDAS
                   END-IF
                   MOVE PARC-CONTRATO   TO WS-DET-CONTRATO
                   MOVE PARC-NUMERO     TO WS-DET-PARCELA
                   MOVE PARC-VENCIMENTO TO WS-DET-VENCIMENTO
                   WRITE REMESSA-REC
               END-IF.

           VERIFICAR-CORRECAO.
               IF PARC-CONTRATO NOT = WS-CONTRATO-LIDO THEN
                   MOVE PARC-CONTRATO TO WS-CONTRATO-LIDO
                   MOVE "N" TO WS-CORRECAO-PENDENTE
                   IF WS-CARTEIRA-ABERTA = "S" THEN
                       MOVE PARC-CONTRATO TO CART-CONTRATO
                       READ ARQ-CARTEIRA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CART-INDEXADOR NOT = SPACES
                                  AND CART-DATA(1:6) < WS-COMP-ANTERIOR
                                  AND CART-COMP-CORRECAO
                                      < WS-COMP-ANTERIOR
                                   MOVE "S" TO WS-CORRECAO-PENDENTE
                               END-IF
                       END-READ
                   END-IF
               END-IF.

           APURAR-VALOR-PARCELA.
               IF PARC-VENCIMENTO < WS-DATA-HOJE
                  AND PARC-VENCIMENTO > 0
