      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Recompra de contrato cedido a FIDC. Consulta a
      *          cessao gravada pela CESSAO-CARTEIRA em CESSOES.DAT e
      *          devolve o contrato cedido a carteira propria: o valor
      *          da recompra e o valor presente, na data, das parcelas
      *          ainda cedidas ("C"), a taxa de desconto da cessao e
      *          pela mesma conta de meses da quitacao da
      *          MANUTENCAO-CARTEIRA. Confirmada a recompra, o contrato
      *          e as parcelas cedidas voltam para "A" e a cessao passa
      *          a "R" com a data, o saldo, o valor pago ao fundo e o
      *          operador; a INTERFACE-CONTABIL lanca a recompra pela
      *          data. Recompras e recusas ficam na AUDITORIA.DAT. So
      *          entra operador autenticado pela AUTENTICAR-OPERADOR
      *          com perfil que permita recomprar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOMPRA-CESSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.

       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-OPCAO               PIC 9(1) VALUE 0.
       01  WS-SAIR                PIC X(1) VALUE "N".
       01  WS-CONFIRMA            PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-CESSAO-OK           PIC X(1) VALUE "N".
       01  WS-CONTRATO            PIC 9(7) VALUE 0.
       01  WS-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.

       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO         PIC 9(4).
           05 WS-HOJE-MES         PIC 9(2).
           05 WS-HOJE-DIA         PIC 9(2).
       01  WS-DATA-VENC           PIC 9(8) VALUE 0.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05 WS-VENC-ANO         PIC 9(4).
           05 WS-VENC-MES         PIC 9(2).
           05 WS-VENC-DIA         PIC 9(2).

       01  WS-TX-DESCONTO-PCT     PIC 9V9(6) VALUE 0.
       01  WS-MESES-VINCENDOS     PIC S9(4) VALUE 0.
       01  WS-FATOR-DESC          PIC 9(9)V9(6) VALUE 0.
       01  WS-VALOR-ABERTO        PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-PRESENTE      PIC 9(9)V99 VALUE 0.
       01  WS-QTD-CEDIDAS         PIC 9(3) VALUE 0.
       01  WS-SALDO-RECOMPRA      PIC 9(9)V99 VALUE 0.
       01  WS-VALOR-RECOMPRA      PIC 9(9)V99 VALUE 0.

       01  WS-DISP-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DISP-TAXA           PIC Z9,9999.

           COPY SESSAOOPER.

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "CTR ".
           05 WS-AUDIT-CONTRATO    PIC 9(7).
           05 FILLER               PIC X(6)  VALUE " LOTE ".
           05 WS-AUDIT-LOTE        PIC 9(7).
           05 FILLER               PIC X(5)  VALUE " VLR ".
           05 WS-AUDIT-VALOR       PIC Z(8)9,99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDIT-CESSIONARIO PIC X(16).
       01  WS-AUDIT-RESULTADO     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "RECOMPRA DE CONTRATO CEDIDO".
           DISPLAY "**************************************".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE "N" TO WS-SAIR.

           MOVE "E"               TO SES-FUNCAO
           MOVE "RECOMPRA-CESSAO" TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           OPEN I-O ARQ-CESSOES
           IF WS-CESSOES-STATUS = "35" THEN
               DISPLAY "CESSOES.DAT NAO ENCONTRADO - "
                   "NENHUM CONTRATO CEDIDO"
               GOBACK
           END-IF.

           OPEN I-O ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A RECOMPRAR"
               CLOSE ARQ-CESSOES
               GOBACK
           END-IF.

           OPEN I-O ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A RECOMPRAR"
               CLOSE ARQ-CARTEIRA
               CLOSE ARQ-CESSOES
               GOBACK
           END-IF.

           PERFORM UNTIL WS-SAIR = "S"
               DISPLAY " "
               DISPLAY "1 - CONSULTAR CESSAO DE UM CONTRATO"
               DISPLAY "2 - RECOMPRAR CONTRATO CEDIDO"
               DISPLAY "3 - SAIR"
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM CONSULTAR-CESSAO
                       WHEN 2
                           PERFORM RECOMPRAR-CONTRATO
                       WHEN 3
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 3."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-CARTEIRA.
           CLOSE ARQ-CESSOES.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

           CONSULTAR-CESSAO.
               DISPLAY "DIGITE O NUMERO DO CONTRATO: "
               ACCEPT WS-CONTRATO
               MOVE WS-CONTRATO TO CES-CONTRATO
               READ ARQ-CESSOES
                   INVALID KEY
                       DISPLAY "CONTRATO " WS-CONTRATO
                           " NUNCA FOI CEDIDO"
                   NOT INVALID KEY
                       PERFORM EXIBIR-CESSAO
               END-READ.

           EXIBIR-CESSAO.
               DISPLAY "CONTRATO.........: " CES-CONTRATO
               DISPLAY "LOTE.............: " CES-LOTE
               DISPLAY "CESSIONARIO......: " CES-CESSIONARIO
               DISPLAY "DATA DA CESSAO...: " CES-DATA-CESSAO
               MOVE CES-TAXA-DESCONTO TO WS-DISP-TAXA
               DISPLAY "TAXA DE DESCONTO.: " WS-DISP-TAXA " % A.M."
               MOVE CES-SALDO-CEDIDO TO WS-DISP-VALOR
               DISPLAY "SALDO CEDIDO.....: " WS-DISP-VALOR
               MOVE CES-VALOR-CESSAO TO WS-DISP-VALOR
               DISPLAY "VALOR DA CESSAO..: " WS-DISP-VALOR
               IF CES-SITUACAO = "R" THEN
                   DISPLAY "SITUACAO.........: RECOMPRADO"
                   DISPLAY "DATA DA RECOMPRA.: " CES-DATA-RECOMPRA
                   MOVE CES-SALDO-RECOMPRA TO WS-DISP-VALOR
                   DISPLAY "SALDO RECOMPRADO.: " WS-DISP-VALOR
                   MOVE CES-VALOR-RECOMPRA TO WS-DISP-VALOR
                   DISPLAY "VALOR RECOMPRA...: " WS-DISP-VALOR
                   DISPLAY "OPERADOR.........: " CES-OPERADOR
               ELSE
                   DISPLAY "SITUACAO.........: CEDIDO"
               END-IF.

           RECOMPRAR-CONTRATO.
               DISPLAY "DIGITE O NUMERO DO CONTRATO: "
               ACCEPT WS-CONTRATO
               PERFORM VALIDAR-RECOMPRA
               IF WS-CESSAO-OK = "S" THEN
                   PERFORM APURAR-RECOMPRA
                   MOVE CES-TAXA-DESCONTO TO WS-DISP-TAXA
                   DISPLAY "CONTRATO " CES-CONTRATO " CEDIDO EM "
                       CES-DATA-CESSAO " NO LOTE " CES-LOTE
                   DISPLAY "CESSIONARIO " CES-CESSIONARIO
                       " TAXA " WS-DISP-TAXA " % A.M."
                   DISPLAY "PARCELAS CEDIDAS EM ABERTO: "
                       WS-QTD-CEDIDAS
                   MOVE WS-SALDO-RECOMPRA TO WS-DISP-VALOR
                   DISPLAY "SALDO EM ABERTO...: " WS-DISP-VALOR
                   MOVE WS-VALOR-RECOMPRA TO WS-DISP-VALOR
                   DISPLAY "VALOR DA RECOMPRA.: " WS-DISP-VALOR
                   DISPLAY "CONFIRMA A RECOMPRA? (S/N) "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" THEN
                       PERFORM EFETIVAR-RECOMPRA
                   ELSE
                       DISPLAY "RECOMPRA ABANDONADA"
                   END-IF
               ELSE
                   DISPLAY WS-MOTIVO-RECUSA
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

      ******************************************************************
      * So volta a carteira propria o contrato com cessao em vigor
      * em CESSOES.DAT e situacao "C" na CARTEIRA.DAT.
      ******************************************************************
           VALIDAR-RECOMPRA.
               MOVE "S"    TO WS-CESSAO-OK
               MOVE SPACES TO WS-MOTIVO-RECUSA
               MOVE 0      TO WS-VALOR-RECOMPRA
               MOVE WS-CONTRATO TO CES-CONTRATO
               READ ARQ-CESSOES
                   INVALID KEY
                       MOVE "N" TO WS-CESSAO-OK
                       MOVE "CONTRATO NAO CONSTA DAS CESSOES"
                           TO WS-MOTIVO-RECUSA
                       MOVE "ERRO CESSAO" TO WS-AUDIT-RESULTADO
               END-READ
               IF WS-CESSAO-OK = "S" AND CES-SITUACAO NOT = "C" THEN
                   MOVE "N" TO WS-CESSAO-OK
                   MOVE "CONTRATO JA RECOMPRADO"
                       TO WS-MOTIVO-RECUSA
                   MOVE "ERRO JA RECOMPRADO" TO WS-AUDIT-RESULTADO
               END-IF
               IF WS-CESSAO-OK = "S" THEN
                   MOVE WS-CONTRATO TO CART-CONTRATO
                   READ ARQ-CARTEIRA
                       INVALID KEY
                           MOVE "N" TO WS-CESSAO-OK
                           MOVE "CONTRATO NAO ENCONTRADO NA CARTEIRA"
                               TO WS-MOTIVO-RECUSA
                           MOVE "ERRO CONTRATO" TO WS-AUDIT-RESULTADO
                   END-READ
               END-IF
               IF WS-CESSAO-OK = "S" AND CART-SITUACAO NOT = "C" THEN
                   MOVE "N" TO WS-CESSAO-OK
                   MOVE "CONTRATO NAO ESTA CEDIDO NA CARTEIRA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "ERRO SITUACAO" TO WS-AUDIT-RESULTADO
               END-IF.

           APURAR-RECOMPRA.
               COMPUTE WS-TX-DESCONTO-PCT = CES-TAXA-DESCONTO / 100
               MOVE 0 TO WS-QTD-CEDIDAS
               MOVE 0 TO WS-SALDO-RECOMPRA
               MOVE 0 TO WS-VALOR-RECOMPRA
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-CONTRATO TO PARC-CONTRATO
               MOVE 0 TO PARC-NUMERO
               START ARQ-PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL WS-FIM-PARCELAS = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM APURAR-PARCELA
                   END-READ
               END-PERFORM.

           APURAR-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF PARC-SITUACAO = "C" THEN
                       ADD 1 TO WS-QTD-CEDIDAS
                       PERFORM CALCULAR-VALOR-PRESENTE
                       ADD WS-VALOR-ABERTO   TO WS-SALDO-RECOMPRA
                       ADD WS-VALOR-PRESENTE TO WS-VALOR-RECOMPRA
                   END-IF
               END-IF.

      ******************************************************************
      * Mesma conta da CESSAO-CARTEIRA: saldo da parcela descontado
      * pelos meses ate o vencimento; parcela vencida ou do mes entra
      * pelo saldo.
      ******************************************************************
           CALCULAR-VALOR-PRESENTE.
               COMPUTE WS-VALOR-ABERTO = PARC-VALOR - PARC-VALOR-PAGO
               MOVE PARC-VENCIMENTO TO WS-DATA-VENC
               COMPUTE WS-MESES-VINCENDOS =
                   (WS-VENC-ANO * 12 + WS-VENC-MES)
                   - (WS-HOJE-ANO * 12 + WS-HOJE-MES)
               IF WS-MESES-VINCENDOS > 0 THEN
                   COMPUTE WS-FATOR-DESC =
                       (1 + WS-TX-DESCONTO-PCT) ** WS-MESES-VINCENDOS
                   COMPUTE WS-VALOR-PRESENTE ROUNDED =
                       WS-VALOR-ABERTO / WS-FATOR-DESC
               ELSE
                   MOVE WS-VALOR-ABERTO TO WS-VALOR-PRESENTE
               END-IF.

           EFETIVAR-RECOMPRA.
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-CONTRATO TO PARC-CONTRATO
               MOVE 0 TO PARC-NUMERO
               START ARQ-PARCELAS KEY >= PARC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL WS-FIM-PARCELAS = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           PERFORM DEVOLVER-PARCELA
                   END-READ
               END-PERFORM

               MOVE "A" TO CART-SITUACAO
               REWRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTRATO "
                           CART-CONTRATO " - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE

               MOVE "R"               TO CES-SITUACAO
               MOVE WS-DATA-HOJE      TO CES-DATA-RECOMPRA
               MOVE WS-SALDO-RECOMPRA TO CES-SALDO-RECOMPRA
               MOVE WS-VALOR-RECOMPRA TO CES-VALOR-RECOMPRA
               MOVE WS-OPERADOR-ID    TO CES-OPERADOR
               REWRITE CESSAO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CESSAO DO CONTRATO "
                           CES-CONTRATO " - STATUS "
                           WS-CESSOES-STATUS
               END-REWRITE

               DISPLAY "CONTRATO " WS-CONTRATO
                   " RECOMPRADO - VOLTOU PARA A CARTEIRA PROPRIA"
               MOVE "RECOMPRADO" TO WS-AUDIT-RESULTADO
               PERFORM GRAVAR-AUDITORIA.

           DEVOLVER-PARCELA.
               IF PARC-CONTRATO NOT = WS-CONTRATO THEN
                   MOVE "S" TO WS-FIM-PARCELAS
               ELSE
                   IF PARC-SITUACAO = "C" THEN
                       MOVE "A" TO PARC-SITUACAO
                       REWRITE PARCELA-REC
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR PARCELA "
                                   PARC-NUMERO " DO CONTRATO "
                                   PARC-CONTRATO " - STATUS "
                                   WS-PARCELAS-STATUS
                       END-REWRITE
                   END-IF
               END-IF.

           GRAVAR-AUDITORIA.
               MOVE SPACES                TO AUDIT-REC
               MOVE WS-CONTRATO           TO WS-AUDIT-CONTRATO
               IF WS-CESSAO-OK = "S" THEN
                   MOVE CES-LOTE           TO WS-AUDIT-LOTE
                   MOVE CES-CESSIONARIO    TO WS-AUDIT-CESSIONARIO
               ELSE
                   MOVE 0                  TO WS-AUDIT-LOTE
                   MOVE SPACES             TO WS-AUDIT-CESSIONARIO
               END-IF
               MOVE WS-VALOR-RECOMPRA     TO WS-AUDIT-VALOR

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "RECOMPRA-CESSAO"     TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE      TO AUDIT-DETALHE
               MOVE WS-AUDIT-RESULTADO    TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.
       END PROGRAM RECOMPRA-CESSAO.
