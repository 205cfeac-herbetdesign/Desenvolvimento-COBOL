      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Estorno de baixa de parcela. Desfaz a baixa gravada
      *          pelo RETORNO-BANCO quando o banco devolve o pagamento
      *          (cheque sem fundo, duplicidade, credito indevido):
      *          a parcela volta para "A" (ou para "C", se o contrato
      *          esta cedido a FIDC), com PARC-DATA-PGTO e
      *          PARC-VALOR-PAGO zerados, e o estorno fica no
      *          historico ESTORNOS.DAT com a data de movimento, a
      *          baixa desfeita e o motivo. A INTERFACE-CONTABIL le
      *          esse historico e lanca o inverso do recebimento na
      *          data de movimento do estorno. O estorno pode ser
      *          informado pelo operador (contrato, parcela e motivo)
      *          ou vir no arquivo de estornos do banco
      *          ESTORNOS-BANCO.DAT, cujas recusas saem no relatorio
      *          ESTORNO-CRITICAS.DAT. So parcela paga ("P") de
      *          contrato que nao esteja liquidado, renegociado nem
      *          baixado para prejuizo pode ser estornada. Pagamento
      *          recebido quando o contrato estava cedido (CESSOES.DAT)
      *          ja foi repassado ao fundo: o estorno grava em
      *          REPASSE-FIDC.DAT um recebimento negativo, para o valor
      *          ser descontado do repasse. Estornos e recusas ficam
      *          na AUDITORIA.DAT.
      *          So entra operador autenticado pela
      *          AUTENTICAR-OPERADOR com perfil que permita estornar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO-BAIXA.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-ESTORNOS ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTORNOS-STATUS.

           SELECT ARQ-ESTORNOS-BANCO ASSIGN TO "ESTORNOS-BANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANCO-STATUS.

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-REPASSE ASSIGN TO "REPASSE-FIDC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASSE-STATUS.

           SELECT ARQ-CRITICAS ASSIGN TO "ESTORNO-CRITICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-ESTORNOS.
           COPY ESTORNOREC.

      ******************************************************************
      * ESTORNOS-BANCO.DAT: devolucoes de pagamento informadas pelo
      * banco cobrador, no espelho do RETORNO-BANCO.DAT. Tipo de
      * registro na primeira posicao: "0" = header, "1" = estorno
      * (contrato, parcela, data da devolucao, valor devolvido e
      * motivo), "9" = trailer. Header e trailer sao ignorados aqui.
      ******************************************************************
       FD  ARQ-ESTORNOS-BANCO.
       01  ESTORNO-BANCO-REC.
           05 EBC-TIPO-REG        PIC X(1).
           05 EBC-CONTRATO        PIC 9(7).
           05 FILLER              PIC X(1).
           05 EBC-PARCELA         PIC 9(3).
           05 FILLER              PIC X(1).
           05 EBC-DATA-DEVOLUCAO  PIC 9(8).
           05 FILLER              PIC X(1).
           05 EBC-VALOR           PIC 9(9)V99.
           05 FILLER              PIC X(1).
           05 EBC-MOTIVO          PIC X(40).

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

      ******************************************************************
      * REPASSE-FIDC.DAT: o mesmo arquivo de repasse do RETORNO-BANCO.
      * Cada execucao que estorna pagamento de parcela cedida
      * acrescenta um bloco com header, um recebimento negativo por
      * estorno e trailer.
      ******************************************************************
       FD  ARQ-REPASSE.
       01  REPASSE-REC            PIC X(80).

       FD  ARQ-CRITICAS.
       01  CRITICA-REC            PIC X(80).

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-ESTORNOS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-BANCO-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-REPASSE-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CESSOES-ABERTO      PIC X(1) VALUE "N".
       01  WS-REPASSE-ABERTO      PIC X(1) VALUE "N".
       01  WS-CEDIDO-NA-DATA      PIC X(1) VALUE "N".

       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-OPCAO               PIC 9(1) VALUE 0.
       01  WS-SAIR                PIC X(1) VALUE "N".
       01  WS-CONFIRMA            PIC X(1) VALUE "N".
       01  WS-FIM-BANCO           PIC X(1) VALUE "N".
       01  WS-ESTORNO-OK          PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.

       01  WS-EST-CONTRATO        PIC 9(7) VALUE 0.
       01  WS-EST-PARCELA         PIC 9(3) VALUE 0.
       01  WS-EST-ORIGEM          PIC X(1) VALUE SPACE.
       01  WS-EST-MOTIVO          PIC X(40) VALUE SPACES.
       01  WS-EST-VALOR-BANCO     PIC 9(9)V99 VALUE 0.
       01  WS-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.

       01  WS-DISP-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-BANCO         PIC 9(7) VALUE 0.
       01  WS-TOTAL-ESTORNADAS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-CRITICAS      PIC 9(7) VALUE 0.
       01  WS-VLR-ESTORNADO       PIC 9(13)V99 VALUE 0.
       01  WS-DISP-TOTAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TOTAL-REPASSES      PIC 9(7) VALUE 0.
       01  WS-VLR-REPASSE         PIC S9(13)V99 VALUE 0.

       01  WS-REPASSE-HEADER.
           05 FILLER               PIC X(1)  VALUE "0".
           05 WS-RHD-DATA          PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RHD-ORIGEM        PIC X(16) VALUE "ESTORNO-BAIXA".

       01  WS-REPASSE-DETALHE.
           05 FILLER               PIC X(1)  VALUE "1".
           05 WS-RDT-LOTE          PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-CESSIONARIO   PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-CONTRATO      PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-PARCELA       PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-DATA-PGTO     PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-VALOR         PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RDT-SITUACAO      PIC X(1).

       01  WS-REPASSE-TRAILER.
           05 FILLER               PIC X(1)  VALUE "9".
           05 WS-RTR-QUANTIDADE    PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-RTR-VALOR-TOTAL   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       01  WS-LINHA-CRITICA.
           05 WS-CRIT-CONTRATO    PIC 9(7).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-PARCELA     PIC 9(3).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-MOTIVO      PIC X(40).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CRIT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

           COPY SESSAOOPER.

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "CTR ".
           05 WS-AUDIT-CONTRATO    PIC 9(7).
           05 FILLER               PIC X(5)  VALUE " PAR ".
           05 WS-AUDIT-PARCELA     PIC 9(3).
           05 FILLER               PIC X(5)  VALUE " VLR ".
           05 WS-AUDIT-VALOR       PIC Z(8)9,99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-AUDIT-MOTIVO      PIC X(23).
       01  WS-AUDIT-RESULTADO     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "ESTORNO DE BAIXA DE PARCELA".
           DISPLAY "**************************************".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE "N" TO WS-SAIR.

           MOVE "E"               TO SES-FUNCAO
           MOVE "ESTORNO-BAIXA"   TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           OPEN INPUT ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A ESTORNAR"
               GOBACK
           END-IF.

           OPEN I-O ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A ESTORNAR"
               CLOSE ARQ-CARTEIRA
               GOBACK
           END-IF.

           OPEN INPUT ARQ-CESSOES
           IF WS-CESSOES-STATUS NOT = "35" THEN
               MOVE "S" TO WS-CESSOES-ABERTO
           END-IF.

           PERFORM UNTIL WS-SAIR = "S"
               DISPLAY " "
               DISPLAY "1 - ESTORNAR BAIXA DE UMA PARCELA"
               DISPLAY "2 - PROCESSAR ESTORNOS-BANCO.DAT"
               DISPLAY "3 - SAIR"
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM ESTORNAR-PARCELA
                       WHEN 2
                           PERFORM PROCESSAR-ARQUIVO-BANCO
                       WHEN 3
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 3."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-REPASSE-ABERTO = "S" THEN
               MOVE WS-TOTAL-REPASSES  TO WS-RTR-QUANTIDADE
               MOVE WS-VLR-REPASSE     TO WS-RTR-VALOR-TOTAL
               MOVE WS-REPASSE-TRAILER TO REPASSE-REC
               WRITE REPASSE-REC
               CLOSE ARQ-REPASSE
               DISPLAY "DEVOLUCOES A DESCONTAR DO REPASSE A FIDC: "
                   WS-TOTAL-REPASSES
           END-IF
           IF WS-CESSOES-ABERTO = "S" THEN
               CLOSE ARQ-CESSOES
           END-IF
           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-CARTEIRA.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

           ESTORNAR-PARCELA.
               DISPLAY "DIGITE O NUMERO DO CONTRATO: "
               ACCEPT WS-EST-CONTRATO
               DISPLAY "DIGITE O NUMERO DA PARCELA: "
               ACCEPT WS-EST-PARCELA
               DISPLAY "DIGITE O MOTIVO DO ESTORNO: "
               ACCEPT WS-EST-MOTIVO
               MOVE "M" TO WS-EST-ORIGEM
               MOVE 0   TO WS-EST-VALOR-BANCO
               IF WS-EST-MOTIVO = SPACES THEN
                   DISPLAY "MOTIVO OBRIGATORIO - ESTORNO ABANDONADO"
               ELSE
                   PERFORM VALIDAR-ESTORNO
                   IF WS-ESTORNO-OK = "S" THEN
                       MOVE PARC-VALOR-PAGO TO WS-DISP-VALOR
                       DISPLAY "PARCELA " PARC-NUMERO
                           " VENCIMENTO " PARC-VENCIMENTO
                       DISPLAY "PAGA EM " PARC-DATA-PGTO
                           " VALOR PAGO " WS-DISP-VALOR
                       DISPLAY "CONFIRMA O ESTORNO? (S/N) "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" THEN
                           PERFORM EFETIVAR-ESTORNO
                       ELSE
                           DISPLAY "ESTORNO ABANDONADO"
                       END-IF
                   ELSE
                       DISPLAY WS-MOTIVO-RECUSA
                   END-IF
               END-IF.

           PROCESSAR-ARQUIVO-BANCO.
               MOVE 0   TO WS-TOTAL-BANCO
               MOVE 0   TO WS-TOTAL-ESTORNADAS
               MOVE 0   TO WS-TOTAL-CRITICAS
               MOVE 0   TO WS-VLR-ESTORNADO
               MOVE "N" TO WS-FIM-BANCO
               OPEN INPUT ARQ-ESTORNOS-BANCO
               IF WS-BANCO-STATUS = "35" THEN
                   DISPLAY "ESTORNOS-BANCO.DAT NAO ENCONTRADO - "
                       "NENHUM ESTORNO PROCESSADO"
               ELSE
                   OPEN OUTPUT ARQ-CRITICAS
                   PERFORM UNTIL WS-FIM-BANCO = "S"
                       READ ARQ-ESTORNOS-BANCO
                           AT END
                               MOVE "S" TO WS-FIM-BANCO
                           NOT AT END
                               IF EBC-TIPO-REG = "1"
                                   ADD 1 TO WS-TOTAL-BANCO
                                   PERFORM ESTORNAR-DO-BANCO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CRITICAS
                   CLOSE ARQ-ESTORNOS-BANCO
                   MOVE WS-VLR-ESTORNADO TO WS-DISP-TOTAL
                   DISPLAY "ESTORNOS NO ARQUIVO..: " WS-TOTAL-BANCO
                   DISPLAY "PARCELAS ESTORNADAS..: "
                       WS-TOTAL-ESTORNADAS
                   DISPLAY "VALOR ESTORNADO......: " WS-DISP-TOTAL
                   DISPLAY "CRITICAS APONTADAS...: " WS-TOTAL-CRITICAS
                   DISPLAY "CRITICAS EM ESTORNO-CRITICAS.DAT"
               END-IF.

           ESTORNAR-DO-BANCO.
               MOVE EBC-CONTRATO TO WS-EST-CONTRATO
               MOVE EBC-PARCELA  TO WS-EST-PARCELA
               MOVE EBC-MOTIVO   TO WS-EST-MOTIVO
               MOVE EBC-VALOR    TO WS-EST-VALOR-BANCO
               MOVE "B"          TO WS-EST-ORIGEM
               PERFORM VALIDAR-ESTORNO
               IF WS-ESTORNO-OK = "S" THEN
                   PERFORM EFETIVAR-ESTORNO
               ELSE
                   PERFORM GRAVAR-CRITICA
               END-IF.

      ******************************************************************
      * Contrato liquidado ("L") ou renegociado ("R") ja teve o saldo
      * encerrado ou consolidado em outro contrato: reabrir a parcela
      * cobraria de novo uma divida que nao existe mais; contrato
      * baixado para prejuizo ("B") ja saiu da carteira ativa e nao
      * volta a ter parcela em aberto. Contrato cedido a FIDC ("C")
      * segue cobrado e aceita o estorno. Parcela em
      * aberto, ainda que com pagamento a menor, nao teve baixa nem
      * lancamento de recebimento a desfazer. No arquivo do banco o
      * valor devolvido tem de bater com o valor pago na baixa.
      ******************************************************************
           VALIDAR-ESTORNO.
               MOVE "S"    TO WS-ESTORNO-OK
               MOVE SPACES TO WS-MOTIVO-RECUSA
               MOVE WS-EST-CONTRATO TO CART-CONTRATO
               READ ARQ-CARTEIRA
                   INVALID KEY
                       MOVE "N" TO WS-ESTORNO-OK
                       MOVE "CONTRATO NAO ENCONTRADO NA CARTEIRA"
                           TO WS-MOTIVO-RECUSA
                       MOVE "ERRO CONTRATO" TO WS-AUDIT-RESULTADO
               END-READ
               IF WS-ESTORNO-OK = "S" THEN
                   EVALUATE CART-SITUACAO
                       WHEN "L"
                           MOVE "N" TO WS-ESTORNO-OK
                           MOVE "CONTRATO LIQUIDADO - ESTORNO RECUSADO"
                               TO WS-MOTIVO-RECUSA
                           MOVE "ERRO CONTRATO LIQ"
                               TO WS-AUDIT-RESULTADO
                       WHEN "R"
                           MOVE "N" TO WS-ESTORNO-OK
                           MOVE
                               "CONTRATO RENEGOCIADO - ESTORNO RECUSADO"
                               TO WS-MOTIVO-RECUSA
                           MOVE "ERRO CONTRATO RENEG"
                               TO WS-AUDIT-RESULTADO
                       WHEN "B"
                           MOVE "N" TO WS-ESTORNO-OK
                           MOVE
                               "CONTRATO EM PREJUIZO - ESTORNO RECUSADO"
                               TO WS-MOTIVO-RECUSA
                           MOVE "ERRO CONTRATO PREJ"
                               TO WS-AUDIT-RESULTADO
                   END-EVALUATE
               END-IF
               IF WS-ESTORNO-OK = "S" THEN
                   MOVE WS-EST-CONTRATO TO PARC-CONTRATO
                   MOVE WS-EST-PARCELA  TO PARC-NUMERO
                   READ ARQ-PARCELAS
                       INVALID KEY
                           MOVE "N" TO WS-ESTORNO-OK
                           MOVE "PARCELA NAO LOCALIZADA"
                               TO WS-MOTIVO-RECUSA
                           MOVE "ERRO PARCELA" TO WS-AUDIT-RESULTADO
                   END-READ
               END-IF
               IF WS-ESTORNO-OK = "S" THEN
                   IF PARC-SITUACAO NOT = "P" THEN
                       MOVE "N" TO WS-ESTORNO-OK
                       MOVE "PARCELA NAO ESTA PAGA - NADA A ESTORNAR"
                           TO WS-MOTIVO-RECUSA
                       MOVE "ERRO PARC NAO PAGA"
                           TO WS-AUDIT-RESULTADO
                   END-IF
               END-IF
               IF WS-ESTORNO-OK = "S" AND WS-EST-ORIGEM = "B" THEN
                   IF WS-EST-VALOR-BANCO NOT = PARC-VALOR-PAGO THEN
                       MOVE "N" TO WS-ESTORNO-OK
                       MOVE "VALOR DEVOLVIDO DIFERE DO VALOR PAGO"
                           TO WS-MOTIVO-RECUSA
                       MOVE "ERRO VALOR" TO WS-AUDIT-RESULTADO
                   END-IF
               END-IF
               IF WS-ESTORNO-OK = "N" THEN
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

      ******************************************************************
      * A baixa desfeita (data e valor pagos) vai para o historico
      * antes de ser zerada na parcela. Parcela de contrato cedido
      * volta para "C", do fundo; se o pagamento entrou quando o
      * contrato ja estava cedido (mesma regra da INTERFACE-CONTABIL),
      * ele foi repassado e sai negativo no repasse.
      ******************************************************************
           EFETIVAR-ESTORNO.
               MOVE SPACES           TO ESTORNO-REC
               MOVE PARC-CONTRATO    TO EST-CONTRATO
               MOVE PARC-NUMERO      TO EST-PARCELA
               MOVE WS-DATA-HOJE     TO EST-DATA-MOVIMENTO
               MOVE PARC-DATA-PGTO   TO EST-DATA-PGTO
               MOVE PARC-VALOR-PAGO  TO EST-VALOR
               MOVE WS-EST-ORIGEM    TO EST-ORIGEM
               MOVE WS-OPERADOR-ID   TO EST-OPERADOR
               MOVE WS-EST-MOTIVO    TO EST-MOTIVO
               PERFORM VERIFICAR-CEDIDO

               IF CART-SITUACAO = "C" THEN
                   MOVE "C" TO PARC-SITUACAO
               ELSE
                   MOVE "A" TO PARC-SITUACAO
               END-IF
               MOVE 0   TO PARC-DATA-PGTO
               MOVE 0   TO PARC-VALOR-PAGO
               REWRITE PARCELA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PARCELA "
                           PARC-NUMERO " DO CONTRATO "
                           PARC-CONTRATO " - STATUS "
                           WS-PARCELAS-STATUS
                   NOT INVALID KEY
                       PERFORM GRAVAR-HISTORICO-ESTORNO
                       IF WS-CEDIDO-NA-DATA = "S"
                           PERFORM GRAVAR-DEVOLUCAO-REPASSE
                       END-IF
               END-REWRITE.

           VERIFICAR-CEDIDO.
               MOVE "N" TO WS-CEDIDO-NA-DATA
               IF WS-CESSOES-ABERTO = "S" THEN
                   MOVE EST-CONTRATO TO CES-CONTRATO
                   READ ARQ-CESSOES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CES-DATA-CESSAO <= EST-DATA-PGTO
                              AND (CES-SITUACAO = "C"
                                OR CES-DATA-RECOMPRA > EST-DATA-PGTO)
                               MOVE "S" TO WS-CEDIDO-NA-DATA
                           END-IF
                   END-READ
               END-IF.

      ******************************************************************
      * Bloco do repasse aberto no primeiro estorno de pagamento
      * repassado e fechado com o trailer no fim do programa.
      ******************************************************************
           GRAVAR-DEVOLUCAO-REPASSE.
               IF WS-REPASSE-ABERTO = "N" THEN
                   OPEN EXTEND ARQ-REPASSE
                   IF WS-REPASSE-STATUS = "35" THEN
                       OPEN OUTPUT ARQ-REPASSE
                   END-IF
                   MOVE "S" TO WS-REPASSE-ABERTO
                   MOVE WS-DATA-HOJE TO WS-RHD-DATA
                   MOVE WS-REPASSE-HEADER TO REPASSE-REC
                   WRITE REPASSE-REC
               END-IF
               MOVE CES-LOTE        TO WS-RDT-LOTE
               MOVE CES-CESSIONARIO TO WS-RDT-CESSIONARIO
               MOVE EST-CONTRATO    TO WS-RDT-CONTRATO
               MOVE EST-PARCELA     TO WS-RDT-PARCELA
               MOVE EST-DATA-PGTO   TO WS-RDT-DATA-PGTO
               COMPUTE WS-RDT-VALOR = 0 - EST-VALOR
               MOVE PARC-SITUACAO   TO WS-RDT-SITUACAO
               MOVE WS-REPASSE-DETALHE TO REPASSE-REC
               WRITE REPASSE-REC
               ADD 1 TO WS-TOTAL-REPASSES
               SUBTRACT EST-VALOR FROM WS-VLR-REPASSE.

           GRAVAR-HISTORICO-ESTORNO.
               OPEN EXTEND ARQ-ESTORNOS
               IF WS-ESTORNOS-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-ESTORNOS
               END-IF
               WRITE ESTORNO-REC
               CLOSE ARQ-ESTORNOS
               ADD 1 TO WS-TOTAL-ESTORNADAS
               ADD EST-VALOR TO WS-VLR-ESTORNADO
               IF WS-EST-ORIGEM = "M" THEN
                   IF PARC-SITUACAO = "C" THEN
                       DISPLAY "PARCELA " EST-PARCELA " DO CONTRATO "
                           EST-CONTRATO " ESTORNADA - VOLTOU PARA "
                           "CEDIDA"
                   ELSE
                       DISPLAY "PARCELA " EST-PARCELA " DO CONTRATO "
                           EST-CONTRATO " ESTORNADA - VOLTOU PARA "
                           "ABERTO"
                   END-IF
               END-IF
               MOVE "ESTORNADA" TO WS-AUDIT-RESULTADO
               PERFORM GRAVAR-AUDITORIA.

           GRAVAR-CRITICA.
               ADD 1 TO WS-TOTAL-CRITICAS
               MOVE WS-EST-CONTRATO    TO WS-CRIT-CONTRATO
               MOVE WS-EST-PARCELA     TO WS-CRIT-PARCELA
               MOVE WS-MOTIVO-RECUSA   TO WS-CRIT-MOTIVO
               MOVE WS-EST-VALOR-BANCO TO WS-CRIT-VALOR
               MOVE WS-LINHA-CRITICA   TO CRITICA-REC
               WRITE CRITICA-REC.

           GRAVAR-AUDITORIA.
               MOVE SPACES                TO AUDIT-REC
               MOVE WS-EST-CONTRATO       TO WS-AUDIT-CONTRATO
               MOVE WS-EST-PARCELA        TO WS-AUDIT-PARCELA
               IF WS-AUDIT-RESULTADO = "ESTORNADA" THEN
                   MOVE EST-VALOR          TO WS-AUDIT-VALOR
               ELSE
                   MOVE WS-EST-VALOR-BANCO TO WS-AUDIT-VALOR
               END-IF
               MOVE WS-EST-MOTIVO         TO WS-AUDIT-MOTIVO

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "ESTORNO-BAIXA"       TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE      TO AUDIT-DETALHE
               MOVE WS-AUDIT-RESULTADO    TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.
       END PROGRAM ESTORNO-BAIXA.
