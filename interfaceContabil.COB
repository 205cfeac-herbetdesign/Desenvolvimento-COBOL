      *          renegociacoes gravadas na CARTEIRA.DAT, IOF e tarifa
      *          de cadastro da concessao (mesmas aliquotas do
      *          CALCULAR-CET), baixas de parcelas do RETORNO-BANCO e
      *          liquidacoes/quitacoes da MANUTENCAO-CARTEIRA e
      *          estornos de baixa da ESTORNO-BAIXA (ESTORNOS.DAT,
      *          pela data de movimento do estorno), baixas para
      *          prejuizo da BAIXA-PREJUIZO e recuperacoes de credito
      *          de contratos baixados (RECUPERACOES.DAT, pela faixa de
      *          datas de pagamento), cessoes de credito a FIDC da
      *          CESSAO-CARTEIRA e recompras da RECOMPRA-CESSAO
      *          (CESSOES.DAT, pela data da cessao e da recompra) - e
      *          gera
      *          os lancamentos contabeis de partida dobrada, um
      *          registro de debito e um de credito por evento, com
      *          conta, historico, contrato, valor e data. Os
      *          trabalho; o arquivo final LANCAMENTOS-CONTABEIS.DAT,
      *          com header e trailer de controle no padrao dos demais
      *          arquivos de lote, so e liberado se a soma dos debitos
      *          fechar com a soma dos creditos. Recebimento e
      *          estorno de parcela de contrato cedido na data do
      *          pagamento vao contra a conta de recebimentos a
      *          repassar ao fundo, e nao contra emprestimos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-ESTORNOS ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTORNOS-STATUS.

           SELECT ARQ-RECUPERACOES ASSIGN TO "RECUPERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACOES-STATUS.

           SELECT ARQ-CESSOES ASSIGN TO "CESSOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CES-CONTRATO
               FILE STATUS IS WS-CESSOES-STATUS.

           SELECT ARQ-TRABALHO ASSIGN TO "CONTABIL-TRABALHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-ESTORNOS.
           COPY ESTORNOREC.

       FD  ARQ-RECUPERACOES.
           COPY RECUPERACAOREC.

       FD  ARQ-CESSOES.
           COPY CESSAOREC.

       FD  ARQ-TRABALHO.
       01  TRABALHO-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-ESTORNOS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-RECUPERACOES-STATUS PIC X(2) VALUE SPACES.
       01  WS-CESSOES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CESSOES-ABERTO      PIC X(1) VALUE "N".
       01  WS-CEDIDO-NA-DATA      PIC X(1) VALUE "N".
       01  WS-CED-CONTRATO        PIC 9(7) VALUE 0.
       01  WS-CED-DATA            PIC 9(8) VALUE 0.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-DATA-MOVIMENTO      PIC 9(8) VALUE 0.
       01  WS-CONTA-EMPRESTIMOS   PIC X(5) VALUE "13101".
       01  WS-CONTA-IOF           PIC X(5) VALUE "21301".
       01  WS-CONTA-TARIFA        PIC X(5) VALUE "41101".
       01  WS-CONTA-PROVISAO      PIC X(5) VALUE "13109".
       01  WS-CONTA-RECUPERACAO   PIC X(5) VALUE "71901".
       01  WS-CONTA-REPASSE-FIDC  PIC X(5) VALUE "21901".
       01  WS-CONTA-DESAGIO       PIC X(5) VALUE "81901".
       01  WS-CONTA-DESAGIO-RECOMPRA PIC X(5) VALUE "71902".
       01  WS-IOF-ALIQUOTA        PIC 9(2)V99 VALUE 3,38.
       01  WS-TARIFA-CADASTRO     PIC 9(5)V99 VALUE 50,00.
       01  WS-VALOR-IOF           PIC 9(9)V99 VALUE 0.
       01  WS-QTD-RENEGOCIACOES   PIC 9(7) VALUE 0.
       01  WS-QTD-BAIXAS          PIC 9(7) VALUE 0.
       01  WS-QTD-LIQUIDACOES     PIC 9(7) VALUE 0.
       01  WS-QTD-ESTORNOS        PIC 9(7) VALUE 0.
       01  WS-QTD-ESTORNOS-ANULADOS PIC 9(7) VALUE 0.
       01  WS-QTD-PREJUIZOS       PIC 9(7) VALUE 0.
       01  WS-QTD-RECUPERACOES    PIC 9(7) VALUE 0.
       01  WS-QTD-CESSOES         PIC 9(7) VALUE 0.
       01  WS-QTD-RECOMPRAS       PIC 9(7) VALUE 0.
       01  WS-QTD-REPASSES        PIC 9(7) VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LAN-CONTRATO        PIC 9(7) VALUE 0.
               MOVE WS-DATA-MOVIMENTO TO WS-PGTO-ATE
           END-IF.

           OPEN INPUT ARQ-CESSOES
           IF WS-CESSOES-STATUS NOT = "35" THEN
               MOVE "S" TO WS-CESSOES-ABERTO
           END-IF

           OPEN OUTPUT ARQ-TRABALHO

           PERFORM LANCAR-CARTEIRA
           PERFORM LANCAR-BAIXAS
           PERFORM LANCAR-ESTORNOS
           PERFORM LANCAR-RECUPERACOES
           PERFORM LANCAR-CESSOES

           CLOSE ARQ-TRABALHO
           IF WS-CESSOES-ABERTO = "S" THEN
               CLOSE ARQ-CESSOES
           END-IF

           IF WS-SOMA-DEBITOS = WS-SOMA-CREDITOS THEN
               PERFORM LIBERAR-ARQUIVO
           DISPLAY "RENEGOCIACOES DO DIA.: " WS-QTD-RENEGOCIACOES
           DISPLAY "BAIXAS DE PARCELA....: " WS-QTD-BAIXAS
           DISPLAY "LIQUIDACOES DO DIA...: " WS-QTD-LIQUIDACOES
           DISPLAY "ESTORNOS DE BAIXA....: " WS-QTD-ESTORNOS
           DISPLAY "ESTORNOS SEM LANCTO..: " WS-QTD-ESTORNOS-ANULADOS
           DISPLAY "BAIXAS PARA PREJUIZO.: " WS-QTD-PREJUIZOS
           DISPLAY "RECUPERACOES CREDITO.: " WS-QTD-RECUPERACOES
           DISPLAY "CESSOES A FIDC.......: " WS-QTD-CESSOES
           DISPLAY "RECOMPRAS DE CESSAO..: " WS-QTD-RECOMPRAS
           DISPLAY "RECEBIDAS A REPASSAR.: " WS-QTD-REPASSES

           STOP RUN.

      * propria conta de emprestimos, sem transito por caixa.
      * Liquidacao ou quitacao do dia: caixa contra emprestimos pelo
      * valor efetivamente pago na baixa.
      * Baixa para prejuizo do dia: o saldo em aberto baixado sai de
      * emprestimos contra a provisao ja constituida.
      ******************************************************************
           AVALIAR-CONTRATO.
               IF CART-DATA = WS-DATA-MOVIMENTO
                   MOVE "LIQUIDACAO DE CONTRATO"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
               END-IF
               IF CART-SITUACAO = "B"
                  AND CART-DATA-PREJUIZO = WS-DATA-MOVIMENTO
                  AND CART-VALOR-PREJUIZO > 0
                   ADD 1 TO WS-QTD-PREJUIZOS
                   MOVE CART-CONTRATO TO WS-LAN-CONTRATO
                   MOVE CART-VALOR-PREJUIZO TO WS-LAN-VALOR
                   MOVE WS-CONTA-PROVISAO TO WS-LAN-CONTA-DEB
                   MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-CRE
                   MOVE "BAIXA PARA PREJUIZO"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
               END-IF.

           LANCAR-CONCESSAO.
                   MOVE PARC-CONTRATO TO WS-LAN-CONTRATO
                   MOVE PARC-VALOR-PAGO TO WS-LAN-VALOR
                   MOVE WS-CONTA-CAIXA TO WS-LAN-CONTA-DEB
                   MOVE PARC-CONTRATO  TO WS-CED-CONTRATO
                   MOVE PARC-DATA-PGTO TO WS-CED-DATA
                   PERFORM VERIFICAR-CEDIDO
                   IF WS-CEDIDO-NA-DATA = "S"
                       ADD 1 TO WS-QTD-REPASSES
                       MOVE WS-CONTA-REPASSE-FIDC TO WS-LAN-CONTA-CRE
                       MOVE "RECEBIMENTO A REPASSAR FIDC"
                           TO WS-LAN-HISTORICO
                   ELSE
                       MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-CRE
                       MOVE "BAIXA DE PARCELA" TO WS-LAN-HISTORICO
                   END-IF
                   PERFORM GRAVAR-PARTIDA
               END-IF.

      ******************************************************************
      * Estorno de baixa processado na data de movimento: inverso do
      * lancamento da baixa (emprestimos contra caixa) pelo valor
      * pago que foi devolvido. A baixa original ja saiu na interface
      * do dia do pagamento e la permanece; o estorno entra no dia em
      * que e processado. Baixa de parcela que estava cedida na data
      * do pagamento foi lancada contra recebimentos a repassar ao
      * fundo, e o estorno sai da mesma conta. Pagamento com data
      * dentro da faixa desta execucao nunca foi lancado (a parcela
      * ja nao esta paga quando a interface varre as baixas), e o
      * estorno dele tambem nao e lancado: so e contado a parte.
      ******************************************************************
           LANCAR-ESTORNOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-ESTORNOS
               IF WS-ESTORNOS-STATUS = "35" THEN
                   DISPLAY "ESTORNOS.DAT NAO ENCONTRADO - SEM "
                       "EVENTOS DE ESTORNO"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-ESTORNOS
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM AVALIAR-ESTORNO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ESTORNOS
               END-IF.

           AVALIAR-ESTORNO.
               IF EST-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
                  AND EST-DATA-PGTO >= WS-PGTO-DE
                  AND EST-DATA-PGTO <= WS-PGTO-ATE
                   ADD 1 TO WS-QTD-ESTORNOS-ANULADOS
               END-IF
               IF EST-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
                  AND (EST-DATA-PGTO < WS-PGTO-DE
                    OR EST-DATA-PGTO > WS-PGTO-ATE)
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE EST-CONTRATO TO WS-LAN-CONTRATO
                   MOVE EST-VALOR TO WS-LAN-VALOR
                   MOVE EST-CONTRATO  TO WS-CED-CONTRATO
                   MOVE EST-DATA-PGTO TO WS-CED-DATA
                   PERFORM VERIFICAR-CEDIDO
                   IF WS-CEDIDO-NA-DATA = "S"
                       MOVE WS-CONTA-REPASSE-FIDC TO WS-LAN-CONTA-DEB
                   ELSE
                       MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-DEB
                   END-IF
                   MOVE WS-CONTA-CAIXA TO WS-LAN-CONTA-CRE
                   MOVE "ESTORNO DE BAIXA DE PARCELA"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
               END-IF.

      ******************************************************************
      * Recebimento em contrato ja baixado para prejuizo: caixa contra
      * receita de recuperacao de credito, pela mesma faixa de datas
      * de pagamento das baixas de parcela. O contrato ja saiu de
      * emprestimos na baixa para prejuizo.
      ******************************************************************
           LANCAR-RECUPERACOES.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT ARQ-RECUPERACOES
               IF WS-RECUPERACOES-STATUS = "35" THEN
                   DISPLAY "RECUPERACOES.DAT NAO ENCONTRADO - SEM "
                       "EVENTOS DE RECUPERACAO"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-RECUPERACOES
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM AVALIAR-RECUPERACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-RECUPERACOES
               END-IF.

           AVALIAR-RECUPERACAO.
               IF REC-DATA-PGTO >= WS-PGTO-DE
                  AND REC-DATA-PGTO <= WS-PGTO-ATE
                   ADD 1 TO WS-QTD-RECUPERACOES
                   MOVE REC-CONTRATO TO WS-LAN-CONTRATO
                   MOVE REC-VALOR TO WS-LAN-VALOR
                   MOVE WS-CONTA-CAIXA TO WS-LAN-CONTA-DEB
                   MOVE WS-CONTA-RECUPERACAO TO WS-LAN-CONTA-CRE
                   MOVE "RECUPERACAO DE CREDITO"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
               END-IF.

      ******************************************************************
      * Cessao a FIDC na data de movimento: o fundo paga o valor
      * presente (caixa contra emprestimos) e o desagio - saldo
      * cedido menos o valor recebido - sai de emprestimos como
      * despesa da cessao. Recompra na data de movimento: o inverso,
      * com o saldo recomprado de volta a emprestimos, o valor pago
      * ao fundo saindo de caixa e a diferenca como receita do
      * desagio na recompra.
      ******************************************************************
           LANCAR-CESSOES.
               IF WS-CESSOES-ABERTO = "N" THEN
                   DISPLAY "CESSOES.DAT NAO ENCONTRADO - SEM "
                       "EVENTOS DE CESSAO"
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   MOVE 0 TO CES-CONTRATO
                   START ARQ-CESSOES KEY >= CES-CONTRATO
                       INVALID KEY
                           MOVE "S" TO WS-FIM-ARQUIVO
                   END-START
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-CESSOES NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM AVALIAR-CESSAO
                       END-READ
                   END-PERFORM
               END-IF.

           AVALIAR-CESSAO.
               IF CES-DATA-CESSAO = WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-CESSOES
                   MOVE CES-CONTRATO TO WS-LAN-CONTRATO
                   MOVE CES-VALOR-CESSAO TO WS-LAN-VALOR
                   MOVE WS-CONTA-CAIXA TO WS-LAN-CONTA-DEB
                   MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-CRE
                   MOVE "CESSAO DE CREDITO A FIDC"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
                   IF CES-SALDO-CEDIDO > CES-VALOR-CESSAO
                       COMPUTE WS-LAN-VALOR =
                           CES-SALDO-CEDIDO - CES-VALOR-CESSAO
                       MOVE WS-CONTA-DESAGIO TO WS-LAN-CONTA-DEB
                       MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-CRE
                       MOVE "DESAGIO NA CESSAO DE CREDITO"
                           TO WS-LAN-HISTORICO
                       PERFORM GRAVAR-PARTIDA
                   END-IF
               END-IF
               IF CES-SITUACAO = "R"
                  AND CES-DATA-RECOMPRA = WS-DATA-MOVIMENTO
                   ADD 1 TO WS-QTD-RECOMPRAS
                   MOVE CES-CONTRATO TO WS-LAN-CONTRATO
                   MOVE CES-VALOR-RECOMPRA TO WS-LAN-VALOR
                   MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-DEB
                   MOVE WS-CONTA-CAIXA TO WS-LAN-CONTA-CRE
                   MOVE "RECOMPRA DE CREDITO CEDIDO"
                       TO WS-LAN-HISTORICO
                   PERFORM GRAVAR-PARTIDA
                   IF CES-SALDO-RECOMPRA > CES-VALOR-RECOMPRA
                       COMPUTE WS-LAN-VALOR =
                           CES-SALDO-RECOMPRA - CES-VALOR-RECOMPRA
                       MOVE WS-CONTA-EMPRESTIMOS TO WS-LAN-CONTA-DEB
                       MOVE WS-CONTA-DESAGIO-RECOMPRA
                           TO WS-LAN-CONTA-CRE
                       MOVE "DESAGIO NA RECOMPRA"
                           TO WS-LAN-HISTORICO
                       PERFORM GRAVAR-PARTIDA
                   END-IF
               END-IF.

      ******************************************************************
      * Contrato WS-CED-CONTRATO estava cedido em WS-CED-DATA: cessao
      * ate essa data e ainda em vigor ou recomprada depois dela.
      ******************************************************************
           VERIFICAR-CEDIDO.
               MOVE "N" TO WS-CEDIDO-NA-DATA
               IF WS-CESSOES-ABERTO = "S" THEN
                   MOVE WS-CED-CONTRATO TO CES-CONTRATO
                   READ ARQ-CESSOES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CES-DATA-CESSAO <= WS-CED-DATA
                              AND (CES-SITUACAO = "C"
                                OR CES-DATA-RECOMPRA > WS-CED-DATA)
                               MOVE "S" TO WS-CEDIDO-NA-DATA
                           END-IF
                   END-READ
               END-IF.

      ******************************************************************
