      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Correcao monetaria mensal dos contratos pos-fixados.
      *          Roda uma vez por competencia, depois que a tesouraria
      *          cadastra em INDICES.DAT a variacao do mes de cada
      *          indice. Para cada contrato ativo da CARTEIRA.DAT com
      *          CART-INDEXADOR preenchido, aplica a variacao do
      *          indice na competencia ao saldo a vencer: as parcelas
      *          em aberto com vencimento depois do fim do mes tem a
      *          parte ainda nao paga multiplicada pelo fator do
      *          indice e regravadas em PARCELAS.DAT, o que recalcula
      *          as prestacoes a vencer em SAC e em Price sobre o
      *          saldo corrigido. A competencia aplicada fica em
      *          CART-COMP-CORRECAO, para a mesma variacao nao entrar
      *          duas vezes, e cada correcao vai para o historico
      *          CORRECOES.DAT. As competencias sao aplicadas em
      *          ordem, a partir do mes seguinte ao da concessao:
      *          contrato com competencia anterior pendente ou sem o
      *          indice do mes cadastrado nao e corrigido e sai em
      *          CORRECAO-CRITICAS.DAT, com retorno 4. O relatorio das
      *          correcoes aplicadas sai em CORRECAO-INDICE.DAT.
      *          Contrato cedido a FIDC ("C") e suas parcelas cedidas
      *          sao corrigidos como os ativos: o tomador continua
      *          devendo o saldo corrigido, agora ao fundo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECAO-INDICE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-INDICES ASSIGN TO "INDICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDICES-STATUS.

           SELECT ARQ-CORRECOES ASSIGN TO "CORRECOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECOES-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO "CORRECAO-INDICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CRITICAS ASSIGN TO "CORRECAO-CRITICAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

      ******************************************************************
      * INDICES.DAT: variacao mensal dos indices, mantida pela
      * tesouraria como a COTACOES.DAT. Um registro por indice e
      * competencia:
      *   05 IND-INDEXADOR   PIC X(4)  - "CDI ", "IPCA"
      *   05 IND-COMPETENCIA PIC 9(6)  - AAAAMM
      *   05 IND-VARIACAO    PIC S9(3)V9(4) SIGN LEADING SEPARATE
      *                                - variacao do mes, em %
      ******************************************************************
       FD  ARQ-INDICES.
       01  INDICE-REC.
           05 IND-INDEXADOR       PIC X(4).
           05 FILLER              PIC X(1).
           05 IND-COMPETENCIA     PIC 9(6).
           05 FILLER              PIC X(1).
           05 IND-VARIACAO        PIC S9(3)V9(4)
                                  SIGN LEADING SEPARATE.

       FD  ARQ-CORRECOES.
           COPY CORRECAOREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC          PIC X(80).

       FD  ARQ-CRITICAS.
       01  CRITICA-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-INDICES-STATUS      PIC X(2) VALUE SPACES.
       01  WS-CORRECOES-STATUS    PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-FIM-PARCELAS        PIC X(1) VALUE "N".
       01  WS-ACHOU               PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-CONTRATO-ATUAL      PIC 9(7) VALUE 0.

      ******************************************************************
      * Competencia do processamento e fim do mes: so as parcelas que
      * vencem depois do fim do mes sao corrigidas; as vencidas ficam
      * pelo valor e correm multa e mora.
      ******************************************************************
       01  WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO         PIC 9(4).
           05 WS-COMP-MES         PIC 9(2).
       01  WS-DATA-FIM            PIC 9(8) VALUE 0.
       01  WS-DATA-PROX-MES       PIC 9(8) VALUE 0.
       01  WS-INT-FIM             PIC 9(8) VALUE 0.

      ******************************************************************
      * Competencia que o contrato deve corrigir agora: a seguinte a
      * ultima corrigida ou, sem correcao ainda, a seguinte ao mes da
      * concessao.
      ******************************************************************
       01  WS-COMP-BASE           PIC 9(6) VALUE 0.
       01  WS-COMP-BASE-R REDEFINES WS-COMP-BASE.
           05 WS-BASE-ANO         PIC 9(4).
           05 WS-BASE-MES         PIC 9(2).
       01  WS-COMP-ESPERADA       PIC 9(6) VALUE 0.

       01  WS-TOTAL-INDICES       PIC 9(3) VALUE 0.
       01  WS-TABELA-INDICES.
           05 WS-IND-OCR OCCURS 500 TIMES INDEXED BY WS-IND-IDX.
               10 WS-IND-INDEXADOR   PIC X(4).
               10 WS-IND-COMPETENCIA PIC 9(6).
               10 WS-IND-VARIACAO    PIC S9(3)V9(4).

       01  WS-VARIACAO            PIC S9(3)V9(4) VALUE 0.
       01  WS-FATOR               PIC 9(3)V9(8) VALUE 0.
       01  WS-ABERTO              PIC 9(9)V99 VALUE 0.
       01  WS-ABERTO-CORRIGIDO    PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-ANTERIOR      PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-CORRIGIDO     PIC 9(9)V99 VALUE 0.
       01  WS-QTD-PARCELAS        PIC 9(3) VALUE 0.

       01  WS-TOTAL-POS-FIXADOS   PIC 9(7) VALUE 0.
       01  WS-TOTAL-CORRIGIDOS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-SEM-CORRECAO  PIC 9(7) VALUE 0.
       01  WS-TOTAL-CRITICAS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-ANTERIOR      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CORRIGIDO     PIC 9(13)V99 VALUE 0.

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(40)
               VALUE "CORRECAO POR INDICE - COMPETENCIA       ".
           05 WS-TIT-COMPETENCIA  PIC 9(6).
           05 FILLER              PIC X(10) VALUE "  GERADO  ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CABECALHO.
           05 FILLER              PIC X(9)  VALUE "CONTRATO ".
           05 FILLER              PIC X(5)  VALUE "IND  ".
           05 FILLER              PIC X(11) VALUE "VARIACAO % ".
           05 FILLER              PIC X(15) VALUE " SALDO ANTERIOR".
           05 FILLER              PIC X(16) VALUE " SALDO CORRIGIDO".
           05 FILLER              PIC X(6)  VALUE " PARC.".

       01  WS-LINHA-CONTRATO.
           05 WS-LC-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-INDEXADOR     PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-VARIACAO      PIC -ZZ9,9999.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-ANTERIOR      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-CORRIGIDO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 WS-LC-PARCELAS      PIC ZZ9.

       01  WS-LINHA-TOTAL.
           05 FILLER              PIC X(15) VALUE "TOTAL GERAL    ".
           05 FILLER              PIC X(10) VALUE "ANTERIOR: ".
           05 WS-LT-ANTERIOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(13) VALUE "  CORRIGIDO: ".
           05 WS-LT-CORRIGIDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-CRIT-TITULO.
           05 FILLER              PIC X(44)
               VALUE "CRITICAS DA CORRECAO POR INDICE - COMPET.  ".
           05 WS-CT-COMPETENCIA   PIC 9(6).

       01  WS-LINHA-CRITICA.
           05 WS-CR-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CR-INDEXADOR     PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CR-COMPETENCIA   PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-CR-MOTIVO        PIC X(50).

       PROCEDURE DIVISION.
           DISPLAY "CORRECAO MONETARIA DOS CONTRATOS POS-FIXADOS".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE A COMPETENCIA (AAAAMM) OU 0 PARA O "
               "MES CORRENTE: ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0 THEN
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA - CORRECAO NAO "
                   "EXECUTADA"
               STOP RUN
           END-IF.
           PERFORM CALCULAR-FIM-MES

           PERFORM CARREGAR-INDICES

           OPEN I-O ARQ-CARTEIRA
           IF WS-CARTEIRA-STATUS = "35" THEN
               DISPLAY "CARTEIRA.DAT NAO ENCONTRADA - "
                   "NADA A CORRIGIR"
               STOP RUN
           END-IF

           OPEN I-O ARQ-PARCELAS
           IF WS-PARCELAS-STATUS = "35" THEN
               DISPLAY "PARCELAS.DAT NAO ENCONTRADO - "
                   "NADA A CORRIGIR"
               CLOSE ARQ-CARTEIRA
               STOP RUN
           END-IF

           OPEN EXTEND ARQ-CORRECOES
           IF WS-CORRECOES-STATUS = "35" THEN
               OPEN OUTPUT ARQ-CORRECOES
           END-IF

           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-COMPETENCIA TO WS-TIT-COMPETENCIA
           MOVE WS-DATA-HOJE   TO WS-TIT-DATA
           MOVE WS-LINHA-TITULO TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WS-LINHA-CABECALHO TO RELATORIO-REC
           WRITE RELATORIO-REC

           OPEN OUTPUT ARQ-CRITICAS
           MOVE WS-COMPETENCIA TO WS-CT-COMPETENCIA
           MOVE WS-LINHA-CRIT-TITULO TO CRITICA-REC
           WRITE CRITICA-REC

           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQ-CARTEIRA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF (CART-SITUACAO = "A" OR "C")
                          AND CART-INDEXADOR NOT = SPACES
                           ADD 1 TO WS-TOTAL-POS-FIXADOS
                           PERFORM CORRIGIR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TOTAL-ANTERIOR  TO WS-LT-ANTERIOR
           MOVE WS-TOTAL-CORRIGIDO TO WS-LT-CORRIGIDO
           MOVE WS-LINHA-TOTAL TO RELATORIO-REC
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           CLOSE ARQ-CRITICAS

           CLOSE ARQ-CORRECOES
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-CARTEIRA

           IF WS-TOTAL-CRITICAS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CONTRATOS POS-FIXADOS: " WS-TOTAL-POS-FIXADOS
           DISPLAY "CORRIGIDOS...........: " WS-TOTAL-CORRIGIDOS
           DISPLAY "SEM CORRECAO NO MES..: " WS-TOTAL-SEM-CORRECAO
           DISPLAY "CRITICADOS...........: " WS-TOTAL-CRITICAS
           DISPLAY "RELATORIO EM CORRECAO-INDICE.DAT"
           DISPLAY "CRITICAS EM CORRECAO-CRITICAS.DAT".

           STOP RUN.

      ******************************************************************
      * Ultimo dia da competencia: primeiro dia do mes seguinte menos
      * um.
      ******************************************************************
           CALCULAR-FIM-MES.
               IF WS-COMP-MES = 12 THEN
                   COMPUTE WS-DATA-PROX-MES =
                       (WS-COMP-ANO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-DATA-PROX-MES =
                       WS-COMP-ANO * 10000 + (WS-COMP-MES + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
               COMPUTE WS-DATA-FIM =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FIM).

      ******************************************************************
      * Carrega so as variacoes da competencia processada; variacao
      * de -100% ou menos zeraria o saldo e e desprezada (o contrato
      * sai criticado por falta de indice).
      ******************************************************************
           CARREGAR-INDICES.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0   TO WS-TOTAL-INDICES
               OPEN INPUT ARQ-INDICES
               IF WS-INDICES-STATUS = "35" THEN
                   DISPLAY "INDICES.DAT NAO ENCONTRADO - "
                       "NENHUM INDICE CARREGADO"
               ELSE
                   PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                       READ ARQ-INDICES
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF IND-COMPETENCIA = WS-COMPETENCIA
                                  AND IND-VARIACAO > -100
                                  AND WS-TOTAL-INDICES < 500
                                   ADD 1 TO WS-TOTAL-INDICES
                                   SET WS-IND-IDX TO WS-TOTAL-INDICES
                                   PERFORM GUARDAR-INDICE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-INDICES
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO.

           GUARDAR-INDICE.
               MOVE IND-INDEXADOR   TO WS-IND-INDEXADOR(WS-IND-IDX)
               MOVE IND-COMPETENCIA TO WS-IND-COMPETENCIA(WS-IND-IDX)
               MOVE IND-VARIACAO    TO WS-IND-VARIACAO(WS-IND-IDX).

      ******************************************************************
      * Contrato ja corrigido na competencia, ou concedido nela, nao
      * tem o que corrigir; com competencia anterior pendente ou sem
      * indice do mes, e criticado e fica como esta.
      ******************************************************************
           CORRIGIR-CONTRATO.
               MOVE CART-CONTRATO  TO WS-CONTRATO-ATUAL
               MOVE CART-INDEXADOR TO WS-CR-INDEXADOR
               IF CART-COMP-CORRECAO > 0 THEN
                   MOVE CART-COMP-CORRECAO TO WS-COMP-BASE
               ELSE
                   MOVE CART-DATA(1:6) TO WS-COMP-BASE
               END-IF
               IF WS-BASE-MES = 12 THEN
                   COMPUTE WS-COMP-ESPERADA =
                       (WS-BASE-ANO + 1) * 100 + 1
               ELSE
                   COMPUTE WS-COMP-ESPERADA = WS-COMP-BASE + 1
               END-IF
               EVALUATE TRUE
                   WHEN WS-COMPETENCIA < WS-COMP-ESPERADA
                       ADD 1 TO WS-TOTAL-SEM-CORRECAO
                   WHEN WS-COMPETENCIA > WS-COMP-ESPERADA
                       MOVE WS-COMP-ESPERADA TO WS-CR-COMPETENCIA
                       MOVE "CORRECAO DE COMPETENCIA ANTERIOR PENDENTE"
                           TO WS-CR-MOTIVO
                       PERFORM GRAVAR-CRITICA
                   WHEN OTHER
                       PERFORM BUSCAR-INDICE
                       IF WS-ACHOU = "S" THEN
                           PERFORM APLICAR-CORRECAO
                       ELSE
                           MOVE WS-COMPETENCIA TO WS-CR-COMPETENCIA
                           MOVE "INDICE DO MES NAO CADASTRADO"
                               TO WS-CR-MOTIVO
                           PERFORM GRAVAR-CRITICA
                       END-IF
               END-EVALUATE.

           BUSCAR-INDICE.
               MOVE "N" TO WS-ACHOU
               MOVE 0   TO WS-VARIACAO
               PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-TOTAL-INDICES
                      OR WS-ACHOU = "S"
                   IF WS-IND-INDEXADOR(WS-IND-IDX) = CART-INDEXADOR
                       MOVE WS-IND-VARIACAO(WS-IND-IDX) TO WS-VARIACAO
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM.

      ******************************************************************
      * Corrige a parte nao paga de cada parcela a vencer pelo fator
      * do indice. Corrigir o saldo a vencer e refazer as prestacoes
      * sobre ele, a mesma taxa e prazo restante, da o mesmo
      * resultado em SAC e em Price que corrigir cada prestacao.
      ******************************************************************
           APLICAR-CORRECAO.
               COMPUTE WS-FATOR = 1 + WS-VARIACAO / 100
               MOVE 0 TO WS-SALDO-ANTERIOR
               MOVE 0 TO WS-SALDO-CORRIGIDO
               MOVE 0 TO WS-QTD-PARCELAS
               MOVE "N" TO WS-FIM-PARCELAS
               MOVE WS-CONTRATO-ATUAL TO PARC-CONTRATO
               MOVE 0 TO PARC-NUMERO
               START ARQ-PARCELAS KEY IS >= PARC-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-PARCELAS
               END-START
               PERFORM UNTIL WS-FIM-PARCELAS = "S"
                   READ ARQ-PARCELAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-PARCELAS
                       NOT AT END
                           IF PARC-CONTRATO NOT = WS-CONTRATO-ATUAL
                               MOVE "S" TO WS-FIM-PARCELAS
                           ELSE
                               PERFORM CORRIGIR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-COMPETENCIA TO CART-COMP-CORRECAO
               REWRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTRATO "
                           CART-CONTRATO " - STATUS "
                           WS-CARTEIRA-STATUS
               END-REWRITE

               PERFORM GRAVAR-HISTORICO
               ADD 1 TO WS-TOTAL-CORRIGIDOS
               ADD WS-SALDO-ANTERIOR  TO WS-TOTAL-ANTERIOR
               ADD WS-SALDO-CORRIGIDO TO WS-TOTAL-CORRIGIDO

               MOVE WS-CONTRATO-ATUAL  TO WS-LC-CONTRATO
               MOVE CART-INDEXADOR     TO WS-LC-INDEXADOR
               MOVE WS-VARIACAO        TO WS-LC-VARIACAO
               MOVE WS-SALDO-ANTERIOR  TO WS-LC-ANTERIOR
               MOVE WS-SALDO-CORRIGIDO TO WS-LC-CORRIGIDO
               MOVE WS-QTD-PARCELAS    TO WS-LC-PARCELAS
               MOVE WS-LINHA-CONTRATO  TO RELATORIO-REC
               WRITE RELATORIO-REC.

           CORRIGIR-PARCELA.
               IF (PARC-SITUACAO = "A" OR "C")
                  AND PARC-VENCIMENTO > WS-DATA-FIM
                   COMPUTE WS-ABERTO = PARC-VALOR - PARC-VALOR-PAGO
                   COMPUTE WS-ABERTO-CORRIGIDO ROUNDED =
                       WS-ABERTO * WS-FATOR
                   ADD WS-ABERTO           TO WS-SALDO-ANTERIOR
                   ADD WS-ABERTO-CORRIGIDO TO WS-SALDO-CORRIGIDO
                   COMPUTE PARC-VALOR =
                       PARC-VALOR-PAGO + WS-ABERTO-CORRIGIDO
                   REWRITE PARCELA-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR PARCELA "
                               PARC-CONTRATO "/" PARC-NUMERO
                               " - STATUS " WS-PARCELAS-STATUS
                   END-REWRITE
                   ADD 1 TO WS-QTD-PARCELAS
               END-IF.

           GRAVAR-HISTORICO.
               MOVE SPACES              TO CORRECAO-REC
               MOVE WS-CONTRATO-ATUAL   TO COR-CONTRATO
               MOVE WS-COMPETENCIA      TO COR-COMPETENCIA
               MOVE CART-INDEXADOR      TO COR-INDEXADOR
               MOVE WS-VARIACAO         TO COR-VARIACAO
               MOVE WS-SALDO-ANTERIOR   TO COR-SALDO-ANTERIOR
               MOVE WS-SALDO-CORRIGIDO  TO COR-SALDO-CORRIGIDO
               MOVE WS-QTD-PARCELAS     TO COR-QTD-PARCELAS
               MOVE WS-DATA-HOJE        TO COR-DATA-MOVIMENTO
               WRITE CORRECAO-REC.

           GRAVAR-CRITICA.
               ADD 1 TO WS-TOTAL-CRITICAS
               MOVE WS-CONTRATO-ATUAL TO WS-CR-CONTRATO
               MOVE WS-LINHA-CRITICA  TO CRITICA-REC
               WRITE CRITICA-REC.
       END PROGRAM CORRECAO-INDICE.
