      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Relatorio mensal de recuperacao de credito. Le o
      *          historico RECUPERACOES.DAT gravado pelo RETORNO-BANCO
      *          com os pagamentos recebidos em contratos baixados
      *          para prejuizo e totaliza, por contrato, o valor
      *          recuperado na competencia informada (pela data do
      *          pagamento) e o acumulado desde a baixa ate o fim da
      *          competencia, ao lado da data e do valor baixados
      *          (CART-DATA-PREJUIZO e CART-VALOR-PREJUIZO). Saem so
      *          os contratos com recebimento na competencia.
      *          Relatorio em RECUPERACAO-MENSAL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RECUPERACAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECUPERACOES ASSIGN TO "RECUPERACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUPERACOES-STATUS.

           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO "RECUPERACAO-MENSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RECUPERACOES.
           COPY RECUPERACAOREC.

       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-RELATORIO.
       01  RELATORIO-REC          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RECUPERACOES-STATUS PIC X(2) VALUE SPACES.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-ACHOU               PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.

       01  WS-COMPETENCIA         PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO         PIC 9(4).
           05 WS-COMP-MES         PIC 9(2).
       01  WS-DATA-INI            PIC 9(8) VALUE 0.
       01  WS-DATA-FIM            PIC 9(8) VALUE 0.

      ******************************************************************
      * Totais por contrato, montados na leitura do historico (que
      * esta em ordem de gravacao, nao de contrato).
      ******************************************************************
       01  WS-TOTAL-CONTRATOS     PIC 9(4) VALUE 0.
       01  WS-TABELA-CONTRATOS.
           05 WS-CTR-OCR OCCURS 2000 TIMES INDEXED BY WS-CTR-IDX.
               10 WS-CTR-CONTRATO  PIC 9(7).
               10 WS-CTR-QTD-MES   PIC 9(5).
               10 WS-CTR-VLR-MES   PIC 9(11)V99.
               10 WS-CTR-VLR-ACUM  PIC 9(11)V99.

       01  WS-QTD-MES             PIC 9(1) VALUE 0.
       01  WS-VLR-MES             PIC 9(9)V99 VALUE 0.

       01  WS-TOTAL-LIDOS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-LISTADOS      PIC 9(7) VALUE 0.
       01  WS-TOTAL-QTD-MES       PIC 9(7) VALUE 0.
       01  WS-TOTAL-VLR-MES       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-VLR-ACUM      PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-VLR-BAIXADO   PIC 9(13)V99 VALUE 0.
       01  WS-DISP-SOMA           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TITULO.
           05 FILLER              PIC X(40)
               VALUE "RECUPERACAO DE CREDITO - COMPETENCIA   ".
           05 WS-TIT-COMPETENCIA  PIC 9(6).
           05 FILLER              PIC X(10) VALUE "  GERADO  ".
           05 WS-TIT-DATA         PIC 9(8).

       01  WS-LINHA-CABECALHO.
           05 FILLER              PIC X(9)  VALUE "CONTRATO ".
           05 FILLER              PIC X(15) VALUE "DOCUMENTO      ".
           05 FILLER              PIC X(9)  VALUE "BAIXA    ".
           05 FILLER              PIC X(18)
               VALUE "    VALOR BAIXADO ".
           05 FILLER              PIC X(4)  VALUE "PGT ".
           05 FILLER              PIC X(18)
               VALUE "  RECUPERADO MES ".
           05 FILLER              PIC X(18)
               VALUE " RECUPERADO ACUM ".

       01  WS-LINHA-CONTRATO.
           05 WS-LC-CONTRATO      PIC 9(7).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 WS-LC-DOCUMENTO     PIC 9(14).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-DATA-BAIXA    PIC 9(8).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-VLR-BAIXADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-QTD           PIC ZZ9.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-VLR-MES       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 WS-LC-VLR-ACUM      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           05 FILLER              PIC X(12) VALUE "TOTAL GERAL ".
           05 WS-LT-CONTRATOS     PIC ZZZ.ZZ9.
           05 FILLER              PIC X(14) VALUE " CTR  BAIXADO ".
           05 WS-LT-VLR-BAIXADO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(6)  VALUE "  MES ".
           05 WS-LT-VLR-MES       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(7)  VALUE "  ACUM ".
           05 WS-LT-VLR-ACUM      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           DISPLAY "RELATORIO MENSAL DE RECUPERACAO DE CREDITO".
           DISPLAY "**************************************".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

           DISPLAY "DIGITE A COMPETENCIA (AAAAMM) OU 0 PARA O "
               "MES CORRENTE: ".
           ACCEPT WS-COMPETENCIA.
           IF WS-COMPETENCIA = 0 THEN
               MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA
           END-IF.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12 THEN
               DISPLAY "COMPETENCIA INVALIDA - RELATORIO NAO "
                   "GERADO"
               STOP RUN
           END-IF.
           COMPUTE WS-DATA-INI = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DATA-FIM = WS-COMPETENCIA * 100 + 31

           OPEN INPUT ARQ-RECUPERACOES
           IF WS-RECUPERACOES-STATUS = "35" THEN
               DISPLAY "RECUPERACOES.DAT NAO ENCONTRADO - "
                   "NENHUMA RECUPERACAO REGISTRADA"
           ELSE
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-RECUPERACOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM ACUMULAR-RECUPERACAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-RECUPERACOES
           END-IF

           OPEN INPUT ARQ-CARTEIRA
           OPEN OUTPUT ARQ-RELATORIO
           MOVE WS-COMPETENCIA TO WS-TIT-COMPETENCIA
           MOVE WS-DATA-HOJE   TO WS-TIT-DATA
           MOVE WS-LINHA-TITULO TO RELATORIO-REC
           WRITE RELATORIO-REC
           MOVE WS-LINHA-CABECALHO TO RELATORIO-REC
           WRITE RELATORIO-REC

           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > WS-TOTAL-CONTRATOS
               IF WS-CTR-QTD-MES(WS-CTR-IDX) > 0
                   PERFORM GRAVAR-LINHA-CONTRATO
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-LISTADOS    TO WS-LT-CONTRATOS
           MOVE WS-TOTAL-VLR-BAIXADO TO WS-LT-VLR-BAIXADO
           MOVE WS-TOTAL-VLR-MES     TO WS-LT-VLR-MES
           MOVE WS-TOTAL-VLR-ACUM    TO WS-LT-VLR-ACUM
           MOVE WS-LINHA-TOTAL TO RELATORIO-REC
           WRITE RELATORIO-REC
           CLOSE ARQ-RELATORIO
           IF WS-CARTEIRA-STATUS NOT = "35"
               CLOSE ARQ-CARTEIRA
           END-IF

           MOVE WS-TOTAL-VLR-MES TO WS-DISP-SOMA
           DISPLAY "RECUPERACOES LIDAS...: " WS-TOTAL-LIDOS
           DISPLAY "PAGAMENTOS NO MES....: " WS-TOTAL-QTD-MES
           DISPLAY "CONTRATOS NO MES.....: " WS-TOTAL-LISTADOS
           DISPLAY "RECUPERADO NO MES....: " WS-DISP-SOMA
           DISPLAY "RELATORIO EM RECUPERACAO-MENSAL.DAT".

           STOP RUN.

      ******************************************************************
      * Pagamentos depois do fim da competencia nao entram; os
      * anteriores a ela so somam no acumulado.
      ******************************************************************
           ACUMULAR-RECUPERACAO.
               IF REC-DATA-PGTO <= WS-DATA-FIM
                   MOVE 0 TO WS-VLR-MES
                   MOVE 0 TO WS-QTD-MES
                   IF REC-DATA-PGTO >= WS-DATA-INI
                       MOVE REC-VALOR TO WS-VLR-MES
                       MOVE 1 TO WS-QTD-MES
                       ADD 1 TO WS-TOTAL-QTD-MES
                   END-IF
                   PERFORM ACUMULAR-CONTRATO
               END-IF.

           ACUMULAR-CONTRATO.
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-TOTAL-CONTRATOS
                      OR WS-ACHOU = "S"
                   IF WS-CTR-CONTRATO(WS-CTR-IDX) = REC-CONTRATO
                       ADD WS-QTD-MES TO WS-CTR-QTD-MES(WS-CTR-IDX)
                       ADD WS-VLR-MES TO WS-CTR-VLR-MES(WS-CTR-IDX)
                       ADD REC-VALOR  TO WS-CTR-VLR-ACUM(WS-CTR-IDX)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "N"
                   IF WS-TOTAL-CONTRATOS < 2000
                       ADD 1 TO WS-TOTAL-CONTRATOS
                       SET WS-CTR-IDX TO WS-TOTAL-CONTRATOS
                       MOVE REC-CONTRATO
                           TO WS-CTR-CONTRATO(WS-CTR-IDX)
                       MOVE WS-QTD-MES TO WS-CTR-QTD-MES(WS-CTR-IDX)
                       MOVE WS-VLR-MES TO WS-CTR-VLR-MES(WS-CTR-IDX)
                       MOVE REC-VALOR  TO WS-CTR-VLR-ACUM(WS-CTR-IDX)
                   ELSE
                       DISPLAY "TABELA DE CONTRATOS CHEIA - CONTRATO "
                           REC-CONTRATO " FORA DO RELATORIO"
                   END-IF
               END-IF.

      ******************************************************************
      * Data e valor da baixa vem do contrato; contrato expurgado ou
      * nao encontrado sai com a baixa zerada.
      ******************************************************************
           GRAVAR-LINHA-CONTRATO.
               MOVE WS-CTR-CONTRATO(WS-CTR-IDX) TO CART-CONTRATO
               MOVE 0 TO WS-LC-DOCUMENTO
               MOVE 0 TO WS-LC-DATA-BAIXA
               MOVE 0 TO WS-LC-VLR-BAIXADO
               IF WS-CARTEIRA-STATUS NOT = "35"
                   READ ARQ-CARTEIRA
                       NOT INVALID KEY
                           MOVE CART-DOCUMENTO TO WS-LC-DOCUMENTO
                           MOVE CART-DATA-PREJUIZO
                               TO WS-LC-DATA-BAIXA
                           MOVE CART-VALOR-PREJUIZO
                               TO WS-LC-VLR-BAIXADO
                           ADD CART-VALOR-PREJUIZO
                               TO WS-TOTAL-VLR-BAIXADO
                   END-READ
               END-IF
               ADD 1 TO WS-TOTAL-LISTADOS
               ADD WS-CTR-VLR-MES(WS-CTR-IDX)  TO WS-TOTAL-VLR-MES
               ADD WS-CTR-VLR-ACUM(WS-CTR-IDX) TO WS-TOTAL-VLR-ACUM
               MOVE WS-CTR-CONTRATO(WS-CTR-IDX) TO WS-LC-CONTRATO
               MOVE WS-CTR-QTD-MES(WS-CTR-IDX)  TO WS-LC-QTD
               MOVE WS-CTR-VLR-MES(WS-CTR-IDX)  TO WS-LC-VLR-MES
               MOVE WS-CTR-VLR-ACUM(WS-CTR-IDX) TO WS-LC-VLR-ACUM
               MOVE WS-LINHA-CONTRATO TO RELATORIO-REC
               WRITE RELATORIO-REC.
       END PROGRAM RELATORIO-RECUPERACAO.
