      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Aprovacao das concessoes acima da alcada. A
      *          CalculadoraEmprestimo e o EMPRESTIMO-LOTE gravam em
      *          PENDENCIAS.DAT a proposta cujo montante passa da
      *          alcada do perfil de quem a digitou (ALCADAS.DAT), sem
      *          gerar contrato nem parcelas. Aqui um segundo
      *          operador, diferente do digitador e com alcada que
      *          cubra o montante, lista as pendencias e aprova ou
      *          recusa com motivo. So a aprovacao efetiva o contrato:
      *          grava a CARTEIRA.DAT e as parcelas em PARCELAS.DAT com
      *          a taxa, a prestacao e o CET calculados na digitacao,
      *          vencimentos contados da data da aprovacao e o
      *          digitador como operador do contrato. Na entrada, as
      *          pendencias sem decisao ha mais de WS-DIAS-EXPIRACAO
      *          dias expiram. Inclusao, aprovacao, recusa e
      *          expiracao ficam na AUDITORIA.DAT, com o digitador no
      *          detalhe para a conferencia de segregacao de funcoes.
      *          O operador se autentica pela AUTENTICAR-OPERADOR e
      *          cada opcao e conferida contra o perfil dele.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVACAO-CONCESSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDENCIAS ASSIGN TO "PENDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-NUMERO
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT ARQ-CARTEIRA ASSIGN TO "CARTEIRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CART-CONTRATO
               FILE STATUS IS WS-CARTEIRA-STATUS.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT ARQ-CONTROLE ASSIGN TO "CONTRATO-CONTROLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-DOCUMENTO
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT ARQ-TAXAS ASSIGN TO "TABELA-TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAS-STATUS.

           SELECT ARQ-ALCADAS ASSIGN TO "ALCADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCADAS-STATUS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENCIAS.
           COPY PENDENCIAREC.

       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.

       FD  ARQ-CONTROLE.
       01  CONTROLE-REC.
           05 CTRL-ULTIMO-CONTRATO PIC 9(7).

       FD  ARQ-CLIENTES.
           COPY CLIENTEREC.

       FD  ARQ-TAXAS.
           COPY TAXAREC.

       FD  ARQ-ALCADAS.
           COPY ALCADAREC.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDENCIAS-STATUS   PIC X(2) VALUE SPACES.
       01  WS-CARTEIRA-STATUS     PIC X(2) VALUE SPACES.
       01  WS-PARCELAS-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CONTROLE-STATUS     PIC X(2) VALUE SPACES.
       01  WS-CLIENTES-STATUS     PIC X(2) VALUE SPACES.
       01  WS-ALCADAS-STATUS      PIC X(2) VALUE SPACES.
       01  WS-TAXAS-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.

       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-OPCAO               PIC 9(1) VALUE 0.
       01  WS-SAIR                PIC X(1) VALUE "N".
       01  WS-CONFIRMA            PIC X(1) VALUE "N".
       01  WS-FIM-ARQUIVO         PIC X(1) VALUE "N".
       01  WS-ALCADAS-FIM         PIC X(1) VALUE "N".
       01  WS-TAXAS-FIM           PIC X(1) VALUE "N".
       01  WS-INDEXADOR           PIC X(4) VALUE SPACES.
       01  WS-PENDENCIA-ACHADA    PIC X(1) VALUE "N".
       01  WS-CLIENTE-OK          PIC X(1) VALUE "N".
       01  WS-DATA-HOJE           PIC 9(8) VALUE 0.
       01  WS-NUM-BUSCA           PIC 9(7) VALUE 0.
       01  WS-MOTIVO              PIC X(40) VALUE SPACES.
       01  WS-ALCADA              PIC 9(11)V99 VALUE 0.
       01  WS-QTD-PENDENTES       PIC 9(5) VALUE 0.
       01  WS-QTD-EXPIRADAS       PIC 9(5) VALUE 0.

      ******************************************************************
      * Prazo, em dias corridos contados da digitacao, para a
      * pendencia ser decidida; passado o prazo ela expira e a
      * proposta precisa ser digitada de novo.
      ******************************************************************
       01  WS-DIAS-EXPIRACAO      PIC 9(3) VALUE 5.
       01  WS-DIAS-PENDENTE       PIC S9(8) VALUE 0.

       01  WS-NUM-CONTRATO        PIC 9(7) VALUE 0.
       01  WS-DISP-CONTRATO       PIC Z(6)9.
       01  WS-DISP-MONTANTE       PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-DISP-ALCADA         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-DISP-TAXA           PIC ZZZ9,99.
       01  WS-DISP-CET            PIC ZZ9,99.

       01  MONTANTE-EMP           PIC 9(9)V99 VALUE 0.
       01  NUM-PARCELAS           PIC 9(3) VALUE 0.
       01  PRESTACAO-MEN          PIC 9(9)V99 VALUE 0.
       01  WS-TX-JUROS-PCT        PIC 9(2)V9999 VALUE 0.
       01  WS-AMORT-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-SISTEMA-AMORT       PIC X(1) VALUE "S".
       01  WS-MOEDA               PIC X(3) VALUE "BRL".

       01  WS-SALDO-DEVEDOR       PIC 9(9)V99 VALUE 0.
       01  WS-SALDO-INICIAL       PIC 9(9)V99 VALUE 0.
       01  WS-AMORT-EFETIVA       PIC 9(9)V99 VALUE 0.
       01  WS-JUROS-PARC          PIC 9(9)V99 VALUE 0.
       01  WS-PARCELA-NUM         PIC 9(3)    VALUE 0.

       01  WS-DATA-VENCIMENTO     PIC 9(8) VALUE 0.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENCIMENTO.
           05 WS-VENC-ANO         PIC 9(4).
           05 WS-VENC-MES         PIC 9(2).
           05 WS-VENC-DIA         PIC 9(2).
       01  WS-MES-TOTAL           PIC 9(6) VALUE 0.
       01  WS-MES-RESTO           PIC 9(2) VALUE 0.

           COPY SESSAOOPER.

      ******************************************************************
      * Detalhe da auditoria: o montante fica nas posicoes 5 a 16,
      * como na concessao, e o digitador nas posicoes 47 a 54; a
      * CONCILIACAO-DIARIA casa o contrato aprovado pelo digitador,
      * que e o CART-OPERADOR gravado.
      ******************************************************************
       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "VLR ".
           05 WS-AUDIT-MONTANTE    PIC Z(8)9,99.
           05 FILLER               PIC X(6)  VALUE " PEND ".
           05 WS-AUDIT-PENDENCIA   PIC 9(7).
           05 FILLER               PIC X(5)  VALUE " CTR ".
           05 WS-AUDIT-CONTRATO    PIC 9(7).
           05 FILLER               PIC X(5)  VALUE " DIG ".
           05 WS-AUDIT-DIGITADOR   PIC X(8).
       01  WS-AUDIT-RESULTADO     PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "APROVACAO DE CONCESSOES ACIMA DA ALCADA".
           DISPLAY "**************************************".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE "N" TO WS-SAIR.

           MOVE "E"               TO SES-FUNCAO
           MOVE "APROVACAO-CONC"  TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           OPEN I-O ARQ-PENDENCIAS
           IF WS-PENDENCIAS-STATUS = "35" THEN
               DISPLAY "PENDENCIAS.DAT NAO ENCONTRADO - NENHUMA "
                   "PROPOSTA AGUARDANDO APROVACAO"
               GOBACK
           END-IF.

           PERFORM EXPIRAR-PENDENCIAS.
           PERFORM BUSCAR-ALCADA.

           PERFORM UNTIL WS-SAIR = "S"
               DISPLAY " "
               DISPLAY "1 - LISTAR PENDENCIAS"
               DISPLAY "2 - APROVAR PENDENCIA"
               DISPLAY "3 - RECUSAR PENDENCIA"
               DISPLAY "4 - SAIR"
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM LISTAR-PENDENCIAS
                       WHEN 2
                           PERFORM APROVAR-PENDENCIA
                       WHEN 3
                           PERFORM RECUSAR-PENDENCIA
                       WHEN 4
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 4."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ARQ-PENDENCIAS.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

      ******************************************************************
      * Pendencia ainda "P" com mais de WS-DIAS-EXPIRACAO dias desde a
      * digitacao passa a "E" e sai da fila de aprovacao.
      ******************************************************************
           EXPIRAR-PENDENCIAS.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0 TO PEND-NUMERO
               START ARQ-PENDENCIAS KEY >= PEND-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-PENDENCIAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PEND-SITUACAO = "P"
                               PERFORM CONFERIR-EXPIRACAO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-QTD-EXPIRADAS > 0 THEN
                   DISPLAY "PENDENCIAS EXPIRADAS NESTA ENTRADA: "
                       WS-QTD-EXPIRADAS
               END-IF.

           CONFERIR-EXPIRACAO.
               COMPUTE WS-DIAS-PENDENTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PEND-DATA)
               IF WS-DIAS-PENDENTE > WS-DIAS-EXPIRACAO THEN
                   MOVE "E"          TO PEND-SITUACAO
                   MOVE WS-DATA-HOJE TO PEND-DATA-DECISAO
                   MOVE "EXPIRADA SEM DECISAO NO PRAZO"
                       TO PEND-MOTIVO
                   REWRITE PENDENCIA-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR PENDENCIA "
                               PEND-NUMERO " - STATUS "
                               WS-PENDENCIAS-STATUS
                   END-REWRITE
                   ADD 1 TO WS-QTD-EXPIRADAS
                   MOVE "EXPIRADA" TO WS-AUDIT-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

      ******************************************************************
      * Alcada do perfil do aprovador. Sem ALCADAS.DAT ou sem registro
      * para o perfil a alcada e zero e nenhuma pendencia pode ser
      * aprovada por ele.
      ******************************************************************
           BUSCAR-ALCADA.
               MOVE 0   TO WS-ALCADA
               MOVE "N" TO WS-ALCADAS-FIM
               OPEN INPUT ARQ-ALCADAS
               IF WS-ALCADAS-STATUS = "35" THEN
                   DISPLAY "ALCADAS.DAT NAO ENCONTRADO - ALCADA DO "
                       "APROVADOR ZERADA"
               ELSE
                   PERFORM UNTIL WS-ALCADAS-FIM = "S"
                       READ ARQ-ALCADAS
                           AT END
                               MOVE "S" TO WS-ALCADAS-FIM
                           NOT AT END
                               IF ALC-PERFIL = SES-PERFIL THEN
                                   MOVE ALC-LIMITE TO WS-ALCADA
                                   MOVE "S" TO WS-ALCADAS-FIM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALCADAS
               END-IF
               MOVE WS-ALCADA TO WS-DISP-ALCADA
               DISPLAY "ALCADA DO PERFIL " SES-PERFIL ": "
                   WS-DISP-ALCADA.

           LISTAR-PENDENCIAS.
               MOVE 0   TO WS-QTD-PENDENTES
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE 0 TO PEND-NUMERO
               START ARQ-PENDENCIAS KEY >= PEND-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQ-PENDENCIAS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF PEND-SITUACAO = "P"
                               ADD 1 TO WS-QTD-PENDENTES
                               MOVE PEND-MONTANTE TO WS-DISP-MONTANTE
                               DISPLAY PEND-NUMERO " " PEND-DATA " "
                                   PEND-OPERADOR " " PEND-DOCUMENTO
                                   " " PEND-TIPO " " PEND-MOEDA " "
                                   WS-DISP-MONTANTE " " PEND-PARCELAS
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "PENDENCIAS AGUARDANDO DECISAO: "
                   WS-QTD-PENDENTES.

           LOCALIZAR-PENDENCIA.
               MOVE "N" TO WS-PENDENCIA-ACHADA
               DISPLAY "DIGITE O NUMERO DA PENDENCIA: "
               ACCEPT WS-NUM-BUSCA
               MOVE WS-NUM-BUSCA TO PEND-NUMERO
               READ ARQ-PENDENCIAS
                   INVALID KEY
                       DISPLAY "PENDENCIA " WS-NUM-BUSCA
                           " NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF PEND-SITUACAO = "P" THEN
                           MOVE "S" TO WS-PENDENCIA-ACHADA
                           PERFORM EXIBIR-PENDENCIA
                       ELSE
                           DISPLAY "PENDENCIA " WS-NUM-BUSCA
                               " JA DECIDIDA - SITUACAO "
                               PEND-SITUACAO
                       END-IF
               END-READ.

           EXIBIR-PENDENCIA.
               MOVE PEND-MONTANTE TO WS-DISP-MONTANTE
               MOVE PEND-TAXA     TO WS-DISP-TAXA
               MOVE PEND-CET      TO WS-DISP-CET
               DISPLAY "PENDENCIA...: " PEND-NUMERO
               DISPLAY "DIGITADA EM.: " PEND-DATA " POR "
                   PEND-OPERADOR " (" PEND-ORIGEM ")"
               DISPLAY "CPF/CNPJ....: " PEND-DOCUMENTO
               DISPLAY "TIPO........: " PEND-TIPO
               DISPLAY "MONTANTE....: " PEND-MOEDA " "
                   WS-DISP-MONTANTE
               DISPLAY "PARCELAS....: " PEND-PARCELAS
                   " AMORTIZACAO " PEND-AMORTIZACAO
               DISPLAY "TAXA........: " WS-DISP-TAXA " % AO MES"
               DISPLAY "CET.........: " WS-DISP-CET " % AO MES".

      ******************************************************************
      * Dupla custodia: quem digitou nao decide a propria proposta, e
      * o aprovador precisa de alcada que cubra o montante. A
      * recusa pela segregacao ou pela alcada fica na auditoria.
      ******************************************************************
           CONFERIR-SEGREGACAO.
               IF PEND-OPERADOR = WS-OPERADOR-ID THEN
                   MOVE "N" TO WS-PENDENCIA-ACHADA
                   DISPLAY "PROPOSTA DIGITADA PELO PROPRIO OPERADOR - "
                       "DECISAO CABE A OUTRO OPERADOR"
                   MOVE "ERRO SEGREGACAO" TO WS-AUDIT-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

           APROVAR-PENDENCIA.
               PERFORM LOCALIZAR-PENDENCIA
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   PERFORM CONFERIR-SEGREGACAO
               END-IF
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   IF PEND-MONTANTE > WS-ALCADA THEN
                       MOVE "N" TO WS-PENDENCIA-ACHADA
                       DISPLAY "MONTANTE ACIMA DA ALCADA DO APROVADOR"
                       MOVE "ERRO ALCADA" TO WS-AUDIT-RESULTADO
                       PERFORM GRAVAR-AUDITORIA
                   END-IF
               END-IF
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   PERFORM VERIFICAR-CLIENTE
                   IF WS-CLIENTE-OK NOT = "S" THEN
                       MOVE "N" TO WS-PENDENCIA-ACHADA
                       DISPLAY "CLIENTE NAO CADASTRADO OU INATIVO - "
                           "APROVACAO RECUSADA"
                       MOVE "ERRO CLIENTE" TO WS-AUDIT-RESULTADO
                       PERFORM GRAVAR-AUDITORIA
                   END-IF
               END-IF
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   DISPLAY "CONFIRMA A APROVACAO? (S/N) "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" THEN
                       PERFORM EFETIVAR-CONTRATO
                   ELSE
                       DISPLAY "APROVACAO ABANDONADA"
                   END-IF
               END-IF.

           EFETIVAR-CONTRATO.
               MOVE PEND-MONTANTE    TO MONTANTE-EMP
               MOVE PEND-PARCELAS    TO NUM-PARCELAS
               MOVE PEND-PRESTACAO   TO PRESTACAO-MEN
               MOVE PEND-AMORTIZACAO TO WS-SISTEMA-AMORT
               MOVE PEND-MOEDA       TO WS-MOEDA
               COMPUTE WS-TX-JUROS-PCT = PEND-TAXA / 100
               COMPUTE WS-AMORT-PARC ROUNDED =
                   MONTANTE-EMP / NUM-PARCELAS

               PERFORM GRAVAR-CARTEIRA
               PERFORM GRAVAR-PARCELAS

               MOVE "A"             TO PEND-SITUACAO
               MOVE WS-OPERADOR-ID  TO PEND-APROVADOR
               MOVE WS-DATA-HOJE    TO PEND-DATA-DECISAO
               MOVE WS-NUM-CONTRATO TO PEND-CONTRATO
               REWRITE PENDENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PENDENCIA "
                           PEND-NUMERO " - STATUS "
                           WS-PENDENCIAS-STATUS
               END-REWRITE
               MOVE WS-NUM-CONTRATO TO WS-DISP-CONTRATO
               DISPLAY "PENDENCIA " PEND-NUMERO " APROVADA - CONTRATO "
                   WS-DISP-CONTRATO
               MOVE "APROVADA" TO WS-AUDIT-RESULTADO
               PERFORM GRAVAR-AUDITORIA.

           RECUSAR-PENDENCIA.
               PERFORM LOCALIZAR-PENDENCIA
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   PERFORM CONFERIR-SEGREGACAO
               END-IF
               IF WS-PENDENCIA-ACHADA = "S" THEN
                   DISPLAY "DIGITE O MOTIVO DA RECUSA: "
                   ACCEPT WS-MOTIVO
                   IF WS-MOTIVO = SPACES THEN
                       DISPLAY "MOTIVO OBRIGATORIO - RECUSA ABANDONADA"
                   ELSE
                       DISPLAY "CONFIRMA A RECUSA? (S/N) "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" THEN
                           PERFORM CONFIRMAR-RECUSA
                       ELSE
                           DISPLAY "RECUSA ABANDONADA"
                       END-IF
                   END-IF
               END-IF.

           CONFIRMAR-RECUSA.
               MOVE "R"            TO PEND-SITUACAO
               MOVE WS-OPERADOR-ID TO PEND-APROVADOR
               MOVE WS-DATA-HOJE   TO PEND-DATA-DECISAO
               MOVE WS-MOTIVO      TO PEND-MOTIVO
               REWRITE PENDENCIA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PENDENCIA "
                           PEND-NUMERO " - STATUS "
                           WS-PENDENCIAS-STATUS
               END-REWRITE
               DISPLAY "PENDENCIA " PEND-NUMERO " RECUSADA"
               MOVE "RECUSADA" TO WS-AUDIT-RESULTADO
               PERFORM GRAVAR-AUDITORIA.

      ******************************************************************
      * Entre a digitacao e a aprovacao o cliente pode ter sido
      * inativado; contrato so sai para cliente cadastrado e ativo.
      ******************************************************************
           VERIFICAR-CLIENTE.
               MOVE "N" TO WS-CLIENTE-OK
               OPEN INPUT ARQ-CLIENTES
               IF WS-CLIENTES-STATUS = "35" THEN
                   DISPLAY "CLIENTES.DAT NAO ENCONTRADO"
               ELSE
                   MOVE PEND-DOCUMENTO TO CLI-DOCUMENTO
                   READ ARQ-CLIENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-SITUACAO = "A" THEN
                               MOVE "S" TO WS-CLIENTE-OK
                           END-IF
                   END-READ
                   CLOSE ARQ-CLIENTES
               END-IF.

           GRAVAR-CARTEIRA.
               PERFORM OBTER-NUMERO-CONTRATO
               MOVE SPACES                TO CARTEIRA-REC
               MOVE WS-NUM-CONTRATO       TO CART-CONTRATO
               MOVE WS-DATA-HOJE          TO CART-DATA
               MOVE PEND-OPERADOR         TO CART-OPERADOR
               MOVE PEND-TIPO             TO CART-TIPO
               MOVE PEND-MONTANTE         TO CART-MONTANTE
               MOVE PEND-PARCELAS         TO CART-PARCELAS
               MOVE PEND-PRESTACAO        TO CART-PRESTACAO
               MOVE PEND-MOEDA            TO CART-MOEDA
               MOVE "A"                   TO CART-SITUACAO
               MOVE PEND-AMORTIZACAO      TO CART-AMORTIZACAO
               MOVE PEND-CET              TO CART-CET
               MOVE PEND-DOCUMENTO        TO CART-DOCUMENTO
               MOVE 0                     TO CART-DATA-LIQ
               MOVE 0                     TO CART-VALOR-LIQ
               MOVE 0                     TO CART-CONTRATO-ORIGEM
               MOVE 0                     TO CART-ETAPA-COBRANCA
               MOVE 0                     TO CART-DATA-PREJUIZO
               MOVE 0                     TO CART-VALOR-PREJUIZO
               PERFORM BUSCAR-INDEXADOR
               MOVE WS-INDEXADOR          TO CART-INDEXADOR
               MOVE 0                     TO CART-COMP-CORRECAO

               OPEN EXTEND ARQ-CARTEIRA
               IF WS-CARTEIRA-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-CARTEIRA
               END-IF
               WRITE CARTEIRA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO "
                           WS-NUM-CONTRATO " NA CARTEIRA - STATUS "
                           WS-CARTEIRA-STATUS
               END-WRITE
               CLOSE ARQ-CARTEIRA.

      ******************************************************************
      * A pendencia guarda a taxa da digitacao mas nao o indexador;
      * ele vem da linha de TABELA-TAXAS vigente na data da
      * digitacao para o tipo/prazo, como a calculadora o achou.
      * Sem linha vigente o contrato sai prefixado.
      ******************************************************************
           BUSCAR-INDEXADOR.
               MOVE SPACES TO WS-INDEXADOR
               MOVE "N"    TO WS-TAXAS-FIM
               OPEN INPUT ARQ-TAXAS
               IF WS-TAXAS-STATUS = "35" THEN
                   MOVE "S" TO WS-TAXAS-FIM
               END-IF
               PERFORM UNTIL WS-TAXAS-FIM = "S"
                   READ ARQ-TAXAS
                       AT END
                           MOVE "S" TO WS-TAXAS-FIM
                       NOT AT END
                           IF TAXA-INICIO IS NOT NUMERIC
                               MOVE 0 TO TAXA-INICIO
                           END-IF
                           IF TAXA-FIM IS NOT NUMERIC
                               MOVE 0 TO TAXA-FIM
                           END-IF
                           IF TAXA-TIPO = PEND-TIPO
                              AND TAXA-PRAZO = PEND-PARCELAS
                              AND TAXA-INICIO <= PEND-DATA
                              AND (TAXA-FIM = 0
                                   OR TAXA-FIM >= PEND-DATA)
                               MOVE TAXA-INDEXADOR TO WS-INDEXADOR
                               MOVE "S" TO WS-TAXAS-FIM
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TAXAS-STATUS NOT = "35" THEN
                   CLOSE ARQ-TAXAS
               END-IF.

           OBTER-NUMERO-CONTRATO.
               OPEN INPUT ARQ-CONTROLE
               IF WS-CONTROLE-STATUS = "35" THEN
                   MOVE 0 TO WS-NUM-CONTRATO
               ELSE
                   READ ARQ-CONTROLE
                       AT END
                           MOVE 0 TO WS-NUM-CONTRATO
                       NOT AT END
                           MOVE CTRL-ULTIMO-CONTRATO
                               TO WS-NUM-CONTRATO
                   END-READ
                   CLOSE ARQ-CONTROLE
               END-IF
               ADD 1 TO WS-NUM-CONTRATO
               OPEN OUTPUT ARQ-CONTROLE
               MOVE WS-NUM-CONTRATO TO CTRL-ULTIMO-CONTRATO
               WRITE CONTROLE-REC
               CLOSE ARQ-CONTROLE.

           GRAVAR-PARCELAS.
               OPEN EXTEND ARQ-PARCELAS
               IF WS-PARCELAS-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-PARCELAS
               END-IF
               MOVE MONTANTE-EMP TO WS-SALDO-DEVEDOR
               MOVE 0 TO WS-PARCELA-NUM
               PERFORM NUM-PARCELAS TIMES
                   ADD 1 TO WS-PARCELA-NUM
                   MOVE WS-SALDO-DEVEDOR TO WS-SALDO-INICIAL
                   COMPUTE WS-JUROS-PARC =
                       WS-SALDO-INICIAL * WS-TX-JUROS-PCT
                   IF WS-PARCELA-NUM = NUM-PARCELAS THEN
                       MOVE WS-SALDO-INICIAL TO WS-AMORT-EFETIVA
                   ELSE
                       IF WS-SISTEMA-AMORT = "P" THEN
                           COMPUTE WS-AMORT-EFETIVA =
                               PRESTACAO-MEN - WS-JUROS-PARC
                       ELSE
                           MOVE WS-AMORT-PARC TO WS-AMORT-EFETIVA
                       END-IF
                   END-IF
                   SUBTRACT WS-AMORT-EFETIVA FROM WS-SALDO-DEVEDOR
                   PERFORM GRAVAR-UMA-PARCELA
               END-PERFORM
               CLOSE ARQ-PARCELAS.

           GRAVAR-UMA-PARCELA.
               PERFORM CALCULAR-VENCIMENTO
               MOVE SPACES           TO PARCELA-REC
               MOVE WS-NUM-CONTRATO  TO PARC-CONTRATO
               MOVE WS-PARCELA-NUM   TO PARC-NUMERO
               MOVE WS-DATA-VENCIMENTO TO PARC-VENCIMENTO
               COMPUTE PARC-VALOR ROUNDED =
                   WS-JUROS-PARC + WS-AMORT-EFETIVA
               MOVE WS-MOEDA         TO PARC-MOEDA
               MOVE "A"              TO PARC-SITUACAO
               MOVE 0                TO PARC-DATA-PGTO
               MOVE 0                TO PARC-VALOR-PAGO
               WRITE PARCELA-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA "
                           PARC-NUMERO " DO CONTRATO " PARC-CONTRATO
                           " - STATUS " WS-PARCELAS-STATUS
               END-WRITE.

           CALCULAR-VENCIMENTO.
               MOVE WS-DATA-HOJE TO WS-DATA-VENCIMENTO
               COMPUTE WS-MES-TOTAL =
                   WS-VENC-ANO * 12 + WS-VENC-MES - 1 + WS-PARCELA-NUM
               COMPUTE WS-MES-RESTO = FUNCTION MOD(WS-MES-TOTAL, 12)
               COMPUTE WS-VENC-ANO =
                   (WS-MES-TOTAL - WS-MES-RESTO) / 12
               COMPUTE WS-VENC-MES = WS-MES-RESTO + 1
               IF WS-VENC-DIA > 28 THEN
                   MOVE 28 TO WS-VENC-DIA
               END-IF.

           GRAVAR-AUDITORIA.
               MOVE SPACES                TO AUDIT-REC
               MOVE PEND-MONTANTE         TO WS-AUDIT-MONTANTE
               MOVE PEND-NUMERO           TO WS-AUDIT-PENDENCIA
               MOVE PEND-CONTRATO         TO WS-AUDIT-CONTRATO
               MOVE PEND-OPERADOR         TO WS-AUDIT-DIGITADOR

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "APROVACAO-CONC"      TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE      TO AUDIT-DETALHE
               MOVE WS-AUDIT-RESULTADO    TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.
       END PROGRAM APROVACAO-CONCESSAO.
