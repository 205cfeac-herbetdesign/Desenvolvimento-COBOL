      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Autenticacao do operador e controle de acesso por
      *          perfil, chamada via CALL ... USING SESSAO-OPERADOR
      *          (SESSAOOPER.CPY) por todos os programas interativos.
      *          Na entrada confere ID e senha contra OPERADORES.DAT;
      *          cada erro de senha soma em OPER-ERROS-SENHA e, no
      *          terceiro erro seguido, o operador fica bloqueado ate
      *          o supervisor redefinir a senha na
      *          MANUTENCAO-OPERADORES. A sessao aberta fica guardada
      *          aqui enquanto durar a execucao: quem entra pelo
      *          MENU-CALCULADORAS nao digita a senha de novo em cada
      *          programa chamado. A verificacao de opcao consulta a
      *          tabela de permissoes abaixo e recusa o que o perfil
      *          nao permite. Entradas, recusas e bloqueios ficam na
      *          AUDITORIA.DAT com programa AUTENTICACAO; os
      *          resultados de recusa comecam por ERRO para aparecerem
      *          no RELATORIO-MOVIMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTENTICAR-OPERADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY OPERADORREC.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERADORES-STATUS   PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-SESSAO-ABERTA       PIC X(1) VALUE "N".
       01  WS-SESSAO-OPERADOR     PIC X(8) VALUE SPACES.
       01  WS-SESSAO-PERFIL       PIC X(10) VALUE SPACES.
       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-SENHA               PIC X(8) VALUE SPACES.
       01  WS-TENTATIVA           PIC 9(1) VALUE 0.
       01  WS-MAX-TENTATIVAS      PIC 9(1) VALUE 3.
       01  WS-MAX-ERROS-SENHA     PIC 9(1) VALUE 3.
       01  WS-FIM-ENTRADA         PIC X(1) VALUE "N".
       01  WS-RESULTADO-AUDIT     PIC X(20) VALUE SPACES.
       01  WS-IDX-PERFIL          PIC 9(1) VALUE 0.
       01  WS-IDX                 PIC 9(1) VALUE 0.

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(4)  VALUE "PRG ".
           05 WS-AUDIT-PROGRAMA    PIC X(16).
           05 FILLER               PIC X(5)  VALUE " OPC ".
           05 WS-AUDIT-OPCAO       PIC 9(1).
           05 FILLER               PIC X(8)  VALUE " PERFIL ".
           05 WS-AUDIT-PERFIL      PIC X(10).

      ******************************************************************
      * Perfis de acesso, na ordem das colunas da tabela de
      * permissoes.
      ******************************************************************
       01  WS-NOMES-PERFIS.
           05 FILLER PIC X(10) VALUE "CONSULTA  ".
           05 FILLER PIC X(10) VALUE "CONCESSAO ".
           05 FILLER PIC X(10) VALUE "COBRANCA  ".
           05 FILLER PIC X(10) VALUE "TAXAS     ".
           05 FILLER PIC X(10) VALUE "SUPERVISOR".
       01  WS-NOMES-PERFIS-R REDEFINES WS-NOMES-PERFIS.
           05 WS-NOME-PERFIL      PIC X(10) OCCURS 5 TIMES.

      ******************************************************************
      * Tabela de permissoes: programa (como sai no AUDIT-PROGRAMA),
      * opcao do menu do programa e uma coluna por perfil, na ordem
      * CONSULTA, CONCESSAO, COBRANCA, TAXAS, SUPERVISOR ("S" =
      * permitido). Opcao que nao consta da tabela (SAIR) fica livre
      * para qualquer operador autenticado.
      ******************************************************************
       01  WS-QTD-PERMISSOES      PIC 9(2) VALUE 33.
       01  WS-PERMISSOES.
           05 FILLER PIC X(22) VALUE "MENU-CALCULADORA1SSSSS".
           05 FILLER PIC X(22) VALUE "MENU-CALCULADORA2NSNNS".
           05 FILLER PIC X(22) VALUE "MENU-CALCULADORA3SSSSS".
           05 FILLER PIC X(22) VALUE "CALCULADORA     1SSSSS".
           05 FILLER PIC X(22) VALUE "EMPRESTIMO      1NSNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CART 1SSSSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CART 2NSNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CART 3NNSNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CART 4NNSNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CART 5SSSSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CLI  1NSNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CLI  2SSSSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CLI  3NSNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CLI  4NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-CLI  5SSSSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-TAX  1NNNSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-TAX  2NNNSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-TAX  3NNNSS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-TAX  4SSSSS".
           05 FILLER PIC X(22) VALUE "RENEGOCIACAO    1NNSNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 1NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 2NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 3NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 4NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 5NNNNS".
           05 FILLER PIC X(22) VALUE "MANUTENCAO-OPER 6NNNNS".
           05 FILLER PIC X(22) VALUE "APROVACAO-CONC  1NSNNS".
           05 FILLER PIC X(22) VALUE "APROVACAO-CONC  2NSNNS".
           05 FILLER PIC X(22) VALUE "APROVACAO-CONC  3NSNNS".
           05 FILLER PIC X(22) VALUE "ESTORNO-BAIXA   1NNSNS".
           05 FILLER PIC X(22) VALUE "ESTORNO-BAIXA   2NNSNS".
           05 FILLER PIC X(22) VALUE "RECOMPRA-CESSAO 1SSSSS".
           05 FILLER PIC X(22) VALUE "RECOMPRA-CESSAO 2NNNNS".
       01  WS-PERMISSOES-R REDEFINES WS-PERMISSOES.
           05 WS-PRM-OCR OCCURS 33 TIMES INDEXED BY WS-PRM-IDX.
               10 WS-PRM-PROGRAMA PIC X(16).
               10 WS-PRM-OPCAO    PIC 9(1).
               10 WS-PRM-PERFIL   PIC X(1) OCCURS 5 TIMES.

       LINKAGE SECTION.
           COPY SESSAOOPER.

       PROCEDURE DIVISION USING SESSAO-OPERADOR.
           MOVE "N" TO SES-RESULTADO

           EVALUATE SES-FUNCAO
               WHEN "E"
                   PERFORM ENTRAR-SESSAO
               WHEN "V"
                   PERFORM VERIFICAR-OPCAO
               WHEN "F"
                   PERFORM FECHAR-SESSAO
               WHEN OTHER
                   DISPLAY "FUNCAO DE AUTENTICACAO INVALIDA: "
                       SES-FUNCAO
           END-EVALUATE.

           GOBACK.

           ENTRAR-SESSAO.
               IF WS-SESSAO-ABERTA = "S" THEN
                   MOVE WS-SESSAO-OPERADOR TO SES-OPERADOR-ID
                   MOVE WS-SESSAO-PERFIL   TO SES-PERFIL
                   MOVE "S"                TO SES-RESULTADO
               ELSE
                   PERFORM AUTENTICAR
               END-IF.

           AUTENTICAR.
               MOVE SPACES TO SES-OPERADOR-ID
               MOVE SPACES TO SES-PERFIL
               OPEN I-O ARQ-OPERADORES
               IF WS-OPERADORES-STATUS = "35" THEN
                   DISPLAY "OPERADORES.DAT NAO ENCONTRADO - "
                       "ENTRADA RECUSADA"
                   DISPLAY "CADASTRE O PRIMEIRO SUPERVISOR NA "
                       "MANUTENCAO-OPERADORES"
                   MOVE SPACES TO WS-OPERADOR-ID
                   MOVE SPACES TO WS-AUDIT-PERFIL
                   MOVE "ERRO SEM CADASTRO" TO WS-RESULTADO-AUDIT
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   MOVE 0 TO WS-TENTATIVA
                   MOVE "N" TO WS-FIM-ENTRADA
                   PERFORM UNTIL WS-FIM-ENTRADA = "S"
                       PERFORM PEDIR-CREDENCIAIS
                   END-PERFORM
                   CLOSE ARQ-OPERADORES
               END-IF.

           PEDIR-CREDENCIAIS.
               ADD 1 TO WS-TENTATIVA
               DISPLAY "DIGITE SEU ID DE OPERADOR: "
               ACCEPT WS-OPERADOR-ID
               DISPLAY "DIGITE SUA SENHA: "
               ACCEPT WS-SENHA WITH NO-ECHO
               MOVE WS-OPERADOR-ID TO OPER-ID
               READ ARQ-OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR OU SENHA INVALIDOS"
                       MOVE SPACES TO WS-AUDIT-PERFIL
                       MOVE "ERRO OPERADOR" TO WS-RESULTADO-AUDIT
                       PERFORM GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       MOVE OPER-PERFIL TO WS-AUDIT-PERFIL
                       PERFORM CONFERIR-OPERADOR
               END-READ
               IF WS-FIM-ENTRADA NOT = "S"
                  AND WS-TENTATIVA >= WS-MAX-TENTATIVAS
                   DISPLAY "TENTATIVAS ESGOTADAS - ENTRADA RECUSADA"
                   MOVE "S" TO WS-FIM-ENTRADA
               END-IF.

           CONFERIR-OPERADOR.
               EVALUATE TRUE
                   WHEN OPER-SITUACAO = "B"
                       DISPLAY "OPERADOR BLOQUEADO - PROCURE O "
                           "SUPERVISOR"
                       MOVE "ERRO OPER BLOQUEADO" TO WS-RESULTADO-AUDIT
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "S" TO WS-FIM-ENTRADA
                   WHEN OPER-SITUACAO NOT = "A"
                       DISPLAY "OPERADOR INATIVO - ENTRADA RECUSADA"
                       MOVE "ERRO OPER INATIVO" TO WS-RESULTADO-AUDIT
                       PERFORM GRAVAR-AUDITORIA
                       MOVE "S" TO WS-FIM-ENTRADA
                   WHEN OPER-SENHA NOT = WS-SENHA
                       PERFORM REGISTRAR-ERRO-SENHA
                   WHEN OTHER
                       PERFORM ABRIR-SESSAO
               END-EVALUATE.

      ******************************************************************
      * Erro de senha: o contador fica gravado no cadastro, entao os
      * erros seguidos somam mesmo entre execucoes diferentes; no
      * limite o operador passa a bloqueado.
      ******************************************************************
           REGISTRAR-ERRO-SENHA.
               ADD 1 TO OPER-ERROS-SENHA
               IF OPER-ERROS-SENHA >= WS-MAX-ERROS-SENHA THEN
                   MOVE "B" TO OPER-SITUACAO
                   DISPLAY "SENHA INVALIDA - OPERADOR BLOQUEADO APOS "
                       WS-MAX-ERROS-SENHA " ERROS SEGUIDOS"
                   MOVE "ERRO BLOQUEIO SENHA" TO WS-RESULTADO-AUDIT
                   MOVE "S" TO WS-FIM-ENTRADA
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   MOVE "ERRO SENHA" TO WS-RESULTADO-AUDIT
               END-IF
               REWRITE OPERADOR-REC
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR OPERADOR "
                           OPER-ID " - STATUS " WS-OPERADORES-STATUS
               END-REWRITE
               PERFORM GRAVAR-AUDITORIA.

           ABRIR-SESSAO.
               IF OPER-ERROS-SENHA NOT = 0 THEN
                   MOVE 0 TO OPER-ERROS-SENHA
                   REWRITE OPERADOR-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR OPERADOR "
                               OPER-ID " - STATUS "
                               WS-OPERADORES-STATUS
                   END-REWRITE
               END-IF
               MOVE "S"          TO WS-SESSAO-ABERTA
               MOVE OPER-ID      TO WS-SESSAO-OPERADOR
               MOVE OPER-PERFIL  TO WS-SESSAO-PERFIL
               MOVE OPER-ID      TO SES-OPERADOR-ID
               MOVE OPER-PERFIL  TO SES-PERFIL
               MOVE "S"          TO SES-RESULTADO
               DISPLAY "OPERADOR " OPER-ID " - " OPER-NOME
               DISPLAY "PERFIL " OPER-PERFIL
               MOVE "ENTRADA OK" TO WS-RESULTADO-AUDIT
               PERFORM GRAVAR-AUDITORIA
               MOVE "S" TO WS-FIM-ENTRADA.

      ******************************************************************
      * Verificacao da opcao escolhida contra o perfil da sessao. Sem
      * sessao aberta nada e permitido.
      ******************************************************************
           VERIFICAR-OPCAO.
               MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID
               IF WS-SESSAO-ABERTA NOT = "S" THEN
                   DISPLAY "SEM OPERADOR AUTENTICADO - OPCAO RECUSADA"
                   MOVE SPACES TO WS-AUDIT-PERFIL
               ELSE
                   MOVE WS-SESSAO-OPERADOR TO WS-OPERADOR-ID
                   MOVE WS-SESSAO-PERFIL   TO WS-AUDIT-PERFIL
                   PERFORM LOCALIZAR-PERFIL
                   MOVE "S" TO SES-RESULTADO
                   PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                       UNTIL WS-PRM-IDX > WS-QTD-PERMISSOES
                       IF WS-PRM-PROGRAMA(WS-PRM-IDX) = SES-PROGRAMA
                          AND WS-PRM-OPCAO(WS-PRM-IDX) = SES-OPCAO
                           PERFORM CONFERIR-PERMISSAO
                       END-IF
                   END-PERFORM
               END-IF
               IF SES-RESULTADO NOT = "S" THEN
                   DISPLAY "OPCAO NAO PERMITIDA PARA O PERFIL "
                       WS-SESSAO-PERFIL
                   MOVE "ERRO ACESSO NEGADO" TO WS-RESULTADO-AUDIT
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

           CONFERIR-PERMISSAO.
               IF WS-IDX-PERFIL = 0 THEN
                   MOVE "N" TO SES-RESULTADO
               ELSE
                   IF WS-PRM-PERFIL(WS-PRM-IDX, WS-IDX-PERFIL)
                       NOT = "S"
                       MOVE "N" TO SES-RESULTADO
                   END-IF
               END-IF.

           LOCALIZAR-PERFIL.
               MOVE 0 TO WS-IDX-PERFIL
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   IF WS-NOME-PERFIL(WS-IDX) = WS-SESSAO-PERFIL
                       MOVE WS-IDX TO WS-IDX-PERFIL
                   END-IF
               END-PERFORM.

           FECHAR-SESSAO.
               IF WS-SESSAO-ABERTA = "S" THEN
                   MOVE WS-SESSAO-OPERADOR TO WS-OPERADOR-ID
                   MOVE WS-SESSAO-PERFIL   TO WS-AUDIT-PERFIL
                   MOVE "SAIDA OK" TO WS-RESULTADO-AUDIT
                   PERFORM GRAVAR-AUDITORIA
               END-IF
               MOVE "N"    TO WS-SESSAO-ABERTA
               MOVE SPACES TO WS-SESSAO-OPERADOR
               MOVE SPACES TO WS-SESSAO-PERFIL
               MOVE "S"    TO SES-RESULTADO.

           GRAVAR-AUDITORIA.
               MOVE SPACES                TO AUDIT-REC
               MOVE SES-PROGRAMA          TO WS-AUDIT-PROGRAMA
               MOVE SES-OPCAO             TO WS-AUDIT-OPCAO

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "AUTENTICACAO"        TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE      TO AUDIT-DETALHE
               MOVE WS-RESULTADO-AUDIT    TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.
       END PROGRAM AUTENTICAR-OPERADOR.
