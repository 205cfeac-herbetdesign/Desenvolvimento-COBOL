      ******************************************************************
      * Author: HERBET SANTOS
      * Date: 15 DE OUTUBRO DE 2026
      * Purpose: Manutencao do cadastro de operadores em
      *          OPERADORES.DAT, indexado pelo ID do operador. Inclui,
      *          consulta, altera nome e perfil, redefine a senha
      *          (que tambem desbloqueia o operador bloqueado por
      *          erros de senha) e inativa operadores. Mantem tambem
      *          a alcada de concessao de cada perfil em ALCADAS.DAT,
      *          acima da qual a concessao depende da
      *          APROVACAO-CONCESSAO. Uso exclusivo
      *          do perfil SUPERVISOR. Com o cadastro vazio, a
      *          primeira execucao inclui o primeiro supervisor antes
      *          de pedir a autenticacao; dai em diante toda entrada
      *          passa pela AUTENTICAR-OPERADOR. Toda operacao deixa
      *          trilha na AUDITORIA.DAT, nos moldes dos demais
      *          programas de manutencao; a senha nunca e exibida nem
      *          vai para a auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-OPERADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARQ-ALCADAS ASSIGN TO "ALCADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCADAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
           COPY OPERADORREC.

       FD  ARQ-AUDITORIA.
           COPY AUDITREC.

       FD  ARQ-ALCADAS.
           COPY ALCADAREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERADORES-STATUS   PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ALCADAS-STATUS      PIC X(2) VALUE SPACES.
       01  WS-OPERADOR-ID         PIC X(8) VALUE SPACES.
       01  WS-OPCAO               PIC 9(1) VALUE 0.
       01  WS-SAIR                PIC X(1) VALUE "N".
       01  WS-CONFIRMA            PIC X(1) VALUE "N".
       01  WS-CADASTRO-VAZIO      PIC X(1) VALUE "N".
       01  WS-OPERADOR-ACHADO     PIC X(1) VALUE "N".
       01  WS-PERFIL-VALIDO       PIC X(1) VALUE "N".
       01  WS-SENHA-VALIDA        PIC X(1) VALUE "N".
       01  WS-IDX                 PIC 9(1) VALUE 0.
       01  WS-IDX-PERFIL          PIC 9(1) VALUE 0.
       01  WS-ALCADAS-FIM         PIC X(1) VALUE "N".

       01  WS-ID-BUSCA            PIC X(8) VALUE SPACES.
       01  WS-NOVO-NOME           PIC X(30) VALUE SPACES.
       01  WS-NOVO-PERFIL         PIC X(10) VALUE SPACES.
       01  WS-NOVA-SENHA          PIC X(8) VALUE SPACES.
       01  WS-CONFIRMA-SENHA      PIC X(8) VALUE SPACES.

       01  WS-NOMES-PERFIS.
           05 FILLER PIC X(10) VALUE "CONSULTA  ".
           05 FILLER PIC X(10) VALUE "CONCESSAO ".
           05 FILLER PIC X(10) VALUE "COBRANCA  ".
           05 FILLER PIC X(10) VALUE "TAXAS     ".
           05 FILLER PIC X(10) VALUE "SUPERVISOR".
       01  WS-NOMES-PERFIS-R REDEFINES WS-NOMES-PERFIS.
           05 WS-NOME-PERFIL      PIC X(10) OCCURS 5 TIMES.

      ******************************************************************
      * Alcada de cada perfil, na mesma ordem de WS-NOMES-PERFIS.
      * ALCADAS.DAT e regravado inteiro a cada alteracao, um registro
      * por perfil.
      ******************************************************************
       01  WS-TABELA-ALCADAS.
           05 WS-ALCADA-PERFIL    PIC 9(11)V99 OCCURS 5 TIMES.
       01  WS-NOVA-ALCADA         PIC 9(11)V99 VALUE 0.
       01  WS-DISP-ALCADA         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           COPY SESSAOOPER.

       01  WS-AUDIT-DETALHE.
           05 FILLER               PIC X(5)  VALUE "OPER ".
           05 WS-AUDIT-OPERADOR    PIC X(8).
           05 FILLER               PIC X(4)  VALUE " AC ".
           05 WS-AUDIT-ACAO        PIC X(10).
           05 FILLER               PIC X(8)  VALUE " PERFIL ".
           05 WS-AUDIT-PERFIL      PIC X(10).
           05 FILLER               PIC X(5)  VALUE " SIT ".
           05 WS-AUDIT-SITUACAO    PIC X(1).
       01  WS-AUDIT-RESULTADO     PIC X(20) VALUE SPACES.

       01  WS-AUDIT-DETALHE-ALC.
           05 FILLER               PIC X(7)  VALUE "PERFIL ".
           05 WS-AUDIT-ALC-PERFIL  PIC X(10).
           05 FILLER               PIC X(8)  VALUE " ALCADA ".
           05 WS-AUDIT-ALC-NOVA    PIC Z(10)9,99.
           05 FILLER               PIC X(5)  VALUE " ANT ".
           05 WS-AUDIT-ALC-ANT     PIC Z(10)9,99.

       PROCEDURE DIVISION.
           DISPLAY "MANUTENCAO DO CADASTRO DE OPERADORES".
           DISPLAY "**************************************".
           MOVE "N" TO WS-SAIR.

           PERFORM VERIFICAR-CADASTRO-VAZIO
           IF WS-CADASTRO-VAZIO = "S" THEN
               PERFORM INCLUIR-PRIMEIRO-SUPERVISOR
           END-IF.

           MOVE "E"               TO SES-FUNCAO
           MOVE "MANUTENCAO-OPER" TO SES-PROGRAMA
           MOVE 0                 TO SES-OPCAO
           CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR
           IF SES-RESULTADO NOT = "S" THEN
               GOBACK
           END-IF
           MOVE SES-OPERADOR-ID TO WS-OPERADOR-ID.

           OPEN I-O ARQ-OPERADORES
           IF WS-OPERADORES-STATUS NOT = "00" THEN
               DISPLAY "ERRO AO ABRIR OPERADORES.DAT - STATUS "
                   WS-OPERADORES-STATUS
               GOBACK
           END-IF.

           PERFORM UNTIL WS-SAIR = "S"
               DISPLAY " "
               DISPLAY "1 - INCLUIR OPERADOR"
               DISPLAY "2 - CONSULTAR OPERADOR"
               DISPLAY "3 - ALTERAR NOME E PERFIL"
               DISPLAY "4 - REDEFINIR SENHA E DESBLOQUEAR"
               DISPLAY "5 - INATIVAR OPERADOR"
               DISPLAY "6 - ALCADAS POR PERFIL"
               DISPLAY "7 - SAIR"
               DISPLAY "ESCOLHA UMA OPCAO: "
               ACCEPT WS-OPCAO

               PERFORM VERIFICAR-PERMISSAO
               IF SES-RESULTADO = "S" THEN
                   EVALUATE WS-OPCAO
                       WHEN 1
                           PERFORM INCLUIR-OPERADOR
                       WHEN 2
                           PERFORM CONSULTAR-OPERADOR
                       WHEN 3
                           PERFORM ALTERAR-OPERADOR
                       WHEN 4
                           PERFORM REDEFINIR-SENHA
                       WHEN 5
                           PERFORM INATIVAR-OPERADOR
                       WHEN 6
                           PERFORM MANTER-ALCADAS
                       WHEN 7
                           MOVE "S" TO WS-SAIR
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA. ESCOLHA DE 1 A 7."
                   END-EVALUATE
               END-IF
           END-PERFORM.

           CLOSE ARQ-OPERADORES.

           GOBACK.

           VERIFICAR-PERMISSAO.
               MOVE "V"      TO SES-FUNCAO
               MOVE WS-OPCAO TO SES-OPCAO
               CALL "AUTENTICAR-OPERADOR" USING SESSAO-OPERADOR.

      ******************************************************************
      * Cadastro vazio (arquivo inexistente ou sem nenhum registro):
      * ninguem conseguiria se autenticar, entao a primeira execucao
      * cria o arquivo e inclui o primeiro supervisor sem pedir
      * senha. Com um operador cadastrado este caminho nao abre mais.
      ******************************************************************
           VERIFICAR-CADASTRO-VAZIO.
               MOVE "N" TO WS-CADASTRO-VAZIO
               OPEN INPUT ARQ-OPERADORES
               IF WS-OPERADORES-STATUS = "35" THEN
                   MOVE "S" TO WS-CADASTRO-VAZIO
               ELSE
                   READ ARQ-OPERADORES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-CADASTRO-VAZIO
                   END-READ
                   CLOSE ARQ-OPERADORES
               END-IF.

           INCLUIR-PRIMEIRO-SUPERVISOR.
               DISPLAY "CADASTRO DE OPERADORES VAZIO - INCLUA O "
                   "PRIMEIRO SUPERVISOR"
               OPEN I-O ARQ-OPERADORES
               IF WS-OPERADORES-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-OPERADORES
                   CLOSE ARQ-OPERADORES
                   OPEN I-O ARQ-OPERADORES
                   DISPLAY "OPERADORES.DAT CRIADO - CADASTRO VAZIO"
               END-IF
               DISPLAY "DIGITE O ID DO SUPERVISOR: "
               ACCEPT WS-ID-BUSCA
               MOVE "SUPERVISOR" TO WS-NOVO-PERFIL
               MOVE WS-ID-BUSCA  TO WS-OPERADOR-ID
               PERFORM GRAVAR-OPERADOR-NOVO
               CLOSE ARQ-OPERADORES.

           LOCALIZAR-OPERADOR.
               MOVE "N" TO WS-OPERADOR-ACHADO
               DISPLAY "DIGITE O ID DO OPERADOR: "
               ACCEPT WS-ID-BUSCA
               MOVE WS-ID-BUSCA TO OPER-ID
               READ ARQ-OPERADORES
                   INVALID KEY
                       DISPLAY "OPERADOR " WS-ID-BUSCA
                           " NAO ENCONTRADO NO CADASTRO"
                   NOT INVALID KEY
                       MOVE "S" TO WS-OPERADOR-ACHADO
               END-READ.

           EXIBIR-OPERADOR.
               DISPLAY "ID..........: " OPER-ID
               DISPLAY "NOME........: " OPER-NOME
               DISPLAY "PERFIL......: " OPER-PERFIL
               DISPLAY "SITUACAO....: " OPER-SITUACAO
               DISPLAY "ERROS SENHA.: " OPER-ERROS-SENHA.

           INCLUIR-OPERADOR.
               DISPLAY "DIGITE O ID DO OPERADOR: "
               ACCEPT WS-ID-BUSCA
               MOVE WS-ID-BUSCA TO OPER-ID
               READ ARQ-OPERADORES
                   INVALID KEY
                       PERFORM PEDIR-PERFIL
                       IF WS-PERFIL-VALIDO = "S" THEN
                           PERFORM GRAVAR-OPERADOR-NOVO
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "OPERADOR " WS-ID-BUSCA
                           " JA CADASTRADO"
                       PERFORM EXIBIR-OPERADOR
               END-READ.

           GRAVAR-OPERADOR-NOVO.
               IF WS-ID-BUSCA = SPACES THEN
                   DISPLAY "ID DO OPERADOR NAO PREENCHIDO - "
                       "INCLUSAO ABANDONADA"
               ELSE
                   DISPLAY "DIGITE O NOME DO OPERADOR: "
                   ACCEPT WS-NOVO-NOME
                   PERFORM PEDIR-SENHA
                   IF WS-SENHA-VALIDA = "S" THEN
                       DISPLAY "CONFIRMA A INCLUSAO? (S/N) "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" THEN
                           PERFORM GRAVAR-REGISTRO-OPERADOR
                       ELSE
                           DISPLAY "INCLUSAO ABANDONADA"
                       END-IF
                   END-IF
               END-IF.

           GRAVAR-REGISTRO-OPERADOR.
               MOVE SPACES         TO OPERADOR-REC
               MOVE WS-ID-BUSCA    TO OPER-ID
               MOVE WS-NOVO-NOME   TO OPER-NOME
               MOVE WS-NOVA-SENHA  TO OPER-SENHA
               MOVE "A"            TO OPER-SITUACAO
               MOVE WS-NOVO-PERFIL TO OPER-PERFIL
               MOVE 0              TO OPER-ERROS-SENHA
               WRITE OPERADOR-REC
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR OPERADOR "
                           OPER-ID " - STATUS " WS-OPERADORES-STATUS
                       MOVE "INCLUSAO  " TO WS-AUDIT-ACAO
                       MOVE "ERRO GRAVACAO" TO WS-AUDIT-RESULTADO
                       PERFORM GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       DISPLAY "OPERADOR " OPER-ID " INCLUIDO"
                       MOVE "INCLUSAO  " TO WS-AUDIT-ACAO
                       MOVE "OK" TO WS-AUDIT-RESULTADO
                       PERFORM GRAVAR-AUDITORIA
               END-WRITE.

           CONSULTAR-OPERADOR.
               PERFORM LOCALIZAR-OPERADOR
               IF WS-OPERADOR-ACHADO = "S" THEN
                   PERFORM EXIBIR-OPERADOR
                   MOVE "CONSULTA  " TO WS-AUDIT-ACAO
                   MOVE "OK" TO WS-AUDIT-RESULTADO
                   PERFORM GRAVAR-AUDITORIA
               END-IF.

      ******************************************************************
      * O supervisor nao altera o proprio perfil nem se inativa:
      * evita ficar o cadastro sem ninguem que o administre.
      ******************************************************************
           ALTERAR-OPERADOR.
               PERFORM LOCALIZAR-OPERADOR
               IF WS-OPERADOR-ACHADO = "S" THEN
                   PERFORM EXIBIR-OPERADOR
                   IF OPER-ID = WS-OPERADOR-ID THEN
                       DISPLAY "O PROPRIO CADASTRO NAO PODE SER "
                           "ALTERADO POR AQUI"
                   ELSE
                       DISPLAY "DIGITE O NOVO NOME: "
                       ACCEPT WS-NOVO-NOME
                       PERFORM PEDIR-PERFIL
                       IF WS-PERFIL-VALIDO = "S" THEN
                           PERFORM CONFIRMAR-ALTERACAO
                       END-IF
                   END-IF
               END-IF.

           CONFIRMAR-ALTERACAO.
               DISPLAY "CONFIRMA A ALTERACAO? (S/N) "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" THEN
                   MOVE WS-NOVO-NOME   TO OPER-NOME
                   MOVE WS-NOVO-PERFIL TO OPER-PERFIL
                   MOVE "ALTERACAO " TO WS-AUDIT-ACAO
                   REWRITE OPERADOR-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR OPERADOR "
                               OPER-ID " - STATUS "
                               WS-OPERADORES-STATUS
                           MOVE "ERRO REGRAVACAO" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                       NOT INVALID KEY
                           DISPLAY "OPERADOR " OPER-ID " ALTERADO"
                           MOVE "OK" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                   END-REWRITE
               ELSE
                   DISPLAY "ALTERACAO ABANDONADA"
               END-IF.

      ******************************************************************
      * Redefinir a senha zera os erros seguidos e devolve o operador
      * bloqueado para ativo; operador inativo continua inativo.
      ******************************************************************
           REDEFINIR-SENHA.
               PERFORM LOCALIZAR-OPERADOR
               IF WS-OPERADOR-ACHADO = "S" THEN
                   PERFORM EXIBIR-OPERADOR
                   IF OPER-SITUACAO = "I" THEN
                       DISPLAY "OPERADOR INATIVO - SENHA NAO "
                           "REDEFINIDA"
                   ELSE
                       PERFORM PEDIR-SENHA
                       IF WS-SENHA-VALIDA = "S" THEN
                           PERFORM CONFIRMAR-NOVA-SENHA
                       END-IF
                   END-IF
               END-IF.

           CONFIRMAR-NOVA-SENHA.
               DISPLAY "CONFIRMA A NOVA SENHA? (S/N) "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" THEN
                   MOVE WS-NOVA-SENHA TO OPER-SENHA
                   MOVE 0             TO OPER-ERROS-SENHA
                   MOVE "A"           TO OPER-SITUACAO
                   MOVE "NOVA SENHA" TO WS-AUDIT-ACAO
                   REWRITE OPERADOR-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR OPERADOR "
                               OPER-ID " - STATUS "
                               WS-OPERADORES-STATUS
                           MOVE "ERRO REGRAVACAO" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                       NOT INVALID KEY
                           DISPLAY "SENHA DO OPERADOR " OPER-ID
                               " REDEFINIDA"
                           MOVE "OK" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                   END-REWRITE
               ELSE
                   DISPLAY "REDEFINICAO ABANDONADA"
               END-IF.

           INATIVAR-OPERADOR.
               PERFORM LOCALIZAR-OPERADOR
               IF WS-OPERADOR-ACHADO = "S" THEN
                   PERFORM EXIBIR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPER-SITUACAO = "I"
                           DISPLAY "OPERADOR JA ESTA INATIVO"
                       WHEN OPER-ID = WS-OPERADOR-ID
                           DISPLAY "O PROPRIO CADASTRO NAO PODE SER "
                               "INATIVADO"
                       WHEN OTHER
                           PERFORM CONFIRMAR-INATIVACAO
                   END-EVALUATE
               END-IF.

           CONFIRMAR-INATIVACAO.
               DISPLAY "CONFIRMA A INATIVACAO? (S/N) "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" THEN
                   MOVE "I" TO OPER-SITUACAO
                   MOVE "INATIVACAO" TO WS-AUDIT-ACAO
                   REWRITE OPERADOR-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR OPERADOR "
                               OPER-ID " - STATUS "
                               WS-OPERADORES-STATUS
                           MOVE "ERRO REGRAVACAO" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                       NOT INVALID KEY
                           DISPLAY "OPERADOR " OPER-ID " INATIVADO"
                           MOVE "OK" TO WS-AUDIT-RESULTADO
                           PERFORM GRAVAR-AUDITORIA
                   END-REWRITE
               ELSE
                   DISPLAY "INATIVACAO ABANDONADA"
               END-IF.

           PEDIR-PERFIL.
               DISPLAY "PERFIS: CONSULTA, CONCESSAO, COBRANCA, TAXAS, "
                   "SUPERVISOR"
               DISPLAY "DIGITE O PERFIL DO OPERADOR: "
               ACCEPT WS-NOVO-PERFIL
               MOVE "N" TO WS-PERFIL-VALIDO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   IF WS-NOME-PERFIL(WS-IDX) = WS-NOVO-PERFIL
                       MOVE "S" TO WS-PERFIL-VALIDO
                       MOVE WS-IDX TO WS-IDX-PERFIL
                   END-IF
               END-PERFORM
               IF WS-PERFIL-VALIDO = "N" THEN
                   DISPLAY "PERFIL INVALIDO: " WS-NOVO-PERFIL
               END-IF.

           PEDIR-SENHA.
               MOVE "N" TO WS-SENHA-VALIDA
               DISPLAY "DIGITE A SENHA (ATE 8 POSICOES): "
               ACCEPT WS-NOVA-SENHA WITH NO-ECHO
               DISPLAY "REDIGITE A SENHA: "
               ACCEPT WS-CONFIRMA-SENHA WITH NO-ECHO
               EVALUATE TRUE
                   WHEN WS-NOVA-SENHA = SPACES
                       DISPLAY "SENHA EM BRANCO NAO E ACEITA"
                   WHEN WS-NOVA-SENHA NOT = WS-CONFIRMA-SENHA
                       DISPLAY "SENHAS NAO CONFEREM"
                   WHEN OTHER
                       MOVE "S" TO WS-SENHA-VALIDA
               END-EVALUATE.

      ******************************************************************
      * Alcada por perfil: exibe a tabela atual, pede o perfil e o
      * novo limite e regrava ALCADAS.DAT. Perfil sem registro no
      * arquivo aparece com alcada zero.
      ******************************************************************
           MANTER-ALCADAS.
               PERFORM CARREGAR-ALCADAS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   MOVE WS-ALCADA-PERFIL(WS-IDX) TO WS-DISP-ALCADA
                   DISPLAY WS-NOME-PERFIL(WS-IDX) " ALCADA: "
                       WS-DISP-ALCADA
               END-PERFORM
               PERFORM PEDIR-PERFIL
               IF WS-PERFIL-VALIDO = "S" THEN
                   DISPLAY "DIGITE A NOVA ALCADA DO PERFIL: "
                   ACCEPT WS-NOVA-ALCADA
                   MOVE WS-NOVA-ALCADA TO WS-DISP-ALCADA
                   DISPLAY "NOVA ALCADA DE " WS-NOVO-PERFIL ": "
                       WS-DISP-ALCADA
                   DISPLAY "CONFIRMA A ALCADA? (S/N) "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" THEN
                       MOVE WS-NOVO-PERFIL TO WS-AUDIT-ALC-PERFIL
                       MOVE WS-ALCADA-PERFIL(WS-IDX-PERFIL)
                           TO WS-AUDIT-ALC-ANT
                       MOVE WS-NOVA-ALCADA TO WS-AUDIT-ALC-NOVA
                       MOVE WS-NOVA-ALCADA
                           TO WS-ALCADA-PERFIL(WS-IDX-PERFIL)
                       PERFORM REGRAVAR-ALCADAS
                       DISPLAY "ALCADA DO PERFIL " WS-NOVO-PERFIL
                           " ALTERADA"
                       PERFORM GRAVAR-AUDITORIA-ALCADA
                   ELSE
                       DISPLAY "ALTERACAO ABANDONADA"
                   END-IF
               END-IF.

           CARREGAR-ALCADAS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   MOVE 0 TO WS-ALCADA-PERFIL(WS-IDX)
               END-PERFORM
               MOVE "N" TO WS-ALCADAS-FIM
               OPEN INPUT ARQ-ALCADAS
               IF WS-ALCADAS-STATUS = "35" THEN
                   DISPLAY "ALCADAS.DAT NAO ENCONTRADO - TODAS AS "
                       "ALCADAS ZERADAS"
               ELSE
                   PERFORM UNTIL WS-ALCADAS-FIM = "S"
                       READ ARQ-ALCADAS
                           AT END
                               MOVE "S" TO WS-ALCADAS-FIM
                           NOT AT END
                               PERFORM GUARDAR-ALCADA
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ALCADAS
               END-IF.

           GUARDAR-ALCADA.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   IF WS-NOME-PERFIL(WS-IDX) = ALC-PERFIL
                       MOVE ALC-LIMITE TO WS-ALCADA-PERFIL(WS-IDX)
                   END-IF
               END-PERFORM.

           REGRAVAR-ALCADAS.
               OPEN OUTPUT ARQ-ALCADAS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5
                   MOVE SPACES                   TO ALCADA-REC
                   MOVE WS-NOME-PERFIL(WS-IDX)   TO ALC-PERFIL
                   MOVE WS-ALCADA-PERFIL(WS-IDX) TO ALC-LIMITE
                   WRITE ALCADA-REC
               END-PERFORM
               CLOSE ARQ-ALCADAS.

           GRAVAR-AUDITORIA-ALCADA.
               MOVE SPACES                TO AUDIT-REC
               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "MANUTENCAO-OPER"     TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE-ALC  TO AUDIT-DETALHE
               MOVE "OK ALCADA"           TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.

           GRAVAR-AUDITORIA.
               MOVE SPACES                TO AUDIT-REC
               MOVE OPER-ID               TO WS-AUDIT-OPERADOR
               MOVE OPER-PERFIL           TO WS-AUDIT-PERFIL
               MOVE OPER-SITUACAO         TO WS-AUDIT-SITUACAO

               OPEN EXTEND ARQ-AUDITORIA
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-OPERADOR-ID        TO AUDIT-OPERADOR-ID
               MOVE "MANUTENCAO-OPER"     TO AUDIT-PROGRAMA
               MOVE WS-AUDIT-DETALHE      TO AUDIT-DETALHE
               MOVE WS-AUDIT-RESULTADO    TO AUDIT-RESULTADO
               WRITE AUDIT-REC
               CLOSE ARQ-AUDITORIA.
       END PROGRAM MANUTENCAO-OPERADORES.
