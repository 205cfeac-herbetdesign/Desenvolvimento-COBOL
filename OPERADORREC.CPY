      ******************************************************************
      * Layout do registro do cadastro de operadores gravado em
      * OPERADORES.DAT pela MANUTENCAO-OPERADORES. Arquivo mestre
      * indexado pelo ID do operador; e contra ele que a
      * AUTENTICAR-OPERADOR confere ID e senha na entrada de cada
      * programa interativo, de modo que o AUDIT-OPERADOR-ID da
      * AUDITORIA.DAT passa a ser de quem de fato se autenticou.
      * Situacao do operador: "A" = ativo, "B" = bloqueado por erros
      * seguidos de senha (so o supervisor desbloqueia, redefinindo a
      * senha), "I" = inativo (desligado; o registro fica para a
      * trilha de auditoria).
      * Perfil de acesso: "CONSULTA", "CONCESSAO", "COBRANCA",
      * "TAXAS" ou "SUPERVISOR"; as opcoes liberadas para cada perfil
      * ficam na tabela de permissoes da AUTENTICAR-OPERADOR.
      * OPER-ERROS-SENHA conta os erros de senha seguidos desde a
      * ultima entrada correta; no terceiro o operador e bloqueado.
      ******************************************************************
       01  OPERADOR-REC.
           05 OPER-ID              PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 OPER-NOME            PIC X(30).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 OPER-SENHA           PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 OPER-SITUACAO        PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 OPER-PERFIL          PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 OPER-ERROS-SENHA     PIC 9(1).
