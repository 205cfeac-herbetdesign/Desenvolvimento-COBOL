      ******************************************************************
      * Area de comunicacao com a AUTENTICAR-OPERADOR, chamada via
      * CALL ... USING por todos os programas interativos.
      * SES-FUNCAO: "E" = entrar (devolve a sessao ja aberta no
      * MENU-CALCULADORAS ou pede ID e senha), "V" = verificar se o
      * perfil da sessao pode usar a opcao SES-OPCAO do programa
      * SES-PROGRAMA (a recusa fica na AUDITORIA.DAT), "F" = fechar a
      * sessao.
      * SES-PROGRAMA leva o nome do programa chamador como ele aparece
      * no AUDIT-PROGRAMA; SES-OPERADOR-ID e SES-PERFIL voltam
      * preenchidos na entrada; SES-RESULTADO volta "S" quando a
      * entrada ou a opcao foi aceita e "N" quando foi recusada.
      ******************************************************************
       01  SESSAO-OPERADOR.
           05 SES-FUNCAO           PIC X(1).
           05 SES-PROGRAMA         PIC X(16).
           05 SES-OPCAO            PIC 9(1).
           05 SES-OPERADOR-ID      PIC X(8).
           05 SES-PERFIL           PIC X(10).
           05 SES-RESULTADO        PIC X(1).
