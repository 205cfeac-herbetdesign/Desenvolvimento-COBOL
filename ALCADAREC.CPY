      ******************************************************************
      * Layout do registro de ALCADAS.DAT, mantido pela opcao de
      * alcadas da MANUTENCAO-OPERADORES. Um registro por perfil de
      * operador:
      *   ALC-PERFIL - perfil de acesso (mesmos nomes do OPER-PERFIL)
      *   ALC-LIMITE - maior montante que o perfil concede sozinho
      * Proposta com montante acima da alcada do perfil de quem a
      * digitou nao vira contrato: vai para PENDENCIAS.DAT e so e
      * efetivada pela APROVACAO-CONCESSAO, por outro operador. Perfil
      * sem registro (ou arquivo inexistente) tem alcada zero, isto
      * e, toda concessao dele passa pela aprovacao.
      ******************************************************************
       01  ALCADA-REC.
           05 ALC-PERFIL           PIC X(10).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 ALC-LIMITE           PIC 9(11)V99.
