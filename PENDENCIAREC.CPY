      ******************************************************************
      * Layout do registro de PENDENCIAS.DAT, gravado pela
      * CalculadoraEmprestimo e pelo EMPRESTIMO-LOTE quando o montante
      * da proposta passa da alcada do perfil de quem a digitou, e
      * decidido pela APROVACAO-CONCESSAO. Arquivo indexado pelo
      * numero da pendencia, unico e sequencial, fornecido pelo
      * PENDENCIAS-CONTROLE.DAT nos moldes do CONTRATO-CONTROLE.DAT.
      * PEND-ORIGEM guarda o programa que gravou a pendencia
      * ("EMPRESTIMO" ou "EMPRESTIMO-LOTE") e PEND-OPERADOR quem a
      * digitou; a taxa, a prestacao e o CET ficam como calculados na
      * digitacao, e sao estes os valores que a aprovacao efetiva.
      * Situacao da pendencia: "P" = pendente, "A" = aprovada (o
      * contrato gerado fica em PEND-CONTRATO), "R" = recusada,
      * "E" = expirada sem decisao no prazo. PEND-APROVADOR,
      * PEND-DATA-DECISAO e PEND-MOTIVO registram quem decidiu,
      * quando e por que; zerados/em branco enquanto pendente.
      ******************************************************************
       01  PENDENCIA-REC.
           05 PEND-NUMERO          PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-DATA            PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-ORIGEM          PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-OPERADOR        PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-DOCUMENTO       PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-TIPO            PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-MONTANTE        PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-PARCELAS        PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-MOEDA           PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-AMORTIZACAO     PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-TAXA            PIC 9(4)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-PRESTACAO       PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-CET             PIC 9(3)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-SITUACAO        PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-APROVADOR       PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-DATA-DECISAO    PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-MOTIVO          PIC X(40).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PEND-CONTRATO        PIC 9(7).
