      *                 registro antigo, vale desde sempre)
      *   TAXA-FIM    - data de fim da vigencia (AAAAMMDD; zero =
      *                 vigente sem data de fim)
      *   TAXA-INDEXADOR - indice da linha pos-fixada ("CDI ",
      *                 "IPCA"), caso em que TAXA-VALOR e o spread
      *                 ao mes sobre o indice; em branco na linha
      *                 prefixada e no registro antigo
      * A taxa vigente numa data e a que tem inicio menor ou igual e
      * fim zero ou maior ou igual a data; a manutencao encerra a
      * vigencia anterior na vespera ao abrir uma nova, de forma que
           05 TAXA-VALOR           PIC 9(4)V99.
           05 TAXA-INICIO          PIC 9(8).
           05 TAXA-FIM             PIC 9(8).
           05 TAXA-INDEXADOR       PIC X(4).
