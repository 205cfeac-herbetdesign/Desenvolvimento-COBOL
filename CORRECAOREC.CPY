      ******************************************************************
      * Layout do registro de CORRECOES.DAT, historico das correcoes
      * monetarias aplicadas pela CORRECAO-INDICE aos contratos
      * pos-fixados. Um registro por contrato e competencia corrigida,
      * acumulado em ordem de gravacao.
      *   COR-COMPETENCIA     - competencia (AAAAMM) do indice aplicado
      *   COR-INDEXADOR       - indice do contrato ("CDI ", "IPCA")
      *   COR-VARIACAO        - variacao do indice no mes, em %
      *   COR-SALDO-ANTERIOR  - saldo a vencer antes da correcao
      *   COR-SALDO-CORRIGIDO - saldo a vencer depois da correcao
      *   COR-QTD-PARCELAS    - parcelas a vencer recalculadas
      *   COR-DATA-MOVIMENTO  - data em que a correcao foi processada
      ******************************************************************
       01  CORRECAO-REC.
           05 COR-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-COMPETENCIA      PIC 9(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-INDEXADOR        PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-VARIACAO         PIC S9(3)V9(4)
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-SALDO-ANTERIOR   PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-SALDO-CORRIGIDO  PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-QTD-PARCELAS     PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 COR-DATA-MOVIMENTO   PIC 9(8).
