      ******************************************************************
      * Layout do registro de APROPRIACOES.DAT, controle da
      * apropriacao mensal de juros por competencia feita pela
      * APROPRIACAO-JUROS. Um registro por contrato, indexado pelo
      * numero do contrato, criado na primeira apropriacao.
      *   APR-ULTIMA-COMPETENCIA - ultima competencia (AAAAMM) ja
      *                            processada; a mesma competencia nao
      *                            e apropriada duas vezes
      *   APR-JUROS-ULTIMA       - juros apropriados nessa competencia
      *   APR-SALDO-APROPRIADO   - total de juros apropriados desde a
      *                            concessao
      *   APR-SITUACAO           - "N" = apropriando normalmente,
      *                            "S" = apropriacao suspensa pela
      *                            faixa de risco do contrato
      ******************************************************************
       01  APROPRIACAO-REC.
           05 APR-CONTRATO           PIC 9(7).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 APR-ULTIMA-COMPETENCIA PIC 9(6).
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 APR-JUROS-ULTIMA       PIC 9(9)V99.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 APR-SALDO-APROPRIADO   PIC 9(11)V99.
           05 FILLER                 PIC X(1)  VALUE SPACE.
           05 APR-SITUACAO           PIC X(1).
