      ******************************************************************
      * Layout do registro de NEGATIVACAO.DAT, cadastro dos contratos
      * com o tomador negativado no biro de credito. Mantido pela
      * REGUA-COBRANCA: o contrato entra quando o maior atraso em
      * aberto atinge a etapa de negativacao da regua e sai (registro
      * excluido) quando as parcelas com esse atraso sao baixadas ou
      * o contrato deixa de estar ativo. Cada inclusao e exclusao vai
      * tambem para o NEGATIVACAO-REMESSA.DAT entregue ao biro.
      * Arquivo indexado pelo numero do contrato.
      *   NEG-DOCUMENTO     - CPF/CNPJ do tomador (CART-DOCUMENTO)
      *   NEG-NOME          - nome do tomador em CLIENTES.DAT
      *   NEG-DATA-INCLUSAO - data em que a negativacao foi incluida
      *   NEG-VENCIMENTO    - vencimento da parcela mais antiga em
      *                       aberto na inclusao
      *   NEG-VALOR         - valor atualizado em atraso na inclusao
      ******************************************************************
       01  NEGATIVACAO-REC.
           05 NEG-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 NEG-DOCUMENTO        PIC 9(14).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 NEG-NOME             PIC X(40).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 NEG-DATA-INCLUSAO    PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 NEG-VENCIMENTO       PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 NEG-VALOR            PIC 9(9)V99.
