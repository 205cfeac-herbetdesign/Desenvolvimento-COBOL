      ******************************************************************
      * Layout do registro de ESTORNOS.DAT, historico dos estornos de
      * baixa de parcela feitos pela ESTORNO-BAIXA. Um registro por
      * parcela estornada, acumulado em ordem de gravacao; a
      * INTERFACE-CONTABIL le daqui os estornos da data de movimento
      * e lanca o inverso da baixa.
      *   EST-DATA-MOVIMENTO - data em que o estorno foi processado
      *   EST-DATA-PGTO      - PARC-DATA-PGTO da baixa desfeita
      *   EST-VALOR          - PARC-VALOR-PAGO da baixa desfeita
      *   EST-ORIGEM         - "M" = informado pelo operador,
      *                        "B" = arquivo de estornos do banco
      *   EST-OPERADOR       - operador autenticado que processou
      *   EST-MOTIVO         - motivo da devolucao (cheque sem fundo,
      *                        duplicidade, credito indevido...)
      ******************************************************************
       01  ESTORNO-REC.
           05 EST-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-PARCELA          PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-DATA-MOVIMENTO   PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-DATA-PGTO        PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-VALOR            PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-ORIGEM           PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-OPERADOR         PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EST-MOTIVO           PIC X(40).
