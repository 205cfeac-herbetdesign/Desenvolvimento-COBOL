      ******************************************************************
      * Layout do registro de CESSOES.DAT, controle dos contratos
      * cedidos a FIDC pela CESSAO-CARTEIRA. Arquivo indexado pelo
      * numero do contrato, um registro por contrato, criado na
      * cessao e atualizado na recompra pela RECOMPRA-CESSAO; contrato
      * recomprado e cedido de novo tem o registro regravado com a
      * cessao nova.
      *   CES-LOTE            - numero do lote de cessao, sequencial,
      *                         fornecido pelo CESSAO-CONTROLE.DAT
      *   CES-CESSIONARIO     - identificacao do fundo cessionario
      *   CES-DATA-CESSAO     - data da cessao
      *   CES-TAXA-DESCONTO   - taxa de desconto negociada, % ao mes
      *   CES-SALDO-CEDIDO    - saldo em aberto das parcelas cedidas
      *   CES-VALOR-CESSAO    - valor presente pago pelo fundo
      *   CES-SITUACAO        - "C" = cedido, "R" = recomprado
      *   CES-DATA-RECOMPRA   - data da recompra; zero se cedido
      *   CES-SALDO-RECOMPRA  - saldo em aberto na recompra
      *   CES-VALOR-RECOMPRA  - valor pago ao fundo na recompra
      *   CES-OPERADOR        - operador que efetivou a recompra
      * A INTERFACE-CONTABIL lanca a cessao e a recompra pelas datas,
      * e o RETORNO-BANCO consulta o lote e o fundo para o repasse
      * dos recebimentos dos contratos cedidos.
      ******************************************************************
       01  CESSAO-REC.
           05 CES-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-LOTE             PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-CESSIONARIO      PIC X(16).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-DATA-CESSAO      PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-TAXA-DESCONTO    PIC 9(2)V9(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-SALDO-CEDIDO     PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-VALOR-CESSAO     PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-SITUACAO         PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-DATA-RECOMPRA    PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-SALDO-RECOMPRA   PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-VALOR-RECOMPRA   PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CES-OPERADOR         PIC X(8).
