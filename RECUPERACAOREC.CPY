      ******************************************************************
      * Layout do registro de RECUPERACOES.DAT, historico dos
      * pagamentos recebidos pelo RETORNO-BANCO em parcelas de
      * contratos baixados para prejuizo (situacao "B"). Um registro
      * por pagamento, acumulado em ordem de gravacao; a
      * INTERFACE-CONTABIL lanca daqui a recuperacao de credito pela
      * data do pagamento e o RELATORIO-RECUPERACAO totaliza o valor
      * recuperado por contrato na competencia.
      *   REC-DATA-PGTO      - data do pagamento informada pelo banco
      *   REC-VALOR          - valor recebido no pagamento
      *   REC-DATA-MOVIMENTO - data em que o retorno foi processado
      ******************************************************************
       01  RECUPERACAO-REC.
           05 REC-CONTRATO         PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 REC-PARCELA          PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 REC-DATA-PGTO        PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 REC-VALOR            PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 REC-DATA-MOVIMENTO   PIC 9(8).
