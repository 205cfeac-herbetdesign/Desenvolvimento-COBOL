      * MANUTENCAO-CARTEIRA (nao entra em remessa nem inadimplencia),
      * "R" = baixada pela renegociacao do contrato na
      * RENEGOCIACAO-CONTRATO (saldo consolidado no contrato novo;
      * distinta de paga e de liquidada para a conferencia),
      * "B" = baixada para prejuizo pela BAIXA-PREJUIZO (pagamento
      * posterior entra como recuperacao: o RETORNO-BANCO soma o
      * valor em PARC-VALOR-PAGO e mantem a situacao "B"),
      * "C" = em aberto cedida a FIDC pela CESSAO-CARTEIRA (segue na
      * remessa e na inadimplencia; o pagamento pelo RETORNO-BANCO
      * baixa para "P" e entra no repasse ao fundo; volta a "A" na
      * recompra).
      ******************************************************************
       01  PARCELA-REC.
           05 PARC-CHAVE.
