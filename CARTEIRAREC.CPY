      * Situacao do contrato: "A" = ativo, "L" = liquidado,
      * "R" = renegociado (substituido por contrato novo gerado pela
      * RENEGOCIACAO-CONTRATO; nao conta como ativo nem como
      * liquidado por pagamento), "B" = baixado para prejuizo pela
      * BAIXA-PREJUIZO (fora da posicao e do aging; pagamentos que
      * chegarem depois entram como recuperacao de credito),
      * "C" = cedido a FIDC pela CESSAO-CARTEIRA (fora da carteira
      * propria; segue cobrado, com repasse ao fundo, ate voltar a
      * "A" pela recompra na RECOMPRA-CESSAO; controle da cessao em
      * CESSOES.DAT).
      * Sistema de amortizacao: "S" = SAC, "P" = Tabela Price.
      * CART-CET guarda o custo efetivo total do contrato, em % ao
      * mes, apurado na concessao considerando IOF e tarifa de
      * fechamento pela CLASSIFICACAO-RISCO, pelo maior atraso entre
      * as parcelas em aberto; em branco antes da primeira
      * classificacao.
      * CART-ETAPA-COBRANCA guarda a ultima etapa da regua de cobranca
      * aplicada ao contrato pela REGUA-COBRANCA, em dias de atraso
      * (por exemplo 5, 15, 30, 60), para a mesma carta nao sair duas
      * vezes; zero quando o contrato nao tem etapa aplicada ou voltou
      * a ficar em dia.
      * CART-DATA-PREJUIZO e CART-VALOR-PREJUIZO registram a data e o
      * saldo em aberto baixado para prejuizo; zerados enquanto o
      * contrato nao e baixado.
      * CART-INDEXADOR identifica o contrato pos-fixado pelo indice da
      * INDICES.DAT ("CDI ", "IPCA"), herdado da TABELA-TAXAS.DAT na
      * concessao - a taxa do contrato passa a ser o spread sobre o
      * indice; em branco no contrato prefixado. CART-COMP-CORRECAO
      * guarda a ultima competencia (AAAAMM) cuja variacao do indice
      * a CORRECAO-INDICE ja aplicou ao saldo; zero antes da primeira.
      * CARTEIRA.DAT gravada no leiaute antigo (sem estes campos)
      * abre com status 39: rodar a CONVERSAO-CARTEIRA uma unica vez
      * antes de usar os programas com o leiaute novo.
           05 CART-CONTRATO-ORIGEM PIC 9(7).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-FAIXA-RISCO     PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-ETAPA-COBRANCA  PIC 9(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-DATA-PREJUIZO   PIC 9(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-VALOR-PREJUIZO  PIC 9(9)V99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-INDEXADOR       PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 CART-COMP-CORRECAO   PIC 9(6).
