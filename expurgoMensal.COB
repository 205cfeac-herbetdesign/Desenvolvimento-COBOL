       FD  ARQ-CARTEIRA.
           COPY CARTEIRAREC.

      ******************************************************************
      * CARTEIRA-HIST-AAAAMM.DAT leva a imagem inteira do registro da
      * carteira, com folga para campos acrescentados ao leiaute; o
      * INFORME-ANUAL le estes arquivos de volta.
      ******************************************************************
       FD  ARQ-CART-HIST.
       01  CART-HIST-REC          PIC X(200).

       FD  ARQ-PARCELAS.
           COPY PARCELAREC.
