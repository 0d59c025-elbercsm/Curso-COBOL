       FD  ARQUIVO-LIQCART.

       01  LIQCART-REGISTRO.
           05 LIQCART-NSU             PIC 9(12).
           05 LIQCART-DATA-VENDA      PIC 9(08).
           05 LIQCART-VALOR-BRUTO     PIC 9(08)V9(02).
           05 LIQCART-VALOR-LIQUIDO   PIC 9(08)V9(02).
           05 LIQCART-DATA-CREDITO    PIC 9(08).
