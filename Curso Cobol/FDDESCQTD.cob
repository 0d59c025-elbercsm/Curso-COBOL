       FD  ARQUIVO-DESCQTD.

       01  DESCQTD-REGISTRO.
           05 DESCQTD-CHAVE.
               10 DESCQTD-PRODUTO     PIC 9(06).
               10 DESCQTD-QTD-MINIMA  PIC 9(04).
           05 DESCQTD-PERCENTUAL      PIC 9(02)V9(02).
