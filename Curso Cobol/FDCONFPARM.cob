       FD  ARQUIVO-CONFPARM.

       01  CONFPARM-REGISTRO.
           05 CONFPARM-PERC-VARIACAO  PIC 9(03)V9(02).
           05 CONFPARM-TETO-LIQUIDO   PIC 9(06)V9(02).
