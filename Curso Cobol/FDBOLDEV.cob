       FD  ARQUIVO-BOLDEV.

       01  BOLDEV-REGISTRO.
           05 BOLDEV-NOTA             PIC 9(06).
           05 BOLDEV-PARCELA          PIC 9(02).
           05 BOLDEV-CLIENTE          PIC 9(06).
           05 BOLDEV-DATA.
               10 BOLDEV-DATA-ANO     PIC 9(04).
               10 BOLDEV-DATA-MES     PIC 9(02).
               10 BOLDEV-DATA-DIA     PIC 9(02).
           05 BOLDEV-VALOR            PIC 9(08)V9(02).
