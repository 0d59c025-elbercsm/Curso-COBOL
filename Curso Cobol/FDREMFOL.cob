       FD  ARQUIVO-REMFOL.

       01  REMFOL-REGISTRO.
           05 REMFOL-DATA.
               10 REMFOL-DATA-ANO     PIC 9(04).
               10 REMFOL-DATA-MES     PIC 9(02).
               10 REMFOL-DATA-DIA     PIC 9(02).
           05 REMFOL-COMPETENCIA      PIC 9(06).
           05 REMFOL-CONTA-BANCO      PIC 9(03).
           05 REMFOL-QUANTIDADE       PIC 9(06).
           05 REMFOL-VALOR            PIC 9(10)V9(02).
