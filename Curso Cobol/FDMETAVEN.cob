       FD  ARQUIVO-METAVEN.

       01  METAVEN-REGISTRO.
           05 METAVEN-COMPETENCIA.
               10 METAVEN-ANO         PIC 9(04).
               10 METAVEN-MES         PIC 9(02).
           05 METAVEN-FILIAL          PIC 9(03).
      *    VENDEDOR ZERO - META DA FILIAL.
           05 METAVEN-VENDEDOR        PIC 9(06).
           05 METAVEN-VALOR           PIC 9(08)V9(02).
