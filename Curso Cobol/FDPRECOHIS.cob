       FD  ARQUIVO-PRECOHIS.

       01  PRECOHIS-REGISTRO.
           05 PRECOHIS-PRODUTO        PIC 9(06).
           05 PRECOHIS-DATA.
               10 PRECOHIS-DATA-ANO   PIC 9(04).
               10 PRECOHIS-DATA-MES   PIC 9(02).
               10 PRECOHIS-DATA-DIA   PIC 9(02).
           05 PRECOHIS-HORA           PIC 9(08).
      *    PRECO ANTERIOR ZERO NA INCLUSAO DO PRODUTO.
           05 PRECOHIS-PRECO-ANTERIOR PIC 9(06)V9(02).
           05 PRECOHIS-PRECO-NOVO     PIC 9(06)V9(02).
           05 PRECOHIS-OPERADOR       PIC X(10).
