       FD  ARQUIVO-TABPRC.

       01  TABPRC-REGISTRO.
           05 TABPRC-CHAVE.
               10 TABPRC-LISTA        PIC 9(03).
               10 TABPRC-PRODUTO      PIC 9(06).
           05 TABPRC-PRECO            PIC 9(06)V9(02).
