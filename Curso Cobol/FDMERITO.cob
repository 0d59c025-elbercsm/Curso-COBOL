       FD  ARQUIVO-MERITO.

       01  MERITO-REGISTRO.
           05 MERITO-NOTA             PIC 9(01).
           05 MERITO-DESCRICAO        PIC X(20).
           05 MERITO-PERCENTUAL       PIC 9(02)V9(02).
