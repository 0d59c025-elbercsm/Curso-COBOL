       FD  ARQUIVO-PRODREF.

       01  PRODREF-REGISTRO.
           05 PRODREF-CHAVE.
               10 PRODREF-CLIENTE      PIC 9(06).
               10 PRODREF-ITEM-CLIENTE PIC X(15).
           05 PRODREF-PRODUTO          PIC 9(06).
