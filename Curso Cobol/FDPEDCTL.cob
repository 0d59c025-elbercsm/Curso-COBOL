       FD  ARQUIVO-PEDCTL.

       01  PEDCTL-REGISTRO.
           05 PEDCTL-ULTIMO-NUMERO    PIC 9(06).
