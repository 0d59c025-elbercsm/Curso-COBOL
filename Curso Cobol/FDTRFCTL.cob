       FD  ARQUIVO-TRFCTL.

       01  TRFCTL-REGISTRO.
           05 TRFCTL-ULTIMO-NUMERO    PIC 9(06).
