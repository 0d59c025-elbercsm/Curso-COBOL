       FD  ARQUIVO-ROMCTL.

       01  ROMCTL-REGISTRO.
           05 ROMCTL-ULTIMO-NUMERO    PIC 9(06).
