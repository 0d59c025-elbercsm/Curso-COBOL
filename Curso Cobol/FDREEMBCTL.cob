       FD  ARQUIVO-REEMBCTL.

       01  REEMBCTL-REGISTRO.
           05 REEMBCTL-ULTIMO-NUMERO  PIC 9(06).
