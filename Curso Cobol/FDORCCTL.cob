       FD  ARQUIVO-ORCCTL.

       01  ORCCTL-REGISTRO.
           05 ORCCTL-ULTIMO-NUMERO    PIC 9(06).
