       FD  ARQUIVO-RELFSAI.
       01  LINHA-RELFSAI              PIC X(132).
