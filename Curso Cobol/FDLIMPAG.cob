       FD  ARQUIVO-LIMPAG.

       01  LIMPAG-REGISTRO.
           05 LIMPAG-VALOR-LIMITE     PIC 9(08)V9(02).
           05 LIMPAG-DIAS-FORNEC-NOVO PIC 9(03).
