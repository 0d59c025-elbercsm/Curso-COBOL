       FD  ARQUIVO-BAKMAN.

       01  BAKMAN-REGISTRO.
           05 BAKMAN-DATA-CONJUNTO    PIC 9(08).
           05 BAKMAN-ARQUIVO          PIC X(16).
           05 BAKMAN-SITUACAO         PIC X(01).
               88 BAKMAN-PRESENTE        VALUE "P".
               88 BAKMAN-AUSENTE         VALUE "A".
           05 BAKMAN-QTD-REGISTROS    PIC 9(09).
           05 BAKMAN-TOTAL-CONTROLE   PIC S9(17).
