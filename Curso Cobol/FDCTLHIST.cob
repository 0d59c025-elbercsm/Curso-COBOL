       FD  ARQUIVO-CTLHIST.

       01  CTLHIST-REGISTRO.
           05 CTLHIST-DATA.
               10 CTLHIST-DATA-ANO    PIC 9(04).
               10 CTLHIST-DATA-MES    PIC 9(02).
               10 CTLHIST-DATA-DIA    PIC 9(02).
           05 CTLHIST-HORA            PIC 9(06).
           05 CTLHIST-ARQUIVO         PIC X(16).
           05 CTLHIST-SITUACAO        PIC X(01).
               88 CTLHIST-PRESENTE       VALUE "P".
               88 CTLHIST-AUSENTE        VALUE "A".
           05 CTLHIST-QTD-REGISTROS   PIC 9(09).
           05 CTLHIST-TOTAL-CONTROLE  PIC S9(17).
