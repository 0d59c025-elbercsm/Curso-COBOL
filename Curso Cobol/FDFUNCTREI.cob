       FD  ARQUIVO-FUNCTREI.

       01  FUNCTREI-REGISTRO.
           05 FUNCTREI-FUNCIONARIO    PIC 9(06).
           05 FUNCTREI-TREINO         PIC X(06).
           05 FUNCTREI-DATA-CONCLUSAO.
               10 FUNCTREI-CONC-ANO     PIC 9(04).
               10 FUNCTREI-CONC-MES     PIC 9(02).
               10 FUNCTREI-CONC-DIA     PIC 9(02).
           05 FUNCTREI-DATA-VALIDADE.
               10 FUNCTREI-VAL-ANO      PIC 9(04).
               10 FUNCTREI-VAL-MES      PIC 9(02).
               10 FUNCTREI-VAL-DIA      PIC 9(02).
           05 FUNCTREI-ENTIDADE       PIC X(20).
           05 FUNCTREI-OPERADOR       PIC X(10).
           05 FUNCTREI-DATA-REGISTRO  PIC 9(08).
