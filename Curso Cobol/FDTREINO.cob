       FD  ARQUIVO-TREINO.

       01  TREINO-REGISTRO.
           05 TREINO-CODIGO           PIC X(06).
           05 TREINO-DESCRICAO        PIC X(30).
           05 TREINO-CARGA-HORARIA    PIC 9(03).
           05 TREINO-VALIDADE-MESES   PIC 9(03).
