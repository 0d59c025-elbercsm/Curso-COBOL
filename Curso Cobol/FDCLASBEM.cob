       FD  ARQUIVO-CLASBEM.

       01  CLASBEM-REGISTRO.
           05 CLASBEM-CODIGO          PIC X(02).
           05 CLASBEM-DESCRICAO       PIC X(20).
      *    VIDA UTIL PADRAO EM MESES - SUGERIDA NA INCLUSAO DO BEM.
           05 CLASBEM-VIDA-UTIL       PIC 9(03).
           05 CLASBEM-CONTA-BEM       PIC X(06).
           05 CLASBEM-CONTA-DEPREC    PIC X(06).
           05 CLASBEM-CONTA-DESPESA   PIC X(06).
