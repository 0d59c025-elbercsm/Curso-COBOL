       FD  ARQUIVO-ASO.

       01  ASO-REGISTRO.
           05 ASO-FUNCIONARIO         PIC 9(06).
           05 ASO-TIPO                PIC X(01).
               88 ASO-ADMISSIONAL        VALUE "A".
               88 ASO-PERIODICO          VALUE "P".
               88 ASO-RETORNO            VALUE "R".
               88 ASO-DEMISSIONAL        VALUE "D".
               88 ASO-TIPO-VALIDO        VALUE "A" "P" "R" "D".
           05 ASO-DATA-PREVISTA.
               10 ASO-PREV-ANO          PIC 9(04).
               10 ASO-PREV-MES          PIC 9(02).
               10 ASO-PREV-DIA          PIC 9(02).
           05 ASO-DATA-REALIZACAO     PIC 9(08).
               88 ASO-PENDENTE           VALUE ZEROS.
           05 ASO-RESULTADO           PIC X(01).
               88 ASO-APTO               VALUE "A".
               88 ASO-INAPTO             VALUE "I".
           05 ASO-MEDICO              PIC X(20).
           05 ASO-DATA-REGISTRO       PIC 9(08).
