       FD  ARQUIVO-TRANSF.

       01  TRANSF-REGISTRO.
           05 TRANSF-NUMERO           PIC 9(06).
           05 TRANSF-PRODUTO          PIC 9(06).
           05 TRANSF-QUANTIDADE       PIC 9(06).
           05 TRANSF-ORIGEM           PIC 9(03).
           05 TRANSF-DESTINO          PIC 9(03).
           05 TRANSF-ENVIO.
               10 TRANSF-ENVIO-ANO    PIC 9(04).
               10 TRANSF-ENVIO-MES    PIC 9(02).
               10 TRANSF-ENVIO-DIA    PIC 9(02).
           05 TRANSF-OPER-ENVIO       PIC X(10).
      *    DATA E OPERADOR DA CONFIRMACAO - ZEROS/BRANCOS ENQUANTO
      *    A TRANSFERENCIA ESTA EM TRANSITO.
           05 TRANSF-RECEBIMENTO.
               10 TRANSF-RECEB-ANO    PIC 9(04).
               10 TRANSF-RECEB-MES    PIC 9(02).
               10 TRANSF-RECEB-DIA    PIC 9(02).
           05 TRANSF-OPER-RECEB       PIC X(10).
           05 TRANSF-SITUACAO         PIC X(01).
               88 TRANSF-EM-TRANSITO     VALUE "T".
               88 TRANSF-RECEBIDA        VALUE "R".
