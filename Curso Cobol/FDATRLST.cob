       FD  ARQUIVO-ATRLST.

       01  ATRLST-REGISTRO.
      *    "C" COM O CODIGO DO CLIENTE OU "F" COM O CODIGO DA
      *    FILIAL - A LISTA DO CLIENTE TEM PRECEDENCIA SOBRE A DA
      *    FILIAL NA EMISSAO (PROG59).
           05 ATRLST-CHAVE.
               10 ATRLST-TIPO         PIC X(01).
                   88 ATRLST-CLIENTE     VALUE "C".
                   88 ATRLST-FILIAL      VALUE "F".
               10 ATRLST-CODIGO       PIC 9(06).
           05 ATRLST-LISTA            PIC 9(03).
