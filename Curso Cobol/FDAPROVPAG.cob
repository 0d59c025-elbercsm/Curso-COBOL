       FD  ARQUIVO-APROVPAG.

       01  APROVPAG-REGISTRO.
           05 APROVPAG-TITULO         PIC 9(06).
           05 APROVPAG-FORNECEDOR     PIC 9(06).
           05 APROVPAG-VALOR          PIC 9(08)V9(02).
           05 APROVPAG-MOTIVO         PIC X(30).
           05 APROVPAG-DATA-PEDIDO    PIC 9(08).
           05 APROVPAG-SOLICITANTE    PIC X(10).
           05 APROVPAG-SITUACAO       PIC X(01).
               88 APROVPAG-PENDENTE      VALUE "P".
               88 APROVPAG-APROVADO      VALUE "A".
               88 APROVPAG-REJEITADO     VALUE "R".
           05 APROVPAG-APROVADOR      PIC X(10).
           05 APROVPAG-DATA-DECISAO   PIC 9(08).
