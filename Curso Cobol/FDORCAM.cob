       FD  ARQUIVO-ORCAM.

       01  ORCAM-REGISTRO.
           05 ORCAM-NUMERO            PIC 9(06).
           05 ORCAM-CLIENTE-CODIGO    PIC 9(06).
           05 ORCAM-FILIAL            PIC 9(03).
           05 ORCAM-VENDEDOR          PIC 9(06).
           05 ORCAM-DATA.
               10 ORCAM-DATA-ANO      PIC 9(04).
               10 ORCAM-DATA-MES      PIC 9(02).
               10 ORCAM-DATA-DIA      PIC 9(02).
      *    ULTIMO DIA EM QUE O ORCAMENTO PODE VIRAR NOTA.
           05 ORCAM-VALIDADE.
               10 ORCAM-VALIDADE-ANO  PIC 9(04).
               10 ORCAM-VALIDADE-MES  PIC 9(02).
               10 ORCAM-VALIDADE-DIA  PIC 9(02).
           05 ORCAM-QTD-ITENS         PIC 9(02).
           05 ORCAM-ITEM OCCURS 10 TIMES.
               10 ORCAM-ITEM-PRODUTO  PIC 9(06).
               10 ORCAM-ITEM-DESCRICAO PIC X(30).
               10 ORCAM-ITEM-QUANTIDADE PIC 9(04).
               10 ORCAM-ITEM-VALOR-UNIT PIC 9(06)V9(02).
               10 ORCAM-ITEM-VALOR-TOTAL PIC 9(08)V9(02).
           05 ORCAM-VALOR-TOTAL       PIC 9(08)V9(02).
      *    O ORCAMENTO NASCE ABERTO; VIRA "C" QUANDO CONVERTIDO EM
      *    NOTA (NUMERO EM ORCAM-NOTA) OU "R" QUANDO O CLIENTE
      *    RECUSA. ABERTO COM A VALIDADE VENCIDA E' ORCAMENTO
      *    EXPIRADO, A COBRAR DO VENDEDOR (PROG169).
           05 ORCAM-SITUACAO          PIC X(01).
               88 ORCAM-ABERTO           VALUE "A".
               88 ORCAM-CONVERTIDO       VALUE "C".
               88 ORCAM-RECUSADO         VALUE "R".
           05 ORCAM-NOTA              PIC 9(06).
