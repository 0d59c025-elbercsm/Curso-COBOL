       FD  ARQUIVO-PENDEN.

       01  PENDEN-REGISTRO.
           05 PENDEN-CLIENTE          PIC 9(06).
           05 PENDEN-PRODUTO          PIC 9(06).
      *    FILIAL DA NOTA QUE GEROU A PENDENCIA - E' O SALDO DESSA
      *    FILIAL QUE PRECISA SER REPOSTO PARA A LIBERACAO.
           05 PENDEN-FILIAL           PIC 9(03).
      *    DATA DO PEDIDO DO CLIENTE - A PARTE QUE SOBRA DE UMA
      *    PENDENCIA LIBERADA SO EM PARTE CONSERVA A DATA ORIGINAL,
      *    PARA QUE A IDADE E A ORDEM DE ATENDIMENTO NAO SE PERCAM.
           05 PENDEN-DATA.
               10 PENDEN-DATA-ANO     PIC 9(04).
               10 PENDEN-DATA-MES     PIC 9(02).
               10 PENDEN-DATA-DIA     PIC 9(02).
           05 PENDEN-HORA             PIC 9(08).
           05 PENDEN-QUANTIDADE       PIC 9(04).
      *    NOTA EM QUE O ITEM FOI PEDIDO - ZERO QUANDO NENHUM ITEM
      *    DA NOTA PODE SER FATURADO E ELA NAO FOI GRAVADA.
           05 PENDEN-NOTA-ORIGEM      PIC 9(06).
           05 PENDEN-SITUACAO         PIC X(01).
               88 PENDEN-ABERTA          VALUE "A".
               88 PENDEN-LIBERADA        VALUE "L".
           05 PENDEN-NOTA-LIBERACAO   PIC 9(06).
           05 PENDEN-DATA-LIBERACAO   PIC 9(08).
           05 PENDEN-OPERADOR         PIC X(10).
