       FD  ARQUIVO-PEDCOMP.

       01  PEDCOMP-REGISTRO.
           05 PEDCOMP-NUMERO          PIC 9(06).
           05 PEDCOMP-FORNECEDOR      PIC 9(06).
           05 PEDCOMP-EMISSAO.
               10 PEDCOMP-EMIS-ANO    PIC 9(04).
               10 PEDCOMP-EMIS-MES    PIC 9(02).
               10 PEDCOMP-EMIS-DIA    PIC 9(02).
           05 PEDCOMP-PREVISAO.
               10 PEDCOMP-PREV-ANO    PIC 9(04).
               10 PEDCOMP-PREV-MES    PIC 9(02).
               10 PEDCOMP-PREV-DIA    PIC 9(02).
      *    O PEDIDO NASCE ABERTO, PASSA A RECEBIDO QUANDO TODAS AS
      *    LINHAS FORAM ENTREGUES (PROG97) E SO PODE SER CANCELADO
      *    ENQUANTO NADA FOI RECEBIDO (PROG155).
           05 PEDCOMP-SITUACAO        PIC X(01).
               88 PEDCOMP-ABERTO         VALUE "A".
               88 PEDCOMP-RECEBIDO       VALUE "R".
               88 PEDCOMP-CANCELADO      VALUE "C".
      *    SOMA DOS TITULOS A PAGAR JA LANCADOS CONTRA O PEDIDO - O
      *    PROG146 SO ACEITA NOVO TITULO ATE O VALOR RECEBIDO AINDA
      *    NAO FATURADO.
           05 PEDCOMP-VALOR-FATURADO  PIC 9(08)V9(02).
           05 PEDCOMP-OPERADOR        PIC X(10).
           05 PEDCOMP-QTD-ITENS       PIC 9(02).
           05 PEDCOMP-ITEM OCCURS 10 TIMES.
               10 PEDCOMP-ITEM-PRODUTO   PIC 9(06).
               10 PEDCOMP-ITEM-QUANTIDADE PIC 9(06).
               10 PEDCOMP-ITEM-RECEBIDA  PIC 9(06).
               10 PEDCOMP-ITEM-PRECO     PIC 9(06)V9(02).
