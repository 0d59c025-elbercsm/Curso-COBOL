       FD  ARQUIVO-CONTAG.

       01  CONTAG-REGISTRO.
      *    A CONTAGEM E' FEITA POR FILIAL - O MESMO PRODUTO PODE
      *    ESTAR PENDENTE EM MAIS DE UMA.
           05 CONTAG-CHAVE.
               10 CONTAG-FILIAL       PIC 9(03).
               10 CONTAG-PRODUTO      PIC 9(06).
           05 CONTAG-DATA.
               10 CONTAG-DATA-ANO     PIC 9(04).
               10 CONTAG-DATA-MES     PIC 9(02).
               10 CONTAG-DATA-DIA     PIC 9(02).
      *    SALDO DA FILIAL E CUSTO MEDIO NO MOMENTO DA CONTAGEM -
      *    O AJUSTE APLICA SO A DIFERENCA, ENTAO O QUE FOR VENDIDO OU
      *    RECEBIDO DEPOIS DA CONTAGEM CONTINUA VALENDO.
           05 CONTAG-SALDO-LIVRO      PIC S9(06).
           05 CONTAG-CUSTO-MEDIO      PIC 9(06)V9(04).
           05 CONTAG-QUANTIDADE       PIC 9(06).
           05 CONTAG-OPERADOR         PIC X(10).
           05 CONTAG-SITUACAO         PIC X(01).
               88 CONTAG-PENDENTE        VALUE "P".
               88 CONTAG-AJUSTADA        VALUE "A".
