       FD  ARQUIVO-REEMB.

       01  REEMB-REGISTRO.
           05 REEMB-NUMERO            PIC 9(06).
           05 REEMB-FUNCIONARIO       PIC 9(06).
           05 REEMB-DATA-PEDIDO       PIC 9(08).
           05 REEMB-SOLICITANTE       PIC X(10).
      *    "F" PAGA O PEDIDO APROVADO NA PROXIMA FOLHA (PROG39) COMO
      *    VERBA NAO TRIBUTAVEL; "P" GERA NA APROVACAO UM TITULO A
      *    PAGAR POR CONTA DE DESPESA, CONTRA O FORNECEDOR EM QUE O
      *    FUNCIONARIO ESTA CADASTRADO (REEMB-FORNECEDOR).
           05 REEMB-FORMA-PAGTO       PIC X(01).
               88 REEMB-PELA-FOLHA       VALUE "F".
               88 REEMB-PELO-CTAPAG      VALUE "P".
           05 REEMB-FORNECEDOR        PIC 9(06).
      *    O PEDIDO NASCE PENDENTE; APROVADO ESPERA A FOLHA (NO
      *    CONTAS A PAGAR JA SAI PAGO, COM O TITULO ANOTADO); PAGO
      *    LEVA A COMPETENCIA DA FOLHA QUE O PAGOU. SO O PENDENTE
      *    PODE SER CANCELADO.
           05 REEMB-SITUACAO          PIC X(01).
               88 REEMB-PENDENTE         VALUE "P".
               88 REEMB-APROVADO         VALUE "A".
               88 REEMB-REJEITADO        VALUE "R".
               88 REEMB-CANCELADO        VALUE "C".
               88 REEMB-PAGO             VALUE "G".
           05 REEMB-APROVADOR         PIC X(10).
           05 REEMB-DATA-DECISAO      PIC 9(08).
           05 REEMB-COMPETENCIA-PAGTO PIC 9(06).
           05 REEMB-TITULO            PIC 9(06).
           05 REEMB-VALOR-TOTAL       PIC 9(08)V9(02).
           05 REEMB-QTD-ITENS         PIC 9(02).
      *    A CONTA DE CADA LINHA E' A DA CATEGORIA NA DIGITACAO -
      *    UMA TROCA POSTERIOR NO CADASTRO NAO MUDA O PEDIDO.
           05 REEMB-ITEM OCCURS 10 TIMES.
               10 REEMB-ITEM-DATA        PIC 9(08).
               10 REEMB-ITEM-CATEGORIA   PIC X(04).
               10 REEMB-ITEM-VALOR       PIC 9(06)V9(02).
               10 REEMB-ITEM-COMPROVANTE PIC X(15).
               10 REEMB-ITEM-CONTA       PIC X(06).
