      *    DEFINICAO FISICA DO CADASTRO DE PEDIDOS DE COMPRA A
      *    FORNECEDORES - INDEXADO PELO NUMERO DO PEDIDO (VER
      *    PROG155). O RECEBIMENTO (PROG97) E O LANCAMENTO DE TITULOS
      *    A PAGAR (PROG146) CONFEREM CONTRA ELE O QUE FOI PEDIDO.
           SELECT OPTIONAL ARQUIVO-PEDCOMP
           ASSIGN TO "PEDCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDCOMP-NUMERO
           FILE STATUS IS PEDCOMP-ARQ-STATUS.
