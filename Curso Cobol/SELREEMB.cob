      *    DEFINICAO FISICA DOS PEDIDOS DE REEMBOLSO DE DESPESAS DOS
      *    FUNCIONARIOS - INDEXADO PELO NUMERO DO PEDIDO (PROG245).
      *    O PEDIDO E' APROVADO PELO GESTOR DO FUNCIONARIO (PROG246)
      *    E PAGO PELA FOLHA (PROG39) OU POR TITULO A PAGAR.
           SELECT OPTIONAL ARQUIVO-REEMB
           ASSIGN TO "REEMB.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REEMB-NUMERO
           FILE STATUS IS REEMB-ARQ-STATUS.
