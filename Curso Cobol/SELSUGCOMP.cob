      *    DEFINICAO FISICA DAS SUGESTOES DE REPOSICAO DE ESTOQUE
      *    (PROG163) - UMA POR PRODUTO, RECRIADAS A CADA CALCULO E
      *    TRANSFORMADAS EM PEDIDOS DE COMPRA (PEDCOMP.DAT) QUANDO
      *    APROVADAS PELO COMPRADOR.
           SELECT OPTIONAL ARQUIVO-SUGCOMP
           ASSIGN TO "SUGCOMP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUGCOMP-PRODUTO
           FILE STATUS IS SUGCOMP-ARQ-STATUS.
