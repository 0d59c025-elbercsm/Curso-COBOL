      *    DEFINICAO FISICA DO ARQUIVO DE CONTROLE DOS PEDIDOS DE
      *    COMPRA (GUARDA O ULTIMO NUMERO DE PEDIDO EMITIDO).
           SELECT OPTIONAL ARQUIVO-PEDCTL
           ASSIGN TO "PEDCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PEDCTL-ARQ-STATUS.
