      *    DEFINICAO FISICA DO ARQUIVO DE CONTROLE DOS PEDIDOS DE
      *    REEMBOLSO (GUARDA O ULTIMO NUMERO DE PEDIDO EMITIDO).
           SELECT OPTIONAL ARQUIVO-REEMBCTL
           ASSIGN TO "REEMBCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REEMBCTL-ARQ-STATUS.
