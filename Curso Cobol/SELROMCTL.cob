      *    DEFINICAO FISICA DO ARQUIVO DE CONTROLE DOS ROMANEIOS DE
      *    ENTREGA (GUARDA O ULTIMO NUMERO DE ROMANEIO MONTADO).
           SELECT OPTIONAL ARQUIVO-ROMCTL
           ASSIGN TO "ROMCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ROMCTL-ARQ-STATUS.
