      *    DEFINICAO FISICA DO ARQUIVO DE CONTROLE DAS
      *    TRANSFERENCIAS ENTRE FILIAIS (GUARDA O ULTIMO NUMERO).
           SELECT OPTIONAL ARQUIVO-TRFCTL
           ASSIGN TO "TRFCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRFCTL-ARQ-STATUS.
