      *    DEFINICAO FISICA DO CONTROLE DE NUMERACAO DOS ORCAMENTOS -
      *    UM UNICO REGISTRO COM O ULTIMO NUMERO USADO (VER PROG167).
           SELECT OPTIONAL ARQUIVO-ORCCTL
           ASSIGN TO "ORCCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ORCCTL-ARQ-STATUS.
