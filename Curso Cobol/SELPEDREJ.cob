      *    DEFINICAO FISICA DO ARQUIVO DE LINHAS DE PEDIDO RECUSADAS
      *    NA IMPORTACAO (PROG222) - A LINHA ORIGINAL COM O MOTIVO,
      *    COMO O CLIREJECT.DAT DA IMPORTACAO DE CLIENTES.
           SELECT OPTIONAL ARQUIVO-PEDREJ
           ASSIGN TO "PEDREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDREJ-ARQ-STATUS.
