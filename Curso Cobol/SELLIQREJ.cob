      *    DEFINICAO FISICA DO ARQUIVO DE LINHAS DA LIQUIDACAO DE
      *    CARTOES RECUSADAS NA IMPORTACAO (PROG226) - A LINHA
      *    ORIGINAL COM O MOTIVO, COMO O PEDREJ.DAT DO PROG222.
           SELECT OPTIONAL ARQUIVO-LIQREJ
           ASSIGN TO "LIQREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIQREJ-ARQ-STATUS.
