      *    DEFINICAO FISICA DOS PRECOS DAS LISTAS - UM REGISTRO POR
      *    LISTA E PRODUTO (VER PROG166). PRODUTO FORA DA LISTA DO
      *    CLIENTE E' VENDIDO PELO PRECO DO CADASTRO (PROG96).
           SELECT OPTIONAL ARQUIVO-TABPRC
           ASSIGN TO "TABPRECO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TABPRC-CHAVE
           FILE STATUS IS TABPRC-ARQ-STATUS.
