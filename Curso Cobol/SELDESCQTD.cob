      *    DEFINICAO FISICA DAS FAIXAS DE DESCONTO POR QUANTIDADE -
      *    UM REGISTRO POR PRODUTO E QUANTIDADE MINIMA DA FAIXA (VER
      *    PROG166). NA EMISSAO (PROG59) VALE A MAIOR FAIXA ATINGIDA
      *    PELA QUANTIDADE DO ITEM, SOBRE O PRECO DA LISTA OU DO
      *    CADASTRO.
           SELECT OPTIONAL ARQUIVO-DESCQTD
           ASSIGN TO "DESCQTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DESCQTD-CHAVE
           FILE STATUS IS DESCQTD-ARQ-STATUS.
