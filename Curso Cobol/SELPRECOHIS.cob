      *    DEFINICAO FISICA DO HISTORICO DE PRECOS DOS PRODUTOS -
      *    UMA LINHA POR MUDANCA DE PRODUTO-PRECO NO CADASTRO
      *    (PROG96), COM A DATA, O PRECO ANTERIOR E O NOVO.
           SELECT OPTIONAL ARQUIVO-PRECOHIS
           ASSIGN TO "PRECOHIS.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PRECOHIS-ARQ-STATUS.
