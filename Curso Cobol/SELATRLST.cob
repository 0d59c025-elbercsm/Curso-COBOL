      *    DEFINICAO FISICA DA ATRIBUICAO DAS LISTAS DE PRECO - A
      *    LISTA DE CADA CLIENTE E A LISTA PADRAO DE CADA FILIAL (VER
      *    PROG166). FICA EM ARQUIVO PROPRIO PARA NAO MEXER NO
      *    TAMANHO DOS REGISTROS DE CLIENTES E FILIAIS.
           SELECT OPTIONAL ARQUIVO-ATRLST
           ASSIGN TO "ATRLISTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATRLST-CHAVE
           FILE STATUS IS ATRLST-ARQ-STATUS.
