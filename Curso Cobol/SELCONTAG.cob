      *    DEFINICAO FISICA DA CONTAGEM FISICA DE ESTOQUE - UM
      *    REGISTRO POR FILIAL E PRODUTO CONTADO, COM O SALDO DO
      *    LIVRO DA FILIAL CONGELADO NO MOMENTO DA DIGITACAO E A
      *    QUANTIDADE CONTADA (VER PROG162). O REGISTRO FICA
      *    PENDENTE ATE O AJUSTE SER EFETIVADO.
           SELECT OPTIONAL ARQUIVO-CONTAG
           ASSIGN TO "CONTAGEM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTAG-CHAVE
           FILE STATUS IS CONTAG-ARQ-STATUS.
