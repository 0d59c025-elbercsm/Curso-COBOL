      *    DEFINICAO FISICA DO ARQUIVO DE PEDIDOS RECEBIDOS DOS
      *    CLIENTES EM FORMATO FIXO - UMA LINHA POR ITEM, COM AS
      *    LINHAS DE UM MESMO PEDIDO EM SEQUENCIA. IMPORTADO PELO
      *    PROG222, QUE TRANSFORMA CADA PEDIDO ACEITO EM UMA NOTA.
           SELECT OPTIONAL ARQUIVO-PEDEDI
           ASSIGN TO "PEDEDI.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDEDI-ARQ-STATUS.
