      *    DEFINICAO FISICA DO ARQUIVO DE CONFIRMACAO DOS PEDIDOS
      *    IMPORTADOS (PROG222) - UMA LINHA POR LINHA DE PEDIDO LIDA,
      *    ACEITA COM A NOTA GERADA OU RECUSADA COM O MOTIVO, PARA
      *    DEVOLVER AOS CLIENTES. RECRIADO A CADA IMPORTACAO.
           SELECT ARQUIVO-PEDACK
           ASSIGN TO "PEDACK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PEDACK-ARQ-STATUS.
