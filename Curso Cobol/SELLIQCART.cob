      *    DEFINICAO FISICA DO ARQUIVO DE LIQUIDACAO DEVOLVIDO PELA
      *    ADQUIRENTE DE CARTOES - UMA LINHA POR VENDA CREDITADA NA
      *    CONTA DA EMPRESA, COM O BRUTO, O LIQUIDO E A DATA DO
      *    CREDITO. IMPORTADO PELO PROG226.
           SELECT OPTIONAL ARQUIVO-LIQCART
           ASSIGN TO "LIQCART.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIQCART-ARQ-STATUS.
