      *    DEFINICAO FISICA DO ARQUIVO DE BOLETOS DEVOLVIDOS SEM
      *    PAGAMENTO - UM REGISTRO POR BOLETO QUE O BANCO BAIXOU POR
      *    FALTA DE PAGAMENTO (DETALHE "2" DO RETORNO DE COBRANCA,
      *    GRAVADO PELO PROG104). A PARCELA CONTINUA EM ABERTO NO
      *    CONTAS A RECEBER - O ARQUIVO SO GUARDA O HISTORICO PARA A
      *    REVISAO DOS LIMITES DE CREDITO (PROG216).
           SELECT OPTIONAL ARQUIVO-BOLDEV
           ASSIGN TO "BOLDEV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BOLDEV-ARQ-STATUS.
