      *    DEFINICAO FISICA DO ARQUIVO DE ADIANTAMENTOS DE CLIENTES -
      *    O CREDITO DO CLIENTE AINDA NAO APLICADO EM NOTA. UM
      *    REGISTRO POR MOVIMENTO, SO POR ACRESCIMO : ENTRADAS
      *    (ADIANTAMENTO SEM NOTA OU PAGAMENTO A MAIOR, NO PROG61 E
      *    NO RETORNO BANCARIO DO PROG104) E APLICACOES EM NOTA (NO
      *    PROG61 E NA EMISSAO DO PROG59). O SALDO DO CLIENTE E' A
      *    SOMA DAS ENTRADAS MENOS A DAS APLICACOES.
           SELECT OPTIONAL ARQUIVO-ADIANT
           ASSIGN TO "ADIANT.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ADIANT-ARQ-STATUS.
