      *    DEFINICAO FISICA DO ARQUIVO DE PENSOES ALIMENTICIAS -
      *    UM REGISTRO POR DETERMINACAO JUDICIAL DE DESCONTO EM FOLHA
      *    (PROG194), COM O BENEFICIARIO, A CONTA PARA CREDITO, A
      *    BASE E O PERCENTUAL DO DESCONTO E O NUMERO DO PROCESSO. A
      *    FOLHA (PROG39), O 13O (PROG54) E AS FERIAS (PROG120)
      *    DESCONTAM A PENSAO E A REMESSA (PROG71) PAGA O
      *    BENEFICIARIO.
           SELECT OPTIONAL ARQUIVO-PENSAO
           ASSIGN TO "PENSAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENSAO-ARQ-STATUS.
