      *    DEFINICAO FISICA DO ARQUIVO DE PENSOES A PAGAR - UM
      *    REGISTRO POR DESCONTO DE PENSAO ALIMENTICIA EFETUADO PELA
      *    FOLHA (PROG39), PELO 13O (PROG54) OU PELAS FERIAS
      *    (PROG120), COM O VALOR DEVIDO AO BENEFICIARIO E A CONTA
      *    DE CREDITO. A REMESSA BANCARIA (PROG71) PAGA OS REGISTROS
      *    DA COMPETENCIA.
           SELECT OPTIONAL ARQUIVO-PENSAOPG
           ASSIGN TO "PENSAOPG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENSAOPG-ARQ-STATUS.
