      *    DEFINICAO FISICA DO CADASTRO DE CATEGORIAS DE DESPESA DOS
      *    REEMBOLSOS A FUNCIONARIOS (VIAGEM, HOSPEDAGEM, REFEICAO,
      *    TRANSPORTE...) - CADA CATEGORIA TEM O LIMITE POR LINHA DO
      *    PEDIDO E A CONTA DE DESPESA DO PLANO DE CONTAS EM QUE O
      *    GASTO E' CONTABILIZADO. MANTIDO PELO PROG244.
           SELECT OPTIONAL ARQUIVO-CATDESP
           ASSIGN TO "CATDESP.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CATDESP-ARQ-STATUS.
