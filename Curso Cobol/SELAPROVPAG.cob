      *    DEFINICAO FISICA DA FILA DE APROVACAO DOS TITULOS A PAGAR
      *    - UM PEDIDO POR TITULO GRAVADO PENDENTE (PROG230), COM O
      *    MOTIVO E QUEM LANCOU. UM SUPERVISOR DIFERENTE DO
      *    SOLICITANTE DECIDE A FILA (PROG231), NA MESMA DISCIPLINA
      *    DE DUPLA CUSTODIA DAS BAIXAS POR PERDA (PERDAS.DAT).
           SELECT OPTIONAL ARQUIVO-APROVPAG
           ASSIGN TO "APROVPAG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS APROVPAG-ARQ-STATUS.
