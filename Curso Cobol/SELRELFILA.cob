      *    DEFINICAO FISICA DA FILA NOTURNA DE RELATORIOS - UM
      *    REGISTRO POR PEDIDO DE LISTAGEM FEITO PELO MENU (PROG247),
      *    GRAVADO POR ACRESCIMO. A EXECUCAO NOTURNA (PROG248, NO
      *    DAILYJOB) REGRAVA O PEDIDO NO LUGAR COM O RESULTADO, E O
      *    LOGIN DO MENU (PROG43) O MARCA COMO AVISADO DEPOIS DE
      *    MOSTRA-LO AO OPERADOR QUE PEDIU.
           SELECT OPTIONAL ARQUIVO-RELFILA
           ASSIGN TO "RELFILA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELFILA-ARQ-STATUS.
