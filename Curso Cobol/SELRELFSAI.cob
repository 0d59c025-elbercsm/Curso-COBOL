      *    DEFINICAO FISICA DA LISTAGEM DE UM PEDIDO DA FILA NOTURNA
      *    DE RELATORIOS - GRAVADA PELO RELATORIO CHAMADO PELO
      *    PROG248 E COPIADA POR ELE, LOGO EM SEGUIDA, PARA UMA COPIA
      *    DATADA REGISTRADA NO ARQUIVO DE RELATORIOS (RELCTL.DAT,
      *    VER PROG137).
           SELECT OPTIONAL ARQUIVO-RELFSAI
           ASSIGN TO "RELFILA.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELFSAI-ARQ-STATUS.
