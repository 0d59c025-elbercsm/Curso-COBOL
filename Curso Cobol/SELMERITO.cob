      *    DEFINICAO FISICA DA GRADE DE MERITO - UMA LINHA POR NOTA
      *    DA AVALIACAO DE DESEMPENHO (1 A 5) COM A DESCRICAO E O
      *    PERCENTUAL DE MERITO SOBRE O SALARIO. MANTIDA PELO
      *    PROG204 E APLICADA PELO CICLO DE AVALIACAO (PROG205).
           SELECT OPTIONAL ARQUIVO-MERITO
           ASSIGN TO "MERITO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERITO-ARQ-STATUS.
