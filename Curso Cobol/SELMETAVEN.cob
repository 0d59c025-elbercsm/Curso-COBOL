      *    DEFINICAO FISICA DO ARQUIVO DE METAS DE VENDA - UMA LINHA
      *    POR COMPETENCIA, FILIAL E VENDEDOR (CODIGO DE FUNCIONARIO,
      *    O MESMO DE NOTA-VENDEDOR) COM O VALOR DA META. A LINHA COM
      *    VENDEDOR ZERO, OPCIONAL, E' A META DA PROPRIA FILIAL NA
      *    COMPETENCIA. MANTIDO SO POR SUPERVISOR NO PROG223, COM CADA
      *    MUDANCA GUARDADA EM METAHIST.DAT, E LIDO PELO RELATORIO DE
      *    ATINGIMENTO (PROG224).
           SELECT OPTIONAL ARQUIVO-METAVEN
           ASSIGN TO "METAVEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS METAVEN-ARQ-STATUS.
