      *    DEFINICAO FISICA DO ORCAMENTO DE FOLHA POR DEPARTAMENTO -
      *    UMA LINHA POR DEPARTAMENTO E COMPETENCIA (AAAAMM) COM O
      *    VALOR ORCADO DE FOLHA BRUTA. MANTIDO E CONFRONTADO COM O
      *    REALIZADO (FOLHAREG.DAT) PELO PROG127. A PREVISAO DE
      *    CUSTO DA FOLHA (PROG213) PODE SUBSTITUIR AS LINHAS DAS 12
      *    COMPETENCIAS PREVISTAS.
           SELECT OPTIONAL ARQUIVO-ORCFOLHA
           ASSIGN TO "ORCFOLHA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
