      *    DEFINICAO FISICA DO ARQUIVO DE AVALIACOES DE DESEMPENHO -
      *    UM REGISTRO POR FUNCIONARIO E ANO DO CICLO, COM A NOTA
      *    DADA PELO GESTOR E O MERITO PROPOSTO PELA GRADE
      *    (MERITO.DAT), LIMITADO AO TETO DO CARGO. REGISTRADO PELO
      *    PROG205, ENVIADO A FILA DE APROVACAO (SALPEND.DAT) PELO
      *    PROG206 E TOTALIZADO PELO PROG207.
           SELECT OPTIONAL ARQUIVO-AVALIA
           ASSIGN TO "AVALIACAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AVALIA-ARQ-STATUS.
