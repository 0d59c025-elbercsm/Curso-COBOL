      *    DEFINICAO FISICA DO CATALOGO DE TREINAMENTOS OBRIGATORIOS
      *    (CURSOS DAS NORMAS REGULAMENTADORAS E DEMAIS CERTIFICACOES)
      *    - UMA LINHA POR TREINAMENTO COM A DESCRICAO, A CARGA
      *    HORARIA E A VALIDADE EM MESES (ZERO = NAO VENCE). MANTIDO
      *    PELO PROG199; OS TREINAMENTOS EXIGIDOS DE CADA CARGO FICAM
      *    EM CARGO.DAT (PROG125).
           SELECT OPTIONAL ARQUIVO-TREINO
           ASSIGN TO "TREINO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TREINO-ARQ-STATUS.
