      *    DEFINICAO FISICA DO ARQUIVO DE EXAMES MEDICOS
      *    OCUPACIONAIS (ASO) - UM REGISTRO POR EXAME, COM O TIPO, A
      *    DATA PREVISTA E A DATA DE REALIZACAO (ZERADA ENQUANTO O
      *    EXAME ESTA PENDENTE). OS PENDENTES SAO GERADOS PELA AGENDA
      *    (PROG203) E A REALIZACAO E' REGISTRADA NO PROG202.
           SELECT OPTIONAL ARQUIVO-ASO
           ASSIGN TO "ASO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ASO-ARQ-STATUS.
