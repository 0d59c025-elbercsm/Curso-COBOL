      *    DEFINICAO FISICA DO CONTROLE DE ENCERRAMENTO DO RAZAO
      *    INTERNO - UM REGISTRO POR EVENTO, FECHAMENTO (PROG181) OU
      *    REABERTURA POR SUPERVISOR (PROG182), NUNCA REGRAVADO. A
      *    SITUACAO DE CADA COMPETENCIA E' A DO ULTIMO EVENTO DELA NO
      *    ARQUIVO; COMPETENCIA SEM EVENTO ESTA ABERTA. O PROG132 NAO
      *    POSTA LOTE DE COMPETENCIA ENCERRADA.
           SELECT OPTIONAL ARQUIVO-RAZFECH
           ASSIGN TO "RAZFECH.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAZFECH-ARQ-STATUS.
