      *    DEFINICAO FISICA DO HISTORICO DAS METAS DE VENDA - UMA
      *    LINHA POR INCLUSAO, ALTERACAO OU EXCLUSAO DE META NO
      *    PROG223, COM O VALOR ANTERIOR, O NOVO E O SUPERVISOR. SO
      *    POR ACRESCIMO - A META EXCLUIDA CONTINUA AQUI.
           SELECT OPTIONAL ARQUIVO-METAHIS
           ASSIGN TO "METAHIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS METAHIS-ARQ-STATUS.
