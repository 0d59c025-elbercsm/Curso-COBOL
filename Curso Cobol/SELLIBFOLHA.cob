      *    DEFINICAO FISICA DO CONTROLE DE RETENCAO DA REMESSA DA
      *    FOLHA - A CONFERENCIA (PROG214) ACRESCENTA UMA LINHA
      *    PENDENTE CADA VEZ QUE SEGURA A REMESSA DE UMA COMPETENCIA
      *    COM OCORRENCIAS, E O SUPERVISOR ACRESCENTA A LINHA DE
      *    LIBERACAO NO PROG215. A LIBERACAO SO VALE PARA A MESMA
      *    QUANTIDADE DE OCORRENCIAS E O MESMO TOTAL LIQUIDO - UMA
      *    FOLHA REPROCESSADA DEPOIS DA REVISAO VOLTA A SER RETIDA.
           SELECT OPTIONAL ARQUIVO-LIBFOLHA
           ASSIGN TO "LIBFOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIBFOLHA-ARQ-STATUS.
