      *    DEFINICAO FISICA DA LISTA DE REVISAO DOS LIMITES DE
      *    CREDITO - UMA SUGESTAO POR CLIENTE COM LIMITE, GERADA NA
      *    REVISAO TRIMESTRAL (PROG216) A PARTIR DO COMPORTAMENTO DE
      *    PAGAMENTO, E DECIDIDA POR UM SUPERVISOR (PROG217). SO A
      *    SUGESTAO ACEITA ALTERA CLICRED.DAT. AS DECIDIDAS FICAM
      *    COMO HISTORICO; UMA NOVA REVISAO SUBSTITUI AS PENDENTES.
           SELECT OPTIONAL ARQUIVO-LIMREV
           ASSIGN TO "LIMREV.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIMREV-ARQ-STATUS.
