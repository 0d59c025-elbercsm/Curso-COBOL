      *    DEFINICAO FISICA DOS LANCAMENTOS CONTABEIS MANUAIS -
      *    PROVISOES, RECLASSIFICACOES E CORRECOES DIGITADAS NO
      *    PROG178. CADA LANCAMENTO FICA PENDENTE ATE UM SUPERVISOR
      *    DIFERENTE DO PREPARADOR APROVAR NO PROG179, QUE SO ENTAO
      *    GERA O LOTE EM GLEXT.DAT (E O ESTORNO, SE PEDIDO).
           SELECT OPTIONAL ARQUIVO-LANCMAN
           ASSIGN TO "LANCMAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LANCMAN-ARQ-STATUS.
