      *    DEFINICAO FISICA DOS PARAMETROS DA CONFERENCIA DA FOLHA
      *    ANTES DA REMESSA (PROG214) - UMA UNICA LINHA COM O
      *    PERCENTUAL DE VARIACAO DE BRUTO/LIQUIDO CONTRA A
      *    COMPETENCIA ANTERIOR E O TETO DE LIQUIDO POR FUNCIONARIO.
      *    ARQUIVO EDITAVEL, COMO OS PARAMETROS DE COBRANCA
      *    (COBRPARM.DAT) - SEM O ARQUIVO VALEM 20% E R$ 30.000,00.
           SELECT OPTIONAL ARQUIVO-CONFPARM
           ASSIGN TO "CONFPARM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFPARM-ARQ-STATUS.
