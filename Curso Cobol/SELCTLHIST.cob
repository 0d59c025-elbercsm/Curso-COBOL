      *    DEFINICAO FISICA DO HISTORICO DOS TOTAIS DE CONTROLE
      *    DIARIOS - UM REGISTRO POR ARQUIVO DO SISTEMA A CADA
      *    FOTOGRAFIA DO PROG238, COM A CONTAGEM E O TOTAL DE CONTROLE
      *    DO DIA, COMPARADOS COM A FOTOGRAFIA ANTERIOR.
           SELECT OPTIONAL ARQUIVO-CTLHIST
           ASSIGN TO "CTLHIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CTLHIST-ARQ-STATUS.
