      *    DEFINICAO FISICA DO REGISTRO DOS ACERTOS DE RESCISAO - UM
      *    REGISTRO POR CALCULO FEITO NO PROG68, COM AS VERBAS DO
      *    DEMONSTRATIVO. UM RECALCULO GRAVA OUTRO REGISTRO E VALE O
      *    ULTIMO DO FUNCIONARIO NA DATA DE DEMISSAO (VER PROG195).
           SELECT OPTIONAL ARQUIVO-RESCREG
           ASSIGN TO "RESCREG.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RESCREG-ARQ-STATUS.
