      *    DEFINICAO FISICA DO PEDIDO EM EXECUCAO DA FILA NOTURNA DE
      *    RELATORIOS - UMA LINHA GRAVADA PELO PROG248 ANTES DE
      *    CHAMAR O RELATORIO E ESVAZIADA LOGO DEPOIS. O RELATORIO
      *    QUE SE ACHA NELA (PROPRIO NOME E DATA DE HOJE) USA OS
      *    FILTROS DO PEDIDO EM VEZ DO CONSOLE E DO ARQUIVO DE
      *    PARAMETROS, GRAVA A LISTAGEM TAMBEM EM RELFILA.REL E
      *    DEVOLVE O CONTROLE AO PROG248 NO FIM.
           SELECT OPTIONAL ARQUIVO-RELEXEC
           ASSIGN TO "RELEXEC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEXEC-ARQ-STATUS.
