      *    DEFINICAO FISICA DO CATALOGO DE BACKUPS - UM REGISTRO POR
      *    EXECUCAO DO PROG47 OU DO BACKUP GERAL (PROG237), COM A DATA
      *    DO BACKUP E AS QUANTIDADES COPIADAS, PARA QUE O PROGRAMA DE
      *    RESTAURACAO (PROG56) POSSA LISTAR OS BACKUPS DISPONIVEIS.
           SELECT OPTIONAL ARQUIVO-BAKCTL
           ASSIGN TO "BAKCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
