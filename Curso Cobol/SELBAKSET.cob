      *    DEFINICAO FISICA DO CONJUNTO DO BACKUP GERAL - UM
      *    REGISTRO POR REGISTRO COPIADO DE QUALQUER ARQUIVO DO
      *    SISTEMA, COM O NOME DO ARQUIVO DE ORIGEM NA FRENTE. O NOME
      *    E' MONTADO EM TEMPO DE EXECUCAO COM A DATA DO BACKUP
      *    (GERALAAAAMMDD.BAK - VER PROG236).
           SELECT OPTIONAL ARQUIVO-BAKSET
           ASSIGN TO BAKSET-NOME-ARQUIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BAKSET-ARQ-STATUS.
