      *    DEFINICAO FISICA DO MANIFESTO DO BACKUP GERAL - UM
      *    REGISTRO POR ARQUIVO DO CONJUNTO, COM A CONTAGEM E O TOTAL
      *    DE CONTROLE DA DATA DO BACKUP (MANIFAAAAMMDD.BAK - VER
      *    PROG236), USADO NA CONFERENCIA E ANTES DA RESTAURACAO.
           SELECT OPTIONAL ARQUIVO-BAKMAN
           ASSIGN TO BAKMAN-NOME-ARQUIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BAKMAN-ARQ-STATUS.
