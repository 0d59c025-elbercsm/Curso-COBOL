      *    DEFINICAO FISICA DAS ANCORAS DO ENCADEAMENTO DOS ARQUIVOS
      *    ANUAIS DA TRILHA DE AUDITORIA (AUDIAAAA.ARQ), GRAVADAS PELO
      *    EXPURGO (PROG139) E LIDAS PELA CONFERENCIA (PROG242).
           SELECT OPTIONAL ARQUIVO-AUDANC
           ASSIGN TO "AUDANC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDANC-ARQ-STATUS.
