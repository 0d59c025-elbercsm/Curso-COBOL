      *    DEFINICAO FISICA DO CONTROLE DO ENCADEAMENTO DA TRILHA DE
      *    AUDITORIA (GUARDA A ULTIMA SEQUENCIA E A ULTIMA CHECAGEM
      *    GRAVADAS - VER PROG240).
           SELECT OPTIONAL ARQUIVO-AUDCTL
           ASSIGN TO "AUDCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDCTL-ARQ-STATUS.
