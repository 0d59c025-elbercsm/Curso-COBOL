       FD  ARQUIVO-AUDCTL.

      *    UM UNICO REGISTRO. A ULTIMA SEQUENCIA/CHECAGEM E' O ELO DE
      *    ONDE O PROXIMO REGISTRO DA TRILHA SE ENCADEIA (PROG240). A
      *    ANCORA E' O ELO DO ULTIMO REGISTRO JA ARQUIVADO PELO
      *    EXPURGO (PROG139) - O PRIMEIRO REGISTRO DO ARQUIVO VIVO SE
      *    ENCADEIA NELA. ZEROS = NADA ARQUIVADO DESDE O INICIO DO
      *    ENCADEAMENTO.
       01  AUDCTL-REGISTRO.
           05 AUDCTL-ULTIMA-SEQUENCIA PIC 9(09).
           05 AUDCTL-ULTIMA-CHECAGEM  PIC 9(09).
           05 AUDCTL-ANCORA-SEQUENCIA PIC 9(09).
           05 AUDCTL-ANCORA-CHECAGEM  PIC 9(09).
