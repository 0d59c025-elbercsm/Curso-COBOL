      *    AREA DE PARAMETROS DA ROTINA DE CHECAGEM DO ENCADEAMENTO DA
      *    TRILHA DE AUDITORIA (PROG241). AUDCHN-CONTEUDO RECEBE O
      *    REGISTRO DE AUDITORIA ATE A SEQUENCIA (SEM A CHECAGEM) E
      *    AUDCHN-CHECAGEM-ANTERIOR A CHECAGEM DO REGISTRO ANTERIOR
      *    (ZERO NO PRIMEIRO DA CORRENTE). A ROTINA DEVOLVE EM
      *    AUDCHN-CHECAGEM A CHECAGEM DO REGISTRO.
       01  AUDCHN-PARAMETROS.
           05 AUDCHN-CONTEUDO.
               10 AUDCHN-DADOS        PIC X(99).
               10 AUDCHN-SEQUENCIA    PIC 9(09).
           05 AUDCHN-CHECAGEM-ANTERIOR PIC 9(09).
           05 AUDCHN-CHECAGEM         PIC 9(09).
