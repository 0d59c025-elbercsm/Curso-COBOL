       FD  ARQUIVO-AUDANC.

      *    UM REGISTRO POR ANO ARQUIVADO - O ELO ANTERIOR AO PRIMEIRO
      *    REGISTRO DO ANO (ULTIMO DO ANO ANTERIOR) E O ELO DO ULTIMO
      *    REGISTRO DO ANO, PARA O ARQUIVO ANUAL SER CONFERIDO SOZINHO
      *    DE PONTA A PONTA.
       01  AUDANC-REGISTRO.
           05 AUDANC-ANO              PIC 9(04).
           05 AUDANC-ANCORA-SEQUENCIA PIC 9(09).
           05 AUDANC-ANCORA-CHECAGEM  PIC 9(09).
           05 AUDANC-FINAL-SEQUENCIA  PIC 9(09).
           05 AUDANC-FINAL-CHECAGEM   PIC 9(09).
           05 AUDANC-QTD-REGISTROS    PIC 9(07).
