       FD  ARQUIVO-METAHIS.

       01  METAHIS-REGISTRO.
           05 METAHIS-COMPETENCIA     PIC 9(06).
           05 METAHIS-FILIAL          PIC 9(03).
           05 METAHIS-VENDEDOR        PIC 9(06).
           05 METAHIS-DATA            PIC 9(08).
           05 METAHIS-HORA            PIC 9(08).
           05 METAHIS-OPERACAO        PIC X(01).
               88 METAHIS-INCLUSAO       VALUE "I".
               88 METAHIS-ALTERACAO      VALUE "A".
               88 METAHIS-EXCLUSAO       VALUE "E".
      *    VALOR ANTERIOR ZERO NA INCLUSAO, NOVO ZERO NA EXCLUSAO.
           05 METAHIS-VALOR-ANTERIOR  PIC 9(08)V9(02).
           05 METAHIS-VALOR-NOVO      PIC 9(08)V9(02).
           05 METAHIS-OPERADOR        PIC X(10).
