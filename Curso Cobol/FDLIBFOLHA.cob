       FD  ARQUIVO-LIBFOLHA.

       01  LIBFOLHA-REGISTRO.
           05 LIBFOL-COMPETENCIA      PIC 9(06).
           05 LIBFOL-SITUACAO         PIC X(01).
               88 LIBFOL-PENDENTE        VALUE "P".
               88 LIBFOL-LIBERADA        VALUE "L".
           05 LIBFOL-DATA             PIC 9(08).
           05 LIBFOL-QTD-OCORRENCIAS  PIC 9(05).
           05 LIBFOL-TOTAL-LIQUIDO    PIC 9(10)V9(02).
      *    SUPERVISOR QUE LIBEROU - EM BRANCO NA LINHA PENDENTE.
           05 LIBFOL-SUPERVISOR       PIC X(10).
