       FD  ARQUIVO-CANDHIS.

       01  CANDHIS-REGISTRO.
           05 CANDHIS-REQUISICAO      PIC 9(06).
           05 CANDHIS-SEQ             PIC 9(03).
           05 CANDHIS-DATA            PIC 9(08).
           05 CANDHIS-ETAPA           PIC X(01).
           05 CANDHIS-OPERADOR        PIC X(10).
           05 CANDHIS-ANOTACAO        PIC X(60).
