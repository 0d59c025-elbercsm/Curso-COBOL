       FD  ARQUIVO-RELEXEC.

       01  RELEXEC-REGISTRO.
           05 RELEXEC-PROGRAMA        PIC X(08).
           05 RELEXEC-DATA            PIC X(08).
           05 RELEXEC-NUMERO          PIC X(06).
           05 RELEXEC-OPERADOR        PIC X(10).
      *    FILTROS DO PEDIDO, NO LEIAUTE DO RELFPARM.
           05 RELEXEC-PARAMETROS      PIC X(60).
