       FD  ARQUIVO-RAZFECH.

       01  RAZFECH-REGISTRO.
           05 RAZFECH-COMPETENCIA     PIC 9(06).
           05 RAZFECH-EVENTO          PIC X(01).
               88 RAZFECH-FECHAMENTO     VALUE "F".
               88 RAZFECH-REABERTURA     VALUE "R".
           05 RAZFECH-DATA            PIC 9(08).
           05 RAZFECH-OPERADOR        PIC X(10).
           05 RAZFECH-MOTIVO          PIC X(40).
