           05 FUNCDEMTMP-TIPO            PIC X(01).
           05 FUNCDEMTMP-MOEDA           PIC X(03).
           05 FUNCDEMTMP-HORAS-MES       PIC 9(03).
           05 FUNCDEMTMP-CPF             PIC 9(11).
           05 FUNCDEMTMP-PIS             PIC 9(11).
           05 FUNCDEMTMP-DEPENDENTES     PIC 9(02).
