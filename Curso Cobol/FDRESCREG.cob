       FD  ARQUIVO-RESCREG.

       01  RESCREG-REGISTRO.
           05 RESCREG-CODIGO          PIC 9(06).
           05 RESCREG-DATA-DEMISSAO   PIC 9(08).
           05 RESCREG-SALDO-SALARIO   PIC 9(6)V9(2).
           05 RESCREG-13-PROP         PIC 9(6)V9(2).
           05 RESCREG-FERIAS-PROP     PIC 9(6)V9(2).
           05 RESCREG-TERCO-FERIAS    PIC 9(6)V9(2).
           05 RESCREG-CONSIGNADO      PIC 9(7)V9(2).
           05 RESCREG-TOTAL           PIC 9(7)V9(2).
           05 RESCREG-DATA-CALCULO    PIC 9(08).
