       FD  ARQUIVO-PENSAO.

       01  PENSAO-REGISTRO.
           05 PENSAO-FUNCIONARIO      PIC 9(06).
      *    NUMERO DO PROCESSO JUDICIAL (NNNNNNN-DD.AAAA.J.TR.OOOO) -
      *    IDENTIFICA A DETERMINACAO DENTRO DO FUNCIONARIO.
           05 PENSAO-PROCESSO         PIC X(25).
           05 PENSAO-BENEFICIARIO     PIC X(30).
           05 PENSAO-CPF              PIC 9(11).
      *    CONTA DO BENEFICIARIO PARA O CREDITO NA REMESSA - BANCO
      *    ZERADO E' PAGO AVULSO.
           05 PENSAO-BANCO            PIC 9(03).
           05 PENSAO-AGENCIA          PIC 9(04).
           05 PENSAO-CONTA            PIC 9(10).
      *    BASE DO DESCONTO - BRUTO, OU LIQUIDO DOS DESCONTOS LEGAIS
      *    (BRUTO MENOS INSS E IRRF).
           05 PENSAO-BASE             PIC X(01).
               88 PENSAO-SOBRE-BRUTO     VALUE "B".
               88 PENSAO-SOBRE-LIQUIDO   VALUE "L".
           05 PENSAO-PERCENTUAL       PIC 9(02)V9(02).
           05 PENSAO-INCIDE-13        PIC X(01).
               88 PENSAO-NO-13           VALUE "S".
           05 PENSAO-INCIDE-FERIAS    PIC X(01).
               88 PENSAO-NAS-FERIAS      VALUE "S".
