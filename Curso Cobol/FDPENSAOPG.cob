       FD  ARQUIVO-PENSAOPG.

       01  PENSAOPG-REGISTRO.
           05 PENSAOPG-COMPETENCIA.
               10 PENSAOPG-COMP-ANO   PIC 9(04).
               10 PENSAOPG-COMP-MES   PIC 9(02).
      *    MESMOS TIPOS DO REGISTRO DA FOLHA (FDFOLHAREG).
           05 PENSAOPG-ORIGEM         PIC X(01).
               88 PENSAOPG-FOLHA-MENSAL  VALUE "F".
               88 PENSAOPG-13-PARCELA-1  VALUE "1".
               88 PENSAOPG-13-PARCELA-2  VALUE "2".
               88 PENSAOPG-FERIAS        VALUE "V".
           05 PENSAOPG-FUNCIONARIO    PIC 9(06).
           05 PENSAOPG-PROCESSO       PIC X(25).
           05 PENSAOPG-BENEFICIARIO   PIC X(30).
           05 PENSAOPG-BANCO          PIC 9(03).
           05 PENSAOPG-AGENCIA        PIC 9(04).
           05 PENSAOPG-CONTA          PIC 9(10).
           05 PENSAOPG-VALOR          PIC 9(06)V9(02).
