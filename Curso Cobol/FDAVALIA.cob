       FD  ARQUIVO-AVALIA.

       01  AVALIA-REGISTRO.
           05 AVALIA-ANO              PIC 9(04).
           05 AVALIA-FUNCIONARIO      PIC 9(06).
           05 AVALIA-DEPARTAMENTO     PIC X(20).
           05 AVALIA-NOTA             PIC 9(01).
           05 AVALIA-GESTOR           PIC X(10).
           05 AVALIA-DATA             PIC 9(08).
           05 AVALIA-SALARIO-ATUAL    PIC 9(06)V9(02).
           05 AVALIA-PERCENTUAL       PIC 9(02)V9(02).
           05 AVALIA-SALARIO-PROPOSTO PIC 9(06)V9(02).
      *    "S" QUANDO O MERITO DA GRADE FOI CORTADO NO TETO DO CARGO.
           05 AVALIA-LIMITE-SW        PIC X(01).
               88 AVALIA-LIMITADO-TETO   VALUE "S".
      *    REGISTRADA (AGUARDANDO ENVIO), ENVIADA A FILA DE
      *    APROVACAO OU ENCERRADA SEM MERITO (PERCENTUAL ZERO OU
      *    SALARIO JA NO TETO).
           05 AVALIA-SITUACAO         PIC X(01).
               88 AVALIA-REGISTRADA      VALUE "R".
               88 AVALIA-ENVIADA         VALUE "E".
               88 AVALIA-SEM-MERITO      VALUE "S".
           05 AVALIA-DATA-ENVIO       PIC 9(08).
