       FD  ARQUIVO-REQUIS.

       01  REQUIS-REGISTRO.
           05 REQUIS-NUMERO           PIC 9(06).
           05 REQUIS-DEPARTAMENTO     PIC X(20).
           05 REQUIS-CARGO            PIC X(04).
      *    TIPO DE CONTRATACAO (H/M) - ESCOLHE A FAIXA DO CARGO EM
      *    QUE O SALARIO PROPOSTO PRECISA CABER.
           05 REQUIS-TIPO             PIC X(01).
           05 REQUIS-SALARIO          PIC 9(06)V9(02).
           05 REQUIS-JUSTIFICATIVA    PIC X(40).
           05 REQUIS-SOLICITANTE      PIC X(10).
           05 REQUIS-DATA-ABERTURA    PIC 9(08).
           05 REQUIS-SITUACAO         PIC X(01).
               88 REQUIS-ABERTA          VALUE "A".
               88 REQUIS-PREENCHIDA      VALUE "P".
               88 REQUIS-CANCELADA       VALUE "C".
      *    DATA DA ADMISSAO OU DO CANCELAMENTO - ZERO ENQUANTO
      *    ABERTA. O FUNCIONARIO SO E' PREENCHIDO NA ADMISSAO.
           05 REQUIS-DATA-FECHAMENTO  PIC 9(08).
           05 REQUIS-FUNCIONARIO      PIC 9(06).
