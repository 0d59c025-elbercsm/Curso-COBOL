       FD  ARQUIVO-LIMREV.

       01  LIMREV-REGISTRO.
           05 LIMREV-CLIENTE          PIC 9(06).
           05 LIMREV-DATA-REVISAO     PIC 9(08).
           05 LIMREV-LIMITE-ATUAL     PIC 9(08)V9(02).
           05 LIMREV-LIMITE-SUGERIDO  PIC 9(08)V9(02).
      *    INDICADORES DOS 12 MESES ANTERIORES A REVISAO QUE
      *    FORMARAM A PONTUACAO (0 A 100) E A SUGESTAO.
           05 LIMREV-PONTUACAO        PIC 9(03).
           05 LIMREV-MEDIA-ATRASO     PIC 9(04).
           05 LIMREV-MAIOR-EXPOSICAO  PIC 9(08)V9(02).
           05 LIMREV-QTD-DEVOLVIDOS   PIC 9(03).
           05 LIMREV-VALOR-PERDAS     PIC 9(08)V9(02).
           05 LIMREV-SITUACAO         PIC X(01).
               88 LIMREV-PENDENTE        VALUE "P".
               88 LIMREV-ACEITA          VALUE "A".
               88 LIMREV-REJEITADA       VALUE "R".
           05 LIMREV-APROVADOR        PIC X(10).
           05 LIMREV-DATA-DECISAO     PIC 9(08).
