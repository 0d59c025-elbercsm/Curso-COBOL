       FD  ARQUIVO-PEDACK.

       01  PEDACK-REGISTRO.
           05 PEDACK-CLIENTE           PIC 9(06).
           05 PEDACK-PEDIDO            PIC X(12).
           05 PEDACK-LINHA             PIC 9(03).
           05 PEDACK-ITEM-CLIENTE      PIC X(15).
           05 PEDACK-PRODUTO           PIC 9(06).
           05 PEDACK-QUANTIDADE        PIC 9(04).
           05 PEDACK-PRECO-UNIT        PIC 9(06)V9(02).
      *    "A" LINHA ACEITA (NOTA PREENCHIDA), "R" RECUSADA (MOTIVO).
           05 PEDACK-SITUACAO          PIC X(01).
               88 PEDACK-ACEITA           VALUE "A".
               88 PEDACK-RECUSADA         VALUE "R".
           05 PEDACK-NOTA              PIC 9(06).
           05 PEDACK-MOTIVO            PIC X(50).
