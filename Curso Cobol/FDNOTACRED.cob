               10 NCRED-ITEM-QUANTIDADE PIC 9(04).
               10 NCRED-ITEM-VALOR-TOTAL PIC 9(08)V9(02).
           05 NCRED-VALOR-TOTAL       PIC 9(08)V9(02).
      *    IMPOSTO ESTORNADO NA DEVOLUCAO (PROG105), PROPORCIONAL A
      *    QUANTIDADE DEVOLVIDA DE CADA ITEM DA NOTA DE ORIGEM, COM O
      *    MESMO TIPO, CFOP E ALIQUOTA DA VENDA. NAS NOTAS DE CREDITO
      *    ANTERIORES AOS CAMPOS ELES NAO SAO NUMERICOS.
           05 NCRED-IMPOSTO-ITEM OCCURS 10 TIMES.
               10 NCRED-ITEM-TIPO-IMPOSTO PIC X(01).
               10 NCRED-ITEM-CFOP     PIC 9(04).
               10 NCRED-ITEM-ALIQUOTA PIC 9(02)V9(02).
               10 NCRED-ITEM-BASE     PIC 9(08)V9(02).
               10 NCRED-ITEM-IMPOSTO  PIC 9(08)V9(02).
           05 NCRED-TOTAL-ICMS        PIC 9(08)V9(02).
           05 NCRED-TOTAL-ISS         PIC 9(08)V9(02).
