               10 BAKCTL-DATA-DIA     PIC 9(02).
           05 BAKCTL-QTD-CLIENTES     PIC 9(06).
           05 BAKCTL-QTD-FUNCIONARIOS PIC 9(06).
      *    TIPO "G" E' O CONJUNTO DO BACKUP GERAL (PROG237), COM A
      *    QUANTIDADE DE ARQUIVOS PRESENTES E DE REGISTROS COPIADOS;
      *    "M" E' O BACKUP DOS DOIS CADASTROS MESTRE (PROG47).
           05 BAKCTL-TIPO             PIC X(01).
               88 BAKCTL-MESTRES         VALUE "M".
               88 BAKCTL-GERAL           VALUE "G".
           05 BAKCTL-QTD-ARQUIVOS     PIC 9(04).
           05 BAKCTL-QTD-REGISTROS    PIC 9(09).
