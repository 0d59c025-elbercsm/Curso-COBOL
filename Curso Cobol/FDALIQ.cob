       FD  ARQUIVO-ALIQ.

       01  ALIQ-REGISTRO.
           05 ALIQ-CHAVE.
      *    MESMOS CODIGOS DE PRODUTO-CLASSE-FISCAL: "M" MERCADORIA,
      *    "S" SERVICO, "I" ISENTO (ESTE SO PARA DAR O CFOP).
               10 ALIQ-CLASSE         PIC X(01).
               10 ALIQ-UF             PIC X(02).
           05 ALIQ-PERCENTUAL         PIC 9(02)V9(02).
           05 ALIQ-CFOP               PIC 9(04).
