       FD  ARQUIVO-CATDESP.

       01  CATDESP-REGISTRO.
           05 CATDESP-CODIGO          PIC X(04).
           05 CATDESP-DESCRICAO       PIC X(20).
      *    VALOR MAXIMO DE UMA LINHA DO PEDIDO DE REEMBOLSO NA
      *    CATEGORIA - LINHA ACIMA DELE E' RECUSADA NA DIGITACAO.
           05 CATDESP-LIMITE          PIC 9(06)V9(02).
      *    CONTA DE DESPESA (PLANCTAS.DAT) DEBITADA PELO REEMBOLSO -
      *    NO TITULO A PAGAR (PROG150) OU NA EXTRACAO DA FOLHA
      *    (PROG46), CONFORME A FORMA DE PAGAMENTO DO PEDIDO.
           05 CATDESP-CONTA           PIC X(06).
           05 CATDESP-SITUACAO        PIC X(01).
               88 CATDESP-ATIVA          VALUE "A".
               88 CATDESP-INATIVA        VALUE "I".
