      *    AREA DE PARAMETROS DA ROTINA CENTRAL DE PRECO DE VENDA
      *    (PROG168). O CHAMADOR INFORMA O CLIENTE, A FILIAL E A
      *    DATA DA VENDA E A ROTINA DEVOLVE A LISTA DE PRECO QUE
      *    VALE - A DO CLIENTE, SENAO A PADRAO DA FILIAL, ATIVA E NA
      *    VALIDADE (PRCVEN-LISTA ZERO = PRECO DO CADASTRO). COM
      *    PRODUTO INFORMADO DEVOLVE TAMBEM O PRECO DA LISTA (OU O
      *    DO CADASTRO, PASSADO EM PRCVEN-PRECO-CADASTRO) E, COM A
      *    QUANTIDADE, O DESCONTO DA FAIXA ATINGIDA E O PRECO DE
      *    TABELA JA COM O DESCONTO. PRCVEN-LISTA-IGNORADA TRAZ A
      *    LISTA ATRIBUIDA QUE FOI DESPREZADA POR ESTAR INATIVA OU
      *    FORA DA VALIDADE.
       01  PRCVEN-PARAMETROS.
           05 PRCVEN-CLIENTE          PIC 9(06).
           05 PRCVEN-FILIAL           PIC 9(03).
           05 PRCVEN-DATA             PIC 9(08).
           05 PRCVEN-PRODUTO          PIC 9(06).
           05 PRCVEN-PRECO-CADASTRO   PIC 9(06)V9(02).
           05 PRCVEN-QUANTIDADE       PIC 9(04).
           05 PRCVEN-LISTA            PIC 9(03).
           05 PRCVEN-NOME-LISTA       PIC X(25).
           05 PRCVEN-ORIGEM-LISTA     PIC X(07).
           05 PRCVEN-LISTA-IGNORADA   PIC 9(03).
           05 PRCVEN-PRECO-BASE       PIC 9(06)V9(02).
           05 PRCVEN-ORIGEM-PRECO     PIC X(09).
           05 PRCVEN-DESCONTO         PIC 9(02)V9(02).
           05 PRCVEN-PRECO-TABELA     PIC 9(06)V9(02).
