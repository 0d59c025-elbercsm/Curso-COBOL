       FD  ARQUIVO-PATRIM.

       01  PATRIM-REGISTRO.
           05 PATRIM-CODIGO           PIC 9(06).
           05 PATRIM-DESCRICAO        PIC X(30).
           05 PATRIM-CLASSE           PIC X(02).
           05 PATRIM-FILIAL           PIC 9(03).
           05 PATRIM-AQUISICAO.
               10 PATRIM-AQUIS-ANO    PIC 9(04).
               10 PATRIM-AQUIS-MES    PIC 9(02).
               10 PATRIM-AQUIS-DIA    PIC 9(02).
           05 PATRIM-CUSTO            PIC 9(08)V9(02).
      *    VIDA UTIL EM MESES - A DEPRECIACAO E' LINEAR, CUSTO
      *    DIVIDIDO PELA VIDA UTIL, A PARTIR DO MES SEGUINTE AO DA
      *    AQUISICAO.
           05 PATRIM-VIDA-UTIL        PIC 9(03).
      *    ORIGEM DO BEM NO CONTAS A PAGAR - TITULO ZERO QUANDO O
      *    BEM NAO VEIO DE UM TITULO LANCADO (PROG146).
           05 PATRIM-FORNECEDOR       PIC 9(06).
           05 PATRIM-TITULO           PIC 9(06).
           05 PATRIM-DEPREC-ACUMULADA PIC 9(08)V9(02).
      *    ULTIMA COMPETENCIA (AAAAMM) JA DEPRECIADA - ZERO ANTES DA
      *    PRIMEIRA DEPRECIACAO.
           05 PATRIM-ULTIMA-DEPREC    PIC 9(06).
           05 PATRIM-SITUACAO         PIC X(01).
               88 PATRIM-EM-USO          VALUE "A".
               88 PATRIM-BAIXADO         VALUE "B".
      *    DADOS DA BAIXA (PROG186) - VALOR DE VENDA ZERO NA BAIXA
      *    POR PERDA OU SUCATA. O RESULTADO E' A VENDA MENOS O VALOR
      *    CONTABIL LIQUIDO (POSITIVO GANHO, NEGATIVO PERDA).
           05 PATRIM-DATA-BAIXA       PIC 9(08).
           05 PATRIM-VALOR-BAIXA      PIC 9(08)V9(02).
           05 PATRIM-RESULTADO-BAIXA  PIC S9(08)V9(02).
