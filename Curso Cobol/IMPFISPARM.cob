      *    AREA DE PARAMETROS DA ROTINA DE IMPOSTO SOBRE VENDAS
      *    (PROG170). O CHAMADOR INFORMA A CLASSIFICACAO FISCAL DO
      *    PRODUTO, A UF DO CLIENTE E O VALOR DO ITEM, E A ROTINA
      *    DEVOLVE O TIPO DE IMPOSTO ("I" ICMS, "S" ISS, "N" SEM
      *    IMPOSTO), O CFOP, A ALIQUOTA, A BASE DE CALCULO E O
      *    IMPOSTO. IMPFIS-RESULTADO "N" AVISA QUE NAO HAVIA ALIQUOTA
      *    NA TABELA PARA A CLASSIFICACAO E UF (ALIQUOTA ZERO).
       01  IMPFIS-PARAMETROS.
           05 IMPFIS-CLASSE           PIC X(01).
           05 IMPFIS-UF               PIC X(02).
           05 IMPFIS-VALOR            PIC 9(08)V9(02).
           05 IMPFIS-TIPO             PIC X(01).
               88 IMPFIS-ICMS            VALUE "I".
               88 IMPFIS-ISS             VALUE "S".
               88 IMPFIS-SEM-IMPOSTO     VALUE "N".
           05 IMPFIS-CFOP             PIC 9(04).
           05 IMPFIS-ALIQUOTA         PIC 9(02)V9(02).
           05 IMPFIS-BASE             PIC 9(08)V9(02).
           05 IMPFIS-IMPOSTO          PIC 9(08)V9(02).
           05 IMPFIS-RESULTADO        PIC X(01).
               88 IMPFIS-ALIQUOTA-ACHADA VALUE "S".
