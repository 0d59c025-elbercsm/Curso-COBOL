      *    AREA DE PARAMETROS DA ROTINA CENTRAL DE SALDO POR FILIAL
      *    (PROG164). FUNCAO "C" CONSULTA, "M" SOMA SLDFIL-QUANTIDADE
      *    (COM SINAL) AO SALDO DA FILIAL E "T" SOMA AO EM TRANSITO
      *    PARA A FILIAL. NAS TRES O SALDO E O EM TRANSITO RESULTANTES
      *    VOLTAM NA AREA - PRODUTO SEM REGISTRO NA FILIAL VALE ZERO,
      *    E "M"/"T" CRIAM O REGISTRO. "S" SOMA O PRODUTO EM TODAS AS
      *    FILIAIS (SLDFIL-FILIAL NAO E' USADO). SLDFIL-RESULTADO
      *    VOLTA "S" OU "N" (ARQUIVO INDISPONIVEL).
       01  SLDFIL-PARAMETROS.
           05 SLDFIL-FUNCAO           PIC X(01).
               88 SLDFIL-CONSULTAR       VALUE "C".
               88 SLDFIL-MOVIMENTAR      VALUE "M".
               88 SLDFIL-TRANSITO        VALUE "T".
               88 SLDFIL-SOMAR           VALUE "S".
           05 SLDFIL-FILIAL           PIC 9(03).
           05 SLDFIL-PRODUTO          PIC 9(06).
           05 SLDFIL-QUANTIDADE       PIC S9(06).
           05 SLDFIL-SALDO            PIC S9(06).
           05 SLDFIL-EM-TRANSITO      PIC 9(06).
           05 SLDFIL-RESULTADO        PIC X(01).
               88 SLDFIL-OK              VALUE "S".
               88 SLDFIL-ERRO            VALUE "N".
