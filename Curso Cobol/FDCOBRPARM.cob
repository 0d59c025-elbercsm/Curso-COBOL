       01  COBRPARM-REGISTRO.
           05 COBRPARM-PERC-MULTA     PIC 9(02)V9(02).
           05 COBRPARM-JUROS-DIA      PIC 9V9(04).
      *    CONTA DA EMPRESA (CONTABCO.DAT) QUE RECEBE A COBRANCA -
      *    ASSUMIDA PELO RETORNO BANCARIO (PROG104) QUANDO RODA SEM
      *    OPERADOR. LINHA ANTIGA, SEM O CAMPO, NAO TEM CONTA PADRAO.
           05 COBRPARM-CONTA-COBRANCA PIC 9(03).
