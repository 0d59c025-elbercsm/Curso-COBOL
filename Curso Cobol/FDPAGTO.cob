               10 PAGTO-DATA-MES      PIC 9(02).
               10 PAGTO-DATA-DIA      PIC 9(02).
           05 PAGTO-VALOR             PIC 9(08)V9(02).
      *    CONTA DA EMPRESA (CONTABCO.DAT) DE ONDE SAIU O
      *    PAGAMENTO - ZERO NOS PAGAMENTOS GRAVADOS ANTES DO CAMPO.
      *    REGISTROS GRAVADOS ANTES DO CAMPO PRECISAM SER REGRAVADOS
      *    COM O NOVO TAMANHO.
           05 PAGTO-CONTA-BANCO       PIC 9(03).
