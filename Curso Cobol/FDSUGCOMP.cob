       FD  ARQUIVO-SUGCOMP.

       01  SUGCOMP-REGISTRO.
           05 SUGCOMP-PRODUTO         PIC 9(06).
           05 SUGCOMP-DATA.
               10 SUGCOMP-DATA-ANO    PIC 9(04).
               10 SUGCOMP-DATA-MES    PIC 9(02).
               10 SUGCOMP-DATA-DIA    PIC 9(02).
      *    SITUACAO DO PRODUTO NO MOMENTO DO CALCULO - O CONSUMO
      *    DIARIO E' A MEDIA DAS SAIDAS DO PERIODO ESCOLHIDO.
           05 SUGCOMP-SALDO           PIC S9(06).
           05 SUGCOMP-MINIMO          PIC 9(06).
           05 SUGCOMP-CONSUMO-DIARIO  PIC 9(05)V9(04).
           05 SUGCOMP-EM-PEDIDO       PIC 9(06).
           05 SUGCOMP-QUANTIDADE      PIC 9(06).
      *    A SUGESTAO NASCE PENDENTE E PASSA A GERADA QUANDO ENTRA
      *    NUM PEDIDO DE COMPRA, CUJO NUMERO FICA GUARDADO.
           05 SUGCOMP-SITUACAO        PIC X(01).
               88 SUGCOMP-PENDENTE       VALUE "P".
               88 SUGCOMP-GERADA         VALUE "G".
           05 SUGCOMP-PEDIDO          PIC 9(06).
