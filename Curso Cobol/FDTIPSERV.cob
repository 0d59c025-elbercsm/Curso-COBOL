       FD  ARQUIVO-TIPSERV.

       01  TIPSERV-REGISTRO.
           05 TIPSERV-CODIGO          PIC X(02).
           05 TIPSERV-DESCRICAO       PIC X(20).
      *    ALIQUOTAS EM PERCENTUAL SOBRE O VALOR BRUTO DO TITULO -
      *    ZERO E' TRIBUTO NAO RETIDO NO TIPO DE SERVICO.
           05 TIPSERV-ALIQ-IRRF       PIC 9(02)V9(02).
           05 TIPSERV-ALIQ-PIS        PIC 9(02)V9(02).
           05 TIPSERV-ALIQ-COFINS     PIC 9(02)V9(02).
           05 TIPSERV-ALIQ-CSLL       PIC 9(02)V9(02).
