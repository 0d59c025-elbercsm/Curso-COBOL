       FD  ARQUIVO-BANCOHOR.

       01  BANCOHOR-REGISTRO.
           05 BANCOHOR-CODIGO         PIC 9(06).
      *    DIA A QUE O MOVIMENTO SE REFERE - O DIA DA BATIDA NO
      *    CREDITO E NO DEBITO, O DIA DE FOLGA, E O PRIMEIRO DIA DA
      *    COMPETENCIA PAGA NO PAGAMENTO. E' A DATA QUE CONTA PARA O
      *    VENCIMENTO DOS CREDITOS (SEIS MESES).
           05 BANCOHOR-DATA.
               10 BANCOHOR-DATA-ANO   PIC 9(04).
               10 BANCOHOR-DATA-MES   PIC 9(02).
               10 BANCOHOR-DATA-DIA   PIC 9(02).
           05 BANCOHOR-TIPO           PIC X(01).
               88 BANCOHOR-CREDITO       VALUE "C".
               88 BANCOHOR-DEBITO        VALUE "D".
               88 BANCOHOR-FOLGA         VALUE "F".
               88 BANCOHOR-PAGO          VALUE "P".
               88 BANCOHOR-SAIDA         VALUE "D" "F" "P".
           05 BANCOHOR-MINUTOS        PIC 9(05).
      *    COMPETENCIA EM QUE O MOVIMENTO FOI APURADO OU PAGO.
           05 BANCOHOR-COMPETENCIA.
               10 BANCOHOR-COMP-ANO   PIC 9(04).
               10 BANCOHOR-COMP-MES   PIC 9(02).
           05 BANCOHOR-DATA-LANCAMENTO PIC 9(08).
