       FD  ARQUIVO-ADIANT.

       01  ADIANT-REGISTRO.
           05 ADIANT-CLIENTE          PIC 9(06).
           05 ADIANT-DATA.
               10 ADIANT-DATA-ANO     PIC 9(04).
               10 ADIANT-DATA-MES     PIC 9(02).
               10 ADIANT-DATA-DIA     PIC 9(02).
           05 ADIANT-HORA             PIC 9(08).
           05 ADIANT-TIPO             PIC X(01).
               88 ADIANT-ENTRADA         VALUE "E".
               88 ADIANT-APLICACAO       VALUE "A".
           05 ADIANT-VALOR            PIC 9(08)V9(02).
      *    NA ENTRADA, A NOTA E A PARCELA DO PAGAMENTO A MAIOR (ZERO
      *    NO ADIANTAMENTO SEM NOTA); NA APLICACAO, A NOTA E A
      *    PARCELA QUITADAS E A CHAVE DO RECEBIMENTO GRAVADO PARA
      *    ELAS EM RECEB.DAT (COM CONTA BANCARIA ZERO - O DINHEIRO
      *    JA TINHA ENTRADO NA ENTRADA DO ADIANTAMENTO).
           05 ADIANT-NOTA             PIC 9(06).
           05 ADIANT-PARCELA          PIC 9(02).
           05 ADIANT-RECEB-SEQUENCIA  PIC 9(04).
      *    CONTA DA EMPRESA (CONTABCO.DAT) EM QUE O DINHEIRO ENTROU -
      *    ZERO NAS APLICACOES.
           05 ADIANT-CONTA-BANCO      PIC 9(03).
           05 ADIANT-PROGRAMA         PIC X(08).
           05 ADIANT-OPERADOR         PIC X(10).
