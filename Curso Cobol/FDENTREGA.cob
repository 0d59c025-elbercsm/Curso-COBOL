       FD  ARQUIVO-ENTREGA.

       01  ENTREGA-REGISTRO.
           05 ENTREGA-NOTA            PIC 9(06).
           05 ENTREGA-ROMANEIO        PIC 9(06).
           05 ENTREGA-FILIAL          PIC 9(03).
           05 ENTREGA-CLIENTE         PIC 9(06).
           05 ENTREGA-DATA-SAIDA.
               10 ENTREGA-SAIDA-ANO   PIC 9(04).
               10 ENTREGA-SAIDA-MES   PIC 9(02).
               10 ENTREGA-SAIDA-DIA   PIC 9(02).
           05 ENTREGA-VEICULO         PIC X(08).
           05 ENTREGA-MOTORISTA       PIC X(20).
      *    "R" EM ROTA (EMBARCADA, SEM BAIXA), "E" ENTREGUE AO
      *    CLIENTE, "D" DEVOLVIDA - A MERCADORIA VOLTOU E O MOTIVO
      *    FICA GRAVADO. A DEVOLUCAO PEDE A NOTA DE CREDITO DO
      *    PROG105, CUJO NUMERO E' ANOTADO AQUI QUANDO EMITIDA.
           05 ENTREGA-SITUACAO        PIC X(01).
               88 ENTREGA-EM-ROTA        VALUE "R".
               88 ENTREGA-ENTREGUE       VALUE "E".
               88 ENTREGA-DEVOLVIDA      VALUE "D".
           05 ENTREGA-DATA-BAIXA.
               10 ENTREGA-BAIXA-ANO   PIC 9(04).
               10 ENTREGA-BAIXA-MES   PIC 9(02).
               10 ENTREGA-BAIXA-DIA   PIC 9(02).
           05 ENTREGA-MOTIVO          PIC X(30).
           05 ENTREGA-NCRED           PIC 9(06).
           05 ENTREGA-OPERADOR        PIC X(10).
