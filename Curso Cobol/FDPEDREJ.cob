       FD  ARQUIVO-PEDREJ.

      *    O REGISTRO REJEITADO CARREGA A LINHA ORIGINAL DO LAYOUT DE
      *    PEDIDOS (VER FDPEDEDI) SEGUIDA DO MOTIVO DA REJEICAO.
       01  PEDREJ-REGISTRO.
           05 PEDREJ-DADOS.
               10 PEDREJ-CLIENTE       PIC 9(06).
               10 PEDREJ-PEDIDO        PIC X(12).
               10 PEDREJ-DATA-PEDIDO   PIC 9(08).
               10 PEDREJ-LINHA         PIC 9(03).
               10 PEDREJ-ITEM-CLIENTE  PIC X(15).
               10 PEDREJ-PRODUTO       PIC 9(06).
               10 PEDREJ-QUANTIDADE    PIC 9(04).
           05 PEDREJ-MOTIVO            PIC X(50).
