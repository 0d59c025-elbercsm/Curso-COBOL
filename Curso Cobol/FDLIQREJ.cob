       FD  ARQUIVO-LIQREJ.

      *    O REGISTRO REJEITADO CARREGA A LINHA ORIGINAL DO LAYOUT DA
      *    LIQUIDACAO (VER FDLIQCART) SEGUIDA DO MOTIVO DA REJEICAO.
       01  LIQREJ-REGISTRO.
           05 LIQREJ-DADOS            PIC X(48).
           05 LIQREJ-MOTIVO           PIC X(50).
