       FD  ARQUIVO-PEDEDI.

      *    O ITEM VEM PELO NOSSO CODIGO DE PRODUTO OU, COM ELE ZERADO,
      *    PELO CODIGO DO PROPRIO CLIENTE (VER PRODREF.DAT).
       01  PEDEDI-REGISTRO.
           05 PEDEDI-CHAVE-PEDIDO.
               10 PEDEDI-CLIENTE       PIC 9(06).
               10 PEDEDI-PEDIDO        PIC X(12).
           05 PEDEDI-DATA-PEDIDO       PIC 9(08).
           05 PEDEDI-LINHA             PIC 9(03).
           05 PEDEDI-ITEM-CLIENTE      PIC X(15).
           05 PEDEDI-PRODUTO           PIC 9(06).
           05 PEDEDI-QUANTIDADE        PIC 9(04).
