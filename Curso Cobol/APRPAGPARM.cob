      *    AREA DE PARAMETROS DA ROTINA CENTRAL DE APROVACAO DE
      *    TITULOS A PAGAR (PROG230). O CHAMADOR INFORMA O TITULO, O
      *    FORNECEDOR, O VALOR, A DATA DE CADASTRO DO FORNECEDOR E
      *    QUEM LANCOU - SE O VALOR PASSA DO LIMITE OU O FORNECEDOR
      *    E' RECEM-CADASTRADO (LIMPAG.DAT), O PEDIDO ENTRA NA FILA
      *    APROVPAG.DAT E APRPAG-RESULTADO VOLTA "S" (O TITULO DEVE
      *    SER GRAVADO PENDENTE, SITUACAO "P"), COM O MOTIVO. "N" E'
      *    TITULO LIVRE PARA PAGAMENTO.
       01  APRPAG-PARAMETROS.
           05 APRPAG-TITULO           PIC 9(06).
           05 APRPAG-FORNECEDOR       PIC 9(06).
           05 APRPAG-VALOR            PIC 9(08)V9(02).
           05 APRPAG-FORNEC-CADASTRO  PIC 9(08).
           05 APRPAG-SOLICITANTE      PIC X(10).
           05 APRPAG-RESULTADO        PIC X(01).
               88 APRPAG-EXIGE-APROVACAO VALUE "S".
               88 APRPAG-LIVRE           VALUE "N".
           05 APRPAG-MOTIVO           PIC X(30).
