      *    DEFINICAO FISICA DO ARQUIVO DE RECEBIMENTOS EM CARTAO A
      *    LIQUIDAR - UM REGISTRO POR RECEBIMENTO PAGO EM CARTAO
      *    (PROG61), INDEXADO PELO NSU DA ADQUIRENTE. A IMPORTACAO DA
      *    LIQUIDACAO DA ADQUIRENTE (PROG226) CASA O NSU E MARCA O
      *    REGISTRO LIQUIDADO COM O LIQUIDO CREDITADO E A TAXA.
           SELECT OPTIONAL ARQUIVO-CARTREC
           ASSIGN TO "CARTREC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARTREC-NSU
           FILE STATUS IS CARTREC-ARQ-STATUS.
