      *    DEFINICAO FISICA DO CONTROLE DE EXPEDICAO - UM REGISTRO POR
      *    NOTA EMBARCADA, INDEXADO PELO NUMERO DA NOTA E TAMBEM PELO
      *    ROMANEIO (CARGA DE UM VEICULO/MOTORISTA NUMA DATA E
      *    FILIAL). A MONTAGEM, A IMPRESSAO E A BAIXA DAS ENTREGAS
      *    FICAM NO PROG219; AS PENDENCIAS SAEM NO PROG220.
           SELECT OPTIONAL ARQUIVO-ENTREGA
           ASSIGN TO "ENTREGA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENTREGA-NOTA
           ALTERNATE RECORD KEY IS ENTREGA-ROMANEIO WITH DUPLICATES
           FILE STATUS IS ENTREGA-ARQ-STATUS.
