      *    DEFINICAO FISICA DAS TRANSFERENCIAS DE ESTOQUE ENTRE
      *    FILIAIS (VER PROG165) - INDEXADO PELO NUMERO. A
      *    TRANSFERENCIA FICA EM TRANSITO DESDE O ENVIO PELA ORIGEM
      *    ATE A CONFIRMACAO DO RECEBIMENTO PELO DESTINO.
           SELECT OPTIONAL ARQUIVO-TRANSF
           ASSIGN TO "TRANSF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-NUMERO
           FILE STATUS IS TRANSF-ARQ-STATUS.
