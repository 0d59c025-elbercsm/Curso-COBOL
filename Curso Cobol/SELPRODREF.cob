      *    DEFINICAO FISICA DA REFERENCIA CRUZADA DE PRODUTOS POR
      *    CLIENTE - LIGA O CODIGO DE ITEM QUE O CLIENTE USA NOS
      *    PEDIDOS ENVIADOS EM ARQUIVO (PEDEDI.DAT) AO NOSSO CODIGO DE
      *    PRODUTO. MANTIDA PELO PROG221 E CONSULTADA NA IMPORTACAO
      *    DOS PEDIDOS (PROG222).
           SELECT OPTIONAL ARQUIVO-PRODREF
           ASSIGN TO "PRODREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODREF-CHAVE
           FILE STATUS IS PRODREF-ARQ-STATUS.
