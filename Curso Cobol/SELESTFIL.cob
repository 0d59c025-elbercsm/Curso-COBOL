      *    DEFINICAO FISICA DO SALDO DE ESTOQUE POR FILIAL - UM
      *    REGISTRO POR PRODUTO E FILIAL, MANTIDO SO PELA ROTINA
      *    CENTRAL PROG164. O PRODUTO-SALDO-ESTOQUE DO CADASTRO
      *    CONTINUA SENDO O TOTAL DA EMPRESA (FILIAIS MAIS O QUE ESTA
      *    EM TRANSITO ENTRE ELAS).
           SELECT OPTIONAL ARQUIVO-ESTFIL
           ASSIGN TO "ESTFIL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTFIL-CHAVE
           FILE STATUS IS ESTFIL-ARQ-STATUS.
