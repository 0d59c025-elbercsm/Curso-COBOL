      *    DEFINICAO FISICA DO CADASTRO DO ATIVO IMOBILIZADO - UM
      *    REGISTRO POR BEM (EQUIPAMENTO, VEICULO, MOVEL), INDEXADO
      *    PELO NUMERO DE PATRIMONIO, COM A AQUISICAO, A FILIAL, A
      *    CLASSE, A VIDA UTIL, A DEPRECIACAO ACUMULADA E A BAIXA.
      *    MANTIDO NO PROG184, DEPRECIADO NO PROG185 E BAIXADO NO
      *    PROG186.
           SELECT OPTIONAL ARQUIVO-PATRIM
           ASSIGN TO "PATRIM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PATRIM-CODIGO
           FILE STATUS IS PATRIM-ARQ-STATUS.
