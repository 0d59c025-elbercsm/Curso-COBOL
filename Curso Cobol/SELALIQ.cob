      *    DEFINICAO FISICA DA TABELA DE ALIQUOTAS DO IMPOSTO SOBRE
      *    VENDAS - UMA LINHA POR CLASSIFICACAO FISCAL E UF DE
      *    DESTINO, COM O PERCENTUAL E O CFOP (VER PROG171). UF "**"
      *    E' A ALIQUOTA PADRAO DA CLASSIFICACAO PARA AS DEMAIS UFS.
           SELECT OPTIONAL ARQUIVO-ALIQ
           ASSIGN TO "ALIQUOTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALIQ-CHAVE
           FILE STATUS IS ALIQ-ARQ-STATUS.
