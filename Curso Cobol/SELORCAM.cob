      *    DEFINICAO FISICA DO ARQUIVO DE ORCAMENTOS DE VENDA - UM
      *    REGISTRO POR ORCAMENTO, COM A MESMA ESTRUTURA DE ITENS DA
      *    NOTA (VER PROG167). O ORCAMENTO ACEITO PELO CLIENTE VIRA
      *    NOTA NA EMISSAO (PROG59) COM OS PRECOS ORCADOS.
           SELECT OPTIONAL ARQUIVO-ORCAM
           ASSIGN TO "ORCAMENTO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORCAM-NUMERO
           FILE STATUS IS ORCAM-ARQ-STATUS.
