      *    DEFINICAO FISICA DO CADASTRO DE LISTAS DE PRECO - UMA
      *    LINHA POR LISTA COM NOME, VALIDADE E SITUACAO (VER
      *    PROG166). OS PRECOS DE CADA LISTA FICAM EM TABPRECO.DAT.
           SELECT OPTIONAL ARQUIVO-LSTPRC
           ASSIGN TO "LSTPRECO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSTPRC-CODIGO
           FILE STATUS IS LSTPRC-ARQ-STATUS.
