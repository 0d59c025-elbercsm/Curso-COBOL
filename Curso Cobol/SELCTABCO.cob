      *    DEFINICAO FISICA DO CADASTRO DE CONTAS BANCARIAS DA
      *    EMPRESA - UMA CONTA POR REGISTRO, INDEXADO PELO CODIGO
      *    INTERNO (VER PROG159). RECEBIMENTOS, PAGAMENTOS E
      *    REMESSAS DA FOLHA GRAVAM O CODIGO DA CONTA MOVIMENTADA,
      *    E A CONCILIACAO DO EXTRATO (PROG160) CONFERE POR ELE.
           SELECT OPTIONAL ARQUIVO-CTABCO
           ASSIGN TO "CONTABCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTABCO-CODIGO
           FILE STATUS IS CTABCO-ARQ-STATUS.
