      *    DEFINICAO FISICA DO BANCO DE HORAS DOS HORISTAS - UM
      *    REGISTRO POR MOVIMENTO (CREDITO OU DEBITO DA APURACAO
      *    MENSAL DO PROG190, FOLGA DO PROG191, PAGAMENTO NA FOLHA DO
      *    VENCIMENTO DO PROG193). O SALDO DO FUNCIONARIO E' A SOMA
      *    DOS CREDITOS MENOS A DOS DEBITOS.
           SELECT OPTIONAL ARQUIVO-BANCOHOR
           ASSIGN TO "BANCOHOR.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BANCOHOR-ARQ-STATUS.
