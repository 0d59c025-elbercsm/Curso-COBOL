      *    DEFINICAO FISICA DO REGISTRO DAS REMESSAS DA FOLHA - UM
      *    REGISTRO POR REMESSA GERADA PELO PROG71, COM A DATA, A
      *    COMPETENCIA, A CONTA DA EMPRESA DEBITADA (CONTABCO.DAT),
      *    A QUANTIDADE E O TOTAL DOS CREDITOS. E' O LANCAMENTO QUE
      *    A CONCILIACAO DO EXTRATO (PROG160) CONFERE COM O DEBITO
      *    DO BANCO.
           SELECT OPTIONAL ARQUIVO-REMFOL
           ASSIGN TO "REMFOLHA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REMFOL-ARQ-STATUS.
