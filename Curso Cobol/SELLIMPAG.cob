      *    DEFINICAO FISICA DOS LIMITES DA APROVACAO DE TITULOS A
      *    PAGAR (PROG230) - UMA UNICA LINHA COM O VALOR ACIMA DO
      *    QUAL O TITULO PRECISA DE APROVACAO E QUANTOS DIAS O
      *    FORNECEDOR E' CONSIDERADO RECEM-CADASTRADO. ARQUIVO
      *    EDITAVEL, COMO OS PARAMETROS DA CONFERENCIA DA FOLHA
      *    (CONFPARM.DAT) - SEM O ARQUIVO VALEM R$ 10.000,00 E 30
      *    DIAS.
           SELECT OPTIONAL ARQUIVO-LIMPAG
           ASSIGN TO "LIMPAG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIMPAG-ARQ-STATUS.
