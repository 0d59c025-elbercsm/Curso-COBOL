      *    AREA DE PARAMETROS DA ROTINA CENTRAL DAS FILIAIS DO
      *    OPERADOR (PROG243). FUNCAO "C" CARREGA EM MEMORIA AS
      *    FILIAIS DO OPERADOR FILOP-OPERADOR (CADASTRO PROG58) - O
      *    MENU PRINCIPAL (PROG43) CARREGA O OPERADOR DO LOGIN E OS
      *    PROGRAMAS COM IDENTIFICACAO PROPRIA SO CARREGAM O DELES
      *    QUANDO NAO HA OPERADOR CARREGADO (RODANDO SEM O MENU OU NA
      *    SESSAO DE IMPLANTACAO DO MENU) - COM O OPERADOR DO LOGIN
      *    RESTRITO, OUTRA IDENTIFICACAO E' RECUSADA.
      *    FUNCAO "V" CONFERE SE A FILIAL FILOP-FILIAL ESTA ENTRE AS
      *    DO OPERADOR CARREGADO - FILOP-RESULTADO VOLTA "S"
      *    (PERMITIDA) OU "N" (FORA DAS FILIAIS DO OPERADOR). AS DUAS
      *    FUNCOES DEVOLVEM O OPERADOR CARREGADO E FILOP-TODAS-SW "S"
      *    QUANDO ELE ATENDE TODAS AS FILIAIS - OPERADOR DA MATRIZ,
      *    CADASTRO DE OPERADORES NAO IMPLANTADO, OU NENHUM OPERADOR
      *    CARREGADO (LOTE). OPERADOR FORA DO CADASTRO OU RESTRITO
      *    SEM FILIAL VALIDA NA LISTA TEM TODA FILIAL RECUSADA.
       01  FILOP-PARAMETROS.
           05 FILOP-FUNCAO            PIC X(01).
               88 FILOP-CARREGAR         VALUE "C".
               88 FILOP-CONFERIR         VALUE "V".
           05 FILOP-OPERADOR          PIC X(10).
           05 FILOP-FILIAL            PIC 9(03).
           05 FILOP-RESULTADO         PIC X(01).
               88 FILOP-PERMITIDA        VALUE "S".
               88 FILOP-FORA-DAS-FILIAIS VALUE "N".
           05 FILOP-TODAS-SW          PIC X(01).
               88 FILOP-TODAS-AS-FILIAIS VALUE "S".
