               88 OPERADOR-BLOQUEADO     VALUE "B".
           05 OPERADOR-SENHA-ANT-1    PIC X(10).
           05 OPERADOR-SENHA-ANT-2    PIC X(10).
      *    FUNCIONARIO DO MESTRE QUE O OPERADOR E' - LIGA O LOGIN A
      *    LINHA DE SUBORDINACAO PARA AS APROVACOES RESTRITAS AO
      *    GESTOR OU A QUEM ESTA ACIMA DELE (VER PROG208). ZERO =
      *    OPERADOR SEM VINCULO. REGISTROS GRAVADOS ANTES DO CAMPO
      *    PRECISAM SER REGRAVADOS PELO PROG58.
           05 OPERADOR-FUNCIONARIO    PIC 9(06).
      *    FILIAIS EM QUE O OPERADOR PODE TRABALHAR - COM A MARCA DE
      *    MATRIZ ("S") ELE ATENDE TODAS; COM "N" SO AS DA LISTA, E
      *    OS CADASTROS, NOTAS E RECEBIMENTOS DE OUTRA FILIAL SAO
      *    RECUSADOS OU OMITIDOS (VER PROG243). EM BRANCO (REGISTRO
      *    GRAVADO ANTES DOS CAMPOS) VALE COMO MATRIZ ATE O PROG58
      *    REGRAVAR O OPERADOR.
           05 OPERADOR-MATRIZ         PIC X(01).
               88 OPERADOR-DA-MATRIZ     VALUE "S".
               88 OPERADOR-RESTRITO      VALUE "N".
           05 OPERADOR-QTD-FILIAIS    PIC 9(02).
           05 OPERADOR-FILIAL         PIC 9(03) OCCURS 10 TIMES.
