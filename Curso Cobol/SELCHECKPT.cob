      *    DEFINICAO FISICA DO ARQUIVO DE CHECKPOINT DO DAILYJOB (E DO
      *    WEEKJOB) - UM REGISTRO POR PASSO CONCLUIDO COM SUCESSO EM
      *    CADA DATA.
      *    UM JOB RESUBMETIDO VE O QUE JA RODOU NA DATA E PULA DIRETO
      *    PARA O PASSO QUE FALHOU - O PROG76 LIMPA OS REGISTROS DE
      *    UMA DATA QUANDO O OPERADOR QUER FORCAR A REEXECUCAO TOTAL.
      *    OS PASSOS DO YEARJOB GRAVAM COM A DATA DE 31/12 DO ANO
      *    FECHADO (E NAO A DA EXECUCAO) - A REEXECUCAO DE UM ANO
      *    LIMPA ESSA DATA.
           SELECT OPTIONAL ARQUIVO-CHECKPT
           ASSIGN TO "CHECKPT.DAT"
           ORGANIZATION IS SEQUENTIAL
