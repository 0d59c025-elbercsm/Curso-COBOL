      *    ESVAZIADOS DEPOIS DA RECARGA CONFERIDA - A DESCARGA
      *    DEIXADA NELES FAZIA PROG32/PROGRM37 ANUNCIAREM UMA FALSA
      *    INCLUSAO INTERROMPIDA NO PROXIMO USO.
      *    2026-10-15 O ARQUIVO DE TRABALHO DE FUNCIONARIOS PASSOU A
      *    LEVAR CARGO, FILIAL E GESTOR IMEDIATO - A REORGANIZACAO
      *    DEVOLVIA O MESTRE COM ESSES CAMPOS EM BRANCO.

       ENVIRONMENT DIVISION.

           MOVE FUNCIONARIO-CONTA        TO FUNCWORK-CONTA.
           MOVE FUNCIONARIO-CPF          TO FUNCWORK-CPF.
           MOVE FUNCIONARIO-PIS          TO FUNCWORK-PIS.
           MOVE FUNCIONARIO-CARGO        TO FUNCWORK-CARGO.
           MOVE FUNCIONARIO-FILIAL       TO FUNCWORK-FILIAL.
           MOVE FUNCIONARIO-GESTOR       TO FUNCWORK-GESTOR.
           WRITE FUNCWORK-REGISTRO.
           ADD 1 TO QTD-DESCARREGADOS.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           MOVE FUNCWORK-CONTA         TO FUNCIONARIO-CONTA.
           MOVE FUNCWORK-CPF           TO FUNCIONARIO-CPF.
           MOVE FUNCWORK-PIS           TO FUNCIONARIO-PIS.
           MOVE FUNCWORK-CARGO         TO FUNCIONARIO-CARGO.
           MOVE FUNCWORK-FILIAL        TO FUNCIONARIO-FILIAL.
           MOVE FUNCWORK-GESTOR        TO FUNCIONARIO-GESTOR.
           WRITE FUNCIONARIO-REGISTRO
                 INVALID KEY
                 DISPLAY "CHAVE DUPLICADA NA RECARGA - CODIGO "
