      *    2026-08-22 O ADIANTAMENTO GANHOU A MESMA TRAVA DE CPF/
      *    PIS DA FOLHA - QUEM ESTA FORA DA FOLHA NAO RECEBE, PARA O
      *    ABATIMENTO NO FIM DO MES SEMPRE TER PAR (VER PROG46).
      *    2026-10-15 O ADIANTAMENTO REGISTRADO SAI COM OS
      *    ADICIONAIS DA FOLHA MENSAL (NOTURNO, INSALUBRIDADE,
      *    PERICULOSIDADE) ZERADOS.
      *    2026-10-15 O ADIANTAMENTO REGISTRADO SAI COM O REEMBOLSO
      *    DE DESPESAS ZERADO - SO A FOLHA MENSAL PAGA REEMBOLSO
      *    (PROG39).
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           MOVE VALOR-ADIANTAMENTO     TO FOLHAREG-LIQUIDO.
           MOVE FUNCIONARIO-MOEDA      TO FOLHAREG-MOEDA.
           MOVE CAMBIO-TAXA-ENCONTRADA TO FOLHAREG-TAXA-CAMBIO.
           MOVE ZEROS                  TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS                  TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS                  TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS                  TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
