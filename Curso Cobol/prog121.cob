      *    RESULTADO E' REGISTRADO EM FOLHAREG.DAT COM O TIPO "R" E
      *    IMPRESSO POR FUNCIONARIO EM COMPLEM.REL. COMPETENCIA JA
      *    COMPLEMENTADA NAO RODA DE NOVO.
      *    2026-10-15 O REGISTRO DA COMPLEMENTAR SAI COM OS
      *    ADICIONAIS DA FOLHA MENSAL (NOTURNO, INSALUBRIDADE,
      *    PERICULOSIDADE) ZERADOS.
      *    2026-10-15 O REGISTRO DA COMPLEMENTAR SAI COM O REEMBOLSO
      *    DE DESPESAS ZERADO - SO A FOLHA MENSAL PAGA REEMBOLSO
      *    (PROG39).

       ENVIRONMENT DIVISION.

           MOVE DIFERENCA-LIQUIDA TO FOLHAREG-LIQUIDO.
           MOVE "BRL" TO FOLHAREG-MOEDA.
           MOVE 1.0000 TO FOLHAREG-TAXA-CAMBIO.
           MOVE ZEROS TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
