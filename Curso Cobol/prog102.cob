      *    (PROG39) SOMA A COMISSAO NO LIQUIDO DA COMPETENCIA, COMO
      *    JA FAZ COM O ADIANTAMENTO (ABATENDO). UMA COMPETENCIA JA
      *    COMISSIONADA NAO E' REGISTRADA DE NOVO.
      *    2026-10-15 A COMISSAO REGISTRADA SAI COM OS ADICIONAIS
      *    DA FOLHA MENSAL (NOTURNO, INSALUBRIDADE, PERICULOSIDADE)
      *    ZERADOS.
      *    2026-10-15 O REGISTRO DA COMISSAO SAI COM O REEMBOLSO DE
      *    DESPESAS ZERADO - SO A FOLHA MENSAL PAGA REEMBOLSO
      *    (PROG39).

       ENVIRONMENT DIVISION.

           MOVE VALOR-COMISSAO TO FOLHAREG-LIQUIDO.
           MOVE "BRL" TO FOLHAREG-MOEDA.
           MOVE 1.0000 TO FOLHAREG-TAXA-CAMBIO.
           MOVE ZEROS TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
