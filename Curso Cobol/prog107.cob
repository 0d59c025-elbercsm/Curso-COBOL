      *    RELATORIOS DE SALDO ABERTO, COM OS DOIS OPERADORES NA
      *    TRILHA DE AUDITORIA - MESMA DISCIPLINA DOS REAJUSTES
      *    SALARIAIS (PROG90).
      *    2026-10-15 A PERDA PEDIDA POR OPERADOR VINCULADO A UM
      *    FUNCIONARIO COM GESTOR SO PODE SER DECIDIDA PELO GESTOR
      *    IMEDIATO DELE OU POR QUEM ESTA ACIMA NA LINHA DE
      *    SUBORDINACAO (VER PROG208) - AS DEMAIS FICAM PENDENTES.

       ENVIRONMENT DIVISION.

       01  VALOR-PERDA-EDITADO     PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-APROVADAS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-REJEITADAS        PIC 9(03) VALUE ZEROS.
           COPY "LINHAPARM.cob".

       PROCEDURE DIVISION.


           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APROVACAO DE BAIXAS POR PERDA ----".
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.
           PERFORM PEDE-SUPERVISOR.

           OPEN INPUT ARQUIVO-PERDA.
           WRITE PENDTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-PEDIDO.

      *    QUEM SOLICITOU NAO PODE APROVAR A PROPRIA PERDA, E QUEM
      *    NAO ESTA NA LINHA ACIMA DO SOLICITANTE NAO DECIDE.
       DECIDE-PEDIDO.
           IF PERDA-SOLICITANTE IS EQUAL OPERADOR-ID
               DISPLAY "A PERDA DA NOTA " PERDA-NOTA " FOI "
                       "SOLICITADA POR VOCE - OUTRO SUPERVISOR "
                       "PRECISA DECIDIR."
           ELSE
               PERFORM CONFERE-LINHA-DO-PEDIDO
               IF LINHA-FORA-DA-LINHA
                   DISPLAY "A PERDA DA NOTA " PERDA-NOTA " SO PODE "
                           "SER DECIDIDA PELO GESTOR " LINHA-GESTOR
                           " OU ACIMA DELE."
               ELSE
                   PERFORM MOSTRA-E-PERGUNTA.

       CONFERE-LINHA-DO-PEDIDO.
           MOVE "V" TO LINHA-FUNCAO.
           MOVE ZEROS TO LINHA-FUNCIONARIO.
           MOVE PERDA-SOLICITANTE TO LINHA-SOLICITANTE.
           MOVE OPERADOR-ID TO LINHA-APROVADOR.
           CALL "PROG208" USING LINHA-PARAMETROS.

       MOSTRA-E-PERGUNTA.
           MOVE PERDA-VALOR TO VALOR-PERDA-EDITADO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG107" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

