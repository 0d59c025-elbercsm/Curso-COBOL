      *    LISTA AS PENDENCIAS EM ABERTO E MARCA PENDENCIAS COMO
      *    RESOLVIDAS. ACABA COM AS RECLAMACOES E PROMESSAS QUE SO
      *    EXISTIAM NA CABECA DE CADA OPERADOR.
      *    AS PENDENCIAS DE RETOMADA DE CLIENTES EM RISCO SAO
      *    GRAVADAS PELA ANALISE RFM (PROG218) EM NOME DO LOGIN DO
      *    VENDEDOR - O RELATORIO DE PENDENCIAS PODE SER LIMITADO AS
      *    DO OPERADOR IDENTIFICADO.

       ENVIRONMENT DIVISION.


       RELATORIO-PENDENCIAS.
           MOVE ZEROS TO TOTAL-PENDENTES.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-SO-DO-OPERADOR
                   UNTIL RESPOSTA-VALIDA.
           OPEN INPUT ARQUIVO-CLINOTAS.
           IF CLINOTAS-ARQ-STATUS IS NOT EQUAL "00"
              AND CLINOTAS-ARQ-STATUS IS NOT EQUAL "05"

       EXIBE-PENDENCIA.
           IF CLINOTAS-COM-PENDENCIA
                   AND (RESPOSTA IS EQUAL "N"
                        OR CLINOTAS-OPERADOR IS EQUAL OPERADOR-ID)
               ADD 1 TO TOTAL-PENDENTES
               DISPLAY "CLIENTE " CLINOTAS-CODIGO " EM "
                       CLINOTAS-DATA " - " CLINOTAS-ASSUNTO
                       " (" CLINOTAS-OPERADOR ")"
               DISPLAY "  " CLINOTAS-TEXTO.
           PERFORM LEIA-PROXIMA-NOTA.

       PERGUNTA-SO-DO-OPERADOR.
           DISPLAY "SOMENTE AS PENDENCIAS DE " OPERADOR-ID " ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    MARCA COMO RESOLVIDAS AS PENDENCIAS DO CLIENTE NA DATA E
      *    ASSUNTO INFORMADOS, RECONSTRUINDO O ARQUIVO PELO MESMO
      *    IDIOMA DE ARQUIVO DE TRABALHO DO PROG45.
