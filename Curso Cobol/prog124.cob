      *    COM A PAGINA DE CONTROLE CUJOS TOTAIS BATEM COM A SOMA
      *    DOS EXTRATOS MENSAIS DO PROG72 - ACABA A MONTAGEM DE
      *    JANEIRO COM PILHAS DE HOLERITES.
      *    2026-10-15 RODA TAMBEM NO YEARJOB - ANO EM BRANCO (ANO
      *    ANTERIOR) E' O LOTE DO FECHAMENTO ANUAL, PROTEGIDO PELO
      *    CHECKPOINT DO ANO, COM INICIO E FIM NO MSGLOG E RETURN-CODE
      *    0 LIMPO, 4 SEM FOLHA NO ANO E 8 ERRO.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELFOLHAREG.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
      *    ARQUIVO DE IMPRESSAO DOS INFORMES.
           SELECT ARQUIVO-INFORME
           ASSIGN TO "INFORME.REL"
       FILE SECTION.
           COPY "FDFOLHAREG.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-INFORME.
       01  LINHA-INFORME           PIC X(70).
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $Z,ZZZ,ZZZ,ZZ9.99.

      *    CHECKPOINT DE PASSO DO YEARJOB (VER SELCHECKPT) - EVITA
      *    QUE UMA CADEIA RETOMADA REPITA UM PASSO JA CONCLUIDO NO
      *    FECHAMENTO DO ANO. SO VALE NO LOTE (ENTRADAS EM BRANCO).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MODO-LOTE-SW            PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".
       01  MSGLOG-ARQ-STATUS       PIC X(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT ANO-INFORME.
           IF ANO-INFORME IS NOT NUMERIC
                   OR ANO-INFORME IS EQUAL ZEROS
               MOVE "S" TO MODO-LOTE-SW
               COMPUTE ANO-INFORME = DATA-CORRENTE-ANO - 1.

           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "INFORMES DE " ANO-INFORME " JA EMITIDOS "
                           "NO FECHAMENTO DO ANO - PASSO PULADO (VER "
                           "PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.

           PERFORM ACUMULA-ANO.
           IF QTD-INFORMES IS EQUAL ZEROS
               DISPLAY "NENHUM REGISTRO DE FOLHA NO ANO "
                       ANO-INFORME "."
               MOVE 4 TO RETURN-CODE
               PERFORM GRAVA-MSGLOG-FIM
               STOP RUN.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ARQUIVO-INFORME.

                   TOTAL-INFORMES.
           DISPLAY "===================================".

           IF MODO-LOTE
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

               DISPLAY "ERRO AO ABRIR O HISTORICO DA FOLHA - "
                       "STATUS : " FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-FOLHAREG.
           PERFORM LEIA-PROXIMO-FOLHAREG.
           WRITE LINHA-INFORME.
           MOVE ALL "=" TO LINHA-INFORME.
           WRITE LINHA-INFORME.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT = (ANO-INFORME * 10000) + 1231.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                       "STATUS : " CHECKPT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CHECKPT.
           PERFORM LEIA-PROXIMO-CHECKPT.
           PERFORM COMPARA-CHECKPT
                   UNTIL PASSO-JA-EXECUTADO
                   OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG124"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG124" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84/PROG234).
       GRAVA-MSGLOG-INICIO.
           MOVE "INICIO DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "I" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-MSGLOG-FIM.
           MOVE "FIM DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "F" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-INFORMES TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG124" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
