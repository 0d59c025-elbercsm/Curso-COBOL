      *    SALDO, APURADOS COM A MESMA CONTA DO AGING (PROG63).
      *    HEADER, DETALHES E TRAILER COM QUANTIDADE E SOMA. O
      *    RETORNO DO BANCO E' PROCESSADO PELO PROG104.
      *    2026-10-15 RODA TAMBEM SEM OPERADOR NO WEEKJOB, PROTEGIDO
      *    PELO CHECKPOINT DIARIO, COM INICIO E FIM NO MSGLOG E
      *    RETURN-CODE 0 LIMPO, 8 ERRO DE ARQUIVO.

       ENVIRONMENT DIVISION.

           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
      *    ARQUIVO DE REMESSA DE COBRANCA ENVIADO AO BANCO.
           SELECT ARQUIVO-REMESSA
           ASSIGN TO "COBRANCA.REM"
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.
       01  NOME-TABELA-CHEIA       PIC X(14).

      *    CHECKPOINT DE PASSO DO WEEKJOB (VER SELCHECKPT) - EVITA
      *    QUE UM JOB RESUBMETIDO REPITA UM PASSO JA CONCLUIDO HOJE.
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MSGLOG-ARQ-STATUS       PIC X(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           PERFORM VERIFICA-CHECKPOINT-DIARIO.
           IF PASSO-JA-EXECUTADO
               DISPLAY "REMESSA DE COBRANCA JA GERADA NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REMESSA DE COBRANCA BANCARIA ----".

               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           DISPLAY "VALOR TOTAL : " TOTAL-EDITADO.
           DISPLAY "===================================".

           PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-NOTACRED.
           PERFORM LEIA-PROXIMA-NOTACRED.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARCELAS - "
                       "STATUS : " NOTAPARC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-NOTAPARC.
           PERFORM LEIA-PROXIMA-PARCELA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LEIA-PROXIMA-NOTA.
           MOVE "9" TO REM-TIPO-REG.
           MOVE TRAILER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

      *    PROCURA NO ARQUIVO DE CHECKPOINT UM REGISTRO DESTE
      *    PROGRAMA NA DATA DE HOJE (VER WEEKJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-DIARIO.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           ACCEPT DATA-CHECKPOINT FROM DATE YYYYMMDD.
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG103"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG103" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84).
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
           MOVE TOTAL-DETALHES TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG103" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
