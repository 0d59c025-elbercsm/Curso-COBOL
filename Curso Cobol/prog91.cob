      *    ARQUIVAMENTO PARA AS ESTATISTICAS. CADA REGISTRO TRATADO
      *    GERA UM LANCAMENTO NA TRILHA DE AUDITORIA E O TOTAL E'
      *    RELATADO NO FIM.
      *    2026-10-15 RODA TAMBEM NO YEARJOB - OPERADOR EM BRANCO E'
      *    O LOTE DO FECHAMENTO ANUAL (AUDITADO COMO "PROG91"),
      *    PROTEGIDO PELO CHECKPOINT DO ANO, COM INICIO E FIM NO
      *    MSGLOG.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELCLIARQ.cob".
           COPY "SELAUDIT.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
      *    ARQUIVO DE TRABALHO DA REGRAVACAO DO ARQUIVO MORTO.
           SELECT ARQUIVO-ARQTMP
           ASSIGN TO "CLIARQ.TMP"
       FILE SECTION.
           COPY "FDCLIARQ.cob".
           COPY "FDAUDIT.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-ARQTMP.
       01  ARQTMP-REGISTRO         PIC X(156).
       01  TOTAL-LIDOS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-ANONIMIZADOS      PIC 9(06) VALUE ZEROS.

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
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ANONIMIZACAO LGPD DO ARQUIVO MORTO ----".
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               MOVE "S" TO MODO-LOTE-SW
               MOVE "PROG91" TO OPERADOR-ID.
           DISPLAY "ANOS DE RETENCAO (ENTER = 05) : ".
           MOVE ZEROS TO ANOS-RETENCAO.
           ACCEPT ANOS-RETENCAO.
           DISPLAY "SERAO ANONIMIZADOS OS REGISTROS ARQUIVADOS ATE "
                   ANO-LIMITE ".".

           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "ANONIMIZACAO JA FEITA NO FECHAMENTO DO "
                           "ANO - PASSO PULADO (VER PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.

           OPEN INPUT ARQUIVO-CLIARQ.
           IF CLIARQ-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO MORTO DE CLIENTES VAZIO OU AUSENTE - "
                       "NADA A TRATAR."
               PERFORM ENCERRA-PASSO
               STOP RUN.

           OPEN OUTPUT ARQUIVO-ARQTMP.
           DISPLAY "REGISTROS EXAMINADOS   : " TOTAL-LIDOS.
           DISPLAY "REGISTROS ANONIMIZADOS : " TOTAL-ANONIMIZADOS.
           DISPLAY "===================================".
           PERFORM ENCERRA-PASSO.

       PROGRAM-DONE.
           STOP RUN.

       ENCERRA-PASSO.
           IF MODO-LOTE
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       LEIA-PROXIMO-CLIARQ.
           READ ARQUIVO-CLIARQ AT END
           MOVE "S" TO FINAL-ARQUIVO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG91" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           MOVE ARQTMP-REGISTRO TO CLIARQ-REGISTRO.
           WRITE CLIARQ-REGISTRO.
           PERFORM LEIA-PROXIMO-ARQTMP.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT =
                   ((DATA-CORRENTE-ANO - 1) * 10000) + 1231.
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG91"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG91" TO CHECKPT-PROGRAMA.
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
           MOVE TOTAL-LIDOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-ANONIMIZADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG91" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
