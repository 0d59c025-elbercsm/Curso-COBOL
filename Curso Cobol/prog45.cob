      *    FUNCARQ.DAT) ANTES DE PURGA-LOS DOS ARQUIVOS DE TRABALHO.
      *    2026-08-22 A EXECUCAO PASSOU A GRAVAR INICIO E FIM NO
      *    MSGLOG COM OS CONTADORES DE ARQUIVADOS (VER PROG84).
      *    2026-10-15 CPF, PIS E DEPENDENTES DO DEMITIDO PASSARAM A
      *    SER LEVADOS PARA O ARQUIVO MORTO (DECLARACAO ANUAL).
      *    2026-10-15 RODA TAMBEM NO YEARJOB - ANO LIMITE EM BRANCO E'
      *    O LOTE DO FECHAMENTO ANUAL (ANO ANTERIOR AO FECHADO, QUE
      *    AINDA PODE PRECISAR DE INFORME), PROTEGIDO PELO CHECKPOINT
      *    DO ANO E COM RETURN-CODE 8 NO ERRO.

       ENVIRONMENT DIVISION.

           COPY "SELFUNCARQ.cob".
           COPY "SELFUNCDEMTMP.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELCHECKPT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCARQ.cob".
           COPY "FDFUNCDEMTMP.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDCHECKPT.cob".

       WORKING-STORAGE SECTION.

       01  TOTAL-CLIENTES-ARQUIVADOS  PIC 9(06) VALUE ZEROS.
       01  TOTAL-FUNC-ARQUIVADOS      PIC 9(06) VALUE ZEROS.

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

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY "---- ARQUIVAMENTO DE FIM DE ANO ----".
           DISPLAY "CLIENTES INATIVOS E FUNCIONARIOS DEMITIDOS ATE O "
                   "ANO INFORMADO SERAO ARQUIVADOS.".
           DISPLAY "INFORME O ANO LIMITE (AAAA - ENTER = ANO "
                   "ANTERIOR AO ULTIMO ANO FECHADO) : ".
           MOVE ZEROS TO ANO-LIMITE.
           ACCEPT ANO-LIMITE.
           ACCEPT DATA-ARQUIVAMENTO FROM DATE YYYYMMDD.
           IF ANO-LIMITE IS NOT NUMERIC
                   OR ANO-LIMITE IS EQUAL ZEROS
               MOVE "S" TO MODO-LOTE-SW
               COMPUTE ANO-LIMITE = DATA-ARQ-ANO - 2
               DISPLAY "ANO LIMITE ASSUMIDO : " ANO-LIMITE.

           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "ARQUIVAMENTO JA FEITO NO FECHAMENTO DO "
                           "ANO - PASSO PULADO (VER PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.

           PERFORM ARQUIVA-CLIENTES-INATIVOS.
           DISPLAY "FUNCIONARIOS ARQUIVADOS : "
                   TOTAL-FUNC-ARQUIVADOS.
           DISPLAY "===================================".
           IF MODO-LOTE
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - "
                           "STATUS : " CLIENTE-ARQ-STATUS
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   OPEN EXTEND ARQUIVO-CLIARQ
           IF FUNCDEM-DEM-ANO IS LESS THAN OR EQUAL ANO-LIMITE
               MOVE FUNCDEM-REGISTRO  TO FUNCARQ-DADOS-FUNCIONARIO
               MOVE DATA-ARQUIVAMENTO TO FUNCARQ-DATA-ARQUIVAMENTO
               MOVE FUNCDEM-CPF         TO FUNCARQ-CPF
               MOVE FUNCDEM-PIS         TO FUNCARQ-PIS
               MOVE FUNCDEM-DEPENDENTES TO FUNCARQ-DEPENDENTES
               WRITE FUNCARQ-REGISTRO
               ADD 1 TO TOTAL-FUNC-ARQUIVADOS
           ELSE
           MOVE FUNCDEMTMP-REGISTRO TO FUNCDEM-REGISTRO.
           WRITE FUNCDEM-REGISTRO.
           PERFORM LEIA-PROXIMO-FUNCDEMTMP.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT =
                   ((DATA-ARQ-ANO - 1) * 10000) + 1231.
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG45"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG45" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.
