      *    VENCIMENTO. O SALDO DE CADA TITULO E' O VALOR MENOS OS
      *    PAGAMENTOS JA REGISTRADOS (PAGTOS.DAT). A RELACAO SAI EM
      *    CONTAPAG.REL PARA A PROGRAMACAO DE PAGAMENTOS DO DIA.
      *    2026-10-15 O SALDO DO TITULO PASSOU A PARTIR DO VALOR
      *    LIQUIDO, DESCONTADOS OS TRIBUTOS RETIDOS NA FONTE.
      *    2026-10-15 RODA TAMBEM NO WEEKJOB (DATA LIMITE EM BRANCO,
      *    TODOS OS ABERTOS), PROTEGIDO PELO CHECKPOINT DIARIO, COM
      *    INICIO E FIM NO MSGLOG E RETURN-CODE 0 LIMPO E 8 ERRO.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELCTAPAG.cob".
           COPY "SELPAGTO.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CONTAPAG.REL"
       FILE SECTION.
           COPY "FDCTAPAG.cob".
           COPY "FDPAGTO.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO        PIC X(80).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DESCRICAO        PIC X(30).

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
               DISPLAY "RELACAO DE TITULOS A VENCER JA EMITIDA NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           DISPLAY "---- RELACAO DE TITULOS A VENCER ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-DATA-LIMITE.
                   "  TOTAL A PAGAR : " TOTAL-EDITADO.
           DISPLAY "RELACAO GRAVADA EM CONTAPAG.REL.".

           PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA LIMITE INVALIDA : " LIMITE-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE LIMITE-INFORMADO TO DATA-LIMITE.
           DISPLAY "TABELA DE PAGAMENTOS CHEIA (LIMITE 500 "
                   "TITULOS) - AUMENTE O OCCURS.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    LIBERA PARA O SORT OS TITULOS ABERTOS COM SALDO, DENTRO

       CALCULA-SALDO-DO-TITULO.
           MOVE TITULO-VALOR TO SALDO-DO-TITULO.
           IF TITULO-VALOR-LIQUIDO IS NUMERIC
                   AND TITULO-VALOR-LIQUIDO IS GREATER THAN ZEROS
               MOVE TITULO-VALOR-LIQUIDO TO SALDO-DO-TITULO.
           MOVE 1 TO IDX-PAGO.
           PERFORM LOCALIZA-TITULO-NA-TABELA
                   UNTIL IDX-PAGO IS GREATER THAN QTD-PAGOS
                  "  TOTAL A PAGAR : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG147"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG147" TO CHECKPT-PROGRAMA.
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
           MOVE TOTAL-TITULOS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG147" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
