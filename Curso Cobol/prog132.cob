      *    RAZCTL.DAT PARA NUNCA POSTAR DUAS VEZES. LOTE QUE NAO
      *    FECHA E' APONTADO E FICA FORA. O BALANCETE MENSAL SAI NO
      *    PROG133.
      *    2026-10-15 LOTE DE COMPETENCIA ENCERRADA NO RAZAO
      *    (RAZFECH.DAT, PROG181) FICA RETIDO EM GLEXT.DAT SEM
      *    POSTAR E SEM ANOTAR EM RAZCTL.DAT - SO ENTRA SE UM
      *    SUPERVISOR REABRIR A COMPETENCIA (PROG182).

       ENVIRONMENT DIVISION.

           COPY "SELGLEXT.cob".
           COPY "SELRAZAO.cob".
           COPY "SELRAZCTL.cob".
           COPY "SELRAZFECH.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
           COPY "FDGLEXT.cob".
           COPY "FDRAZAO.cob".
           COPY "FDRAZCTL.cob".
           COPY "FDRAZFECH.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  RAZAO-ARQ-STATUS        PIC X(02).
       01  RAZCTL-ARQ-STATUS       PIC X(02).
       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  FINAL-GLEXT             PIC X.
       01  FINAL-RAZCTL            PIC X.
       01  FINAL-RAZFECH           PIC X.

      *    LOTES JA IMPORTADOS, CARREGADOS DO CONTROLE.
       01  TABELA-IMPORTADOS.
       01  LOTE-JA-IMPORTADO-SW    PIC X(01).
           88 LOTE-JA-IMPORTADO    VALUE "S".

      *    SITUACAO DE CADA COMPETENCIA COM EVENTO EM RAZFECH.DAT -
      *    O ULTIMO EVENTO VALE ("F" ENCERRADA, "R" REABERTA).
       01  TABELA-FECHAMENTOS.
           05 QTD-FECHAMENTOS      PIC 9(03) VALUE ZEROS.
           05 FECH-ITEM OCCURS 600 TIMES.
               10 FECH-COMPETENCIA    PIC 9(06).
               10 FECH-SITUACAO       PIC X(01).
       01  IDX-FECH                PIC 9(03).
       01  COMPETENCIA-ACHADA-SW   PIC X(01).
           88 COMPETENCIA-ACHADA   VALUE "S".
       01  COMPETENCIA-ENCERRADA-SW PIC X(01).
           88 COMPETENCIA-ENCERRADA VALUE "S".

      *    LANCAMENTOS DO LOTE EM EXAME, RETIDOS ATE A CONFERENCIA
      *    DO TRAILER - SO ENTAO SAO POSTADOS.
       01  LOTE-EM-EXAME           PIC 9(06).
       01  TOTAL-LOTES-POSTADOS    PIC 9(04) VALUE ZEROS.
       01  TOTAL-LOTES-PULADOS     PIC 9(04) VALUE ZEROS.
       01  TOTAL-LOTES-QUEBRADOS   PIC 9(04) VALUE ZEROS.
       01  TOTAL-LOTES-RETIDOS     PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM GRAVA-MSGLOG-INICIO.
           DISPLAY "---- IMPORTACAO DOS LOTES NO RAZAO INTERNO ----".
           PERFORM CARREGA-LOTES-IMPORTADOS.
           PERFORM CARREGA-FECHAMENTOS.

           OPEN INPUT ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS NOT EQUAL "00"
           DISPLAY "LOTES JA IMPORTADOS     : " TOTAL-LOTES-PULADOS.
           DISPLAY "LOTES QUE NAO FECHAM    : "
                   TOTAL-LOTES-QUEBRADOS.
           DISPLAY "LOTES DE COMP. ENCERRADA: " TOTAL-LOTES-RETIDOS.
           DISPLAY "==============================================".

       PROGRAM-DONE.
           MOVE TOTAL-LOTES-POSTADOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-LOTES-POSTADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-LOTES-QUEBRADOS TO MSGLOG-QTD-REJEITADOS.
           ADD TOTAL-LOTES-RETIDOS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

               MOVE RAZCTL-LOTE TO IMP-LOTE(QTD-IMPORTADOS).
           PERFORM LEIA-PROXIMO-RAZCTL.

       CARREGA-FECHAMENTOS.
           MOVE ZEROS TO QTD-FECHAMENTOS.
           OPEN INPUT ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZFECH
               PERFORM LEIA-PROXIMO-RAZFECH
               PERFORM GUARDA-EVENTO-FECHAMENTO
                       UNTIL FINAL-RAZFECH IS EQUAL "S".
           CLOSE ARQUIVO-RAZFECH.

       LEIA-PROXIMO-RAZFECH.
           READ ARQUIVO-RAZFECH AT END
           MOVE "S" TO FINAL-RAZFECH.

       GUARDA-EVENTO-FECHAMENTO.
           MOVE RAZFECH-COMPETENCIA TO COMPETENCIA-DO-LOTE.
           PERFORM PROCURA-COMPETENCIA.
           IF NOT COMPETENCIA-ACHADA
                   AND QTD-FECHAMENTOS IS LESS THAN 600
               ADD 1 TO QTD-FECHAMENTOS
               MOVE QTD-FECHAMENTOS TO IDX-FECH
               MOVE RAZFECH-COMPETENCIA TO FECH-COMPETENCIA(IDX-FECH)
               MOVE "S" TO COMPETENCIA-ACHADA-SW.
           IF COMPETENCIA-ACHADA
               MOVE RAZFECH-EVENTO TO FECH-SITUACAO(IDX-FECH).
           PERFORM LEIA-PROXIMO-RAZFECH.

       PROCURA-COMPETENCIA.
           MOVE "N" TO COMPETENCIA-ACHADA-SW.
           MOVE 1 TO IDX-FECH.
           PERFORM COMPARA-COMPETENCIA
                   UNTIL COMPETENCIA-ACHADA
                   OR IDX-FECH IS GREATER THAN QTD-FECHAMENTOS.

       COMPARA-COMPETENCIA.
           IF FECH-COMPETENCIA(IDX-FECH) IS EQUAL COMPETENCIA-DO-LOTE
               MOVE "S" TO COMPETENCIA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FECH.

       VERIFICA-COMPETENCIA-ENCERRADA.
           MOVE "N" TO COMPETENCIA-ENCERRADA-SW.
           PERFORM PROCURA-COMPETENCIA.
           IF COMPETENCIA-ACHADA
               IF FECH-SITUACAO(IDX-FECH) IS EQUAL "F"
                   MOVE "S" TO COMPETENCIA-ENCERRADA-SW.

       LEIA-PROXIMO-GLEXT.
           READ ARQUIVO-GLEXT AT END
           MOVE "S" TO FINAL-GLEXT.
               MOVE "N" TO DENTRO-DE-LOTE-SW
               ADD 1 TO TOTAL-LOTES-PULADOS
           ELSE
               PERFORM VERIFICA-COMPETENCIA-ENCERRADA
               IF COMPETENCIA-ENCERRADA
                   MOVE "N" TO DENTRO-DE-LOTE-SW
                   ADD 1 TO TOTAL-LOTES-RETIDOS
                   DISPLAY "** LOTE " LOTE-EM-EXAME " DA COMPETENCIA "
                           COMPETENCIA-DO-LOTE " ENCERRADA NO RAZAO "
                           "- NAO POSTADO **"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "S" TO DENTRO-DE-LOTE-SW.

       VERIFICA-LOTE-IMPORTADO.
           MOVE "N" TO LOTE-JA-IMPORTADO-SW.
