       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG233.

      *    ABERTURA DO FECHAMENTO ANUAL (PRIMEIRO PASSO DO YEARJOB)
      *    - O ANO FECHADO E' O ANTERIOR AO DA DATA DO SISTEMA. A
      *    CADEIA E' RECUSADA QUANDO O CALENDARIO (CALENDCTL.DAT)
      *    NAO ESTA IMPLANTADO, QUANDO A COMPETENCIA DE DEZEMBRO
      *    AINDA NAO CONSTA COMO FECHADA (O MONTHJOB DE JANEIRO
      *    PRECISA TER CONCLUIDO - VER PROG136), QUANDO O ANO JA
      *    CONSTA COMO FECHADO (AVANCADO PELO PROG234 SO NO FIM DE
      *    UMA CADEIA INTEIRA LIMPA) OU QUANDO O CHECKPOINT
      *    "YEARJOB" DO ANO JA FOI GRAVADO (CHECKPT.DAT, DATA DE
      *    31/12 DO ANO FECHADO). UM FECHAMENTO SUBMETIDO DUAS VEZES
      *    OU CEDO DEMAIS PARA AQUI, ANTES DE QUALQUER PASSO MEXER
      *    NOS ARQUIVOS. A RECUSA E A LIBERACAO FICAM NO MSGLOG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCALEND.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCALEND.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

       01  CALEND-ARQ-STATUS       PIC X(02).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  CONTROLE-EXISTE-SW      PIC X(01) VALUE "N".
           88 CONTROLE-EXISTE      VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ANO-FECHAMENTO          PIC 9(04).
       01  COMPETENCIA-DEZEMBRO    PIC 9(06).
       01  ULTIMA-COMP-MENSAL      PIC 9(06) VALUE ZEROS.
       01  ULTIMO-ANO-FECHADO      PIC 9(04) VALUE ZEROS.
       01  DATA-CHECKPOINT         PIC 9(08).
       01  JA-EXECUTADO-SW         PIC X(01) VALUE "N".
           88 JA-EXECUTADO         VALUE "S".
       01  MENSAGEM-LOG            PIC X(80).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ABERTURA DO FECHAMENTO ANUAL ----".

           COMPUTE ANO-FECHAMENTO = DATA-CORRENTE-ANO - 1.
           COMPUTE COMPETENCIA-DEZEMBRO = (ANO-FECHAMENTO * 100) + 12.
           COMPUTE DATA-CHECKPOINT = (ANO-FECHAMENTO * 10000) + 1231.

           PERFORM VERIFICA-CHECKPOINT-YEARJOB.
           IF JA-EXECUTADO
               STRING "YEARJOB JA CONCLUIDO PARA O ANO "
                      ANO-FECHAMENTO " - CADEIA RECUSADA."
                      DELIMITED BY SIZE
                 INTO MENSAGEM-LOG
               PERFORM RECUSA-FECHAMENTO.

           PERFORM CARREGA-CALENDARIO.
           IF NOT CONTROLE-EXISTE
               STRING "CONTROLE DE CALENDARIO (CALENDCTL.DAT) NAO "
                      "IMPLANTADO - CADEIA RECUSADA (VER PROG77)."
                      DELIMITED BY SIZE
                 INTO MENSAGEM-LOG
               PERFORM RECUSA-FECHAMENTO.

           IF ULTIMO-ANO-FECHADO IS GREATER THAN OR EQUAL
                   ANO-FECHAMENTO
               STRING "ANO " ANO-FECHAMENTO " JA FECHADO NO "
                      "CALENDARIO - CADEIA RECUSADA."
                      DELIMITED BY SIZE
                 INTO MENSAGEM-LOG
               PERFORM RECUSA-FECHAMENTO.

           IF ULTIMA-COMP-MENSAL IS LESS THAN COMPETENCIA-DEZEMBRO
               STRING "COMPETENCIA 12/" ANO-FECHAMENTO " AINDA NAO "
                      "FECHADA NO CALENDARIO - CADEIA RECUSADA."
                      DELIMITED BY SIZE
                 INTO MENSAGEM-LOG
               PERFORM RECUSA-FECHAMENTO.

           STRING "FECHAMENTO ANUAL LIBERADO PARA O ANO "
                  ANO-FECHAMENTO "." DELIMITED BY SIZE
             INTO MENSAGEM-LOG.
           DISPLAY MENSAGEM-LOG.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-MENSAGEM-MSGLOG.

       PROGRAM-DONE.
           STOP RUN.

      *    O CHECKPOINT DO YEARJOB LEVA A DATA DE 31/12 DO ANO
      *    FECHADO, E NAO A DATA DA EXECUCAO - A CADEIA PODE SER
      *    RETOMADA EM OUTRO DIA (VER PROG234).
       VERIFICA-CHECKPOINT-YEARJOB.
           MOVE "N" TO JA-EXECUTADO-SW.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CHECKPT
               PERFORM LEIA-PROXIMO-CHECKPT
               PERFORM COMPARA-CHECKPT
                       UNTIL JA-EXECUTADO
                       OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "YEARJOB"
               MOVE "S" TO JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

       CARREGA-CALENDARIO.
           MOVE "N" TO CONTROLE-EXISTE-SW.
           OPEN INPUT ARQUIVO-CALEND.
           IF CALEND-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-CALEND
               IF CALEND-ARQ-STATUS IS EQUAL "00"
                   MOVE "S" TO CONTROLE-EXISTE-SW
                   MOVE CALEND-ULTIMA-COMP-MENSAL
                        TO ULTIMA-COMP-MENSAL
                   MOVE CALEND-ULTIMO-ANO-FECHADO
                        TO ULTIMO-ANO-FECHADO.
           CLOSE ARQUIVO-CALEND.

      *    A RECUSA FICA REGISTRADA NO LOG DE OPERACOES, COMO AS
      *    RECUSAS DA ABERTURA DO FECHAMENTO MENSAL (PROG135).
       RECUSA-FECHAMENTO.
           DISPLAY MENSAGEM-LOG.
           MOVE 8 TO MSGLOG-RETORNO.
           PERFORM GRAVA-MENSAGEM-MSGLOG.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       GRAVA-MENSAGEM-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE MENSAGEM-LOG TO MSGLOG-MENSAGEM.
           MOVE "PROG233" TO MSGLOG-PROGRAMA.
           MOVE "M" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
