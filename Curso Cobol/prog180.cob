       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG180.

      *    REGISTRO DOS LANCAMENTOS CONTABEIS MANUAIS - LISTA EM
      *    LANCMAN.REL TODO LANCAMENTO DE LANCMAN.DAT, PENDENTE,
      *    APROVADO OU REJEITADO, COM A COMPETENCIA, O HISTORICO, O
      *    PREPARADOR, O SUPERVISOR QUE DECIDIU, O LOTE GERADO EM
      *    GLEXT.DAT E O LOTE DO ESTORNO, SEGUIDO DAS LINHAS E DOS
      *    TOTAIS DE DEBITO E CREDITO. NO FINAL, A QUANTIDADE DE
      *    LANCAMENTOS POR SITUACAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLANCMAN.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "LANCMAN.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLANCMAN.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  LANCMAN-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE           PIC 9(08).
       01  NUMERO-ANTERIOR         PIC 9(06) VALUE ZEROS.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-LANCAMENTO  VALUE "S".
       01  DESCRICAO-SITUACAO      PIC X(09).

       01  LINHA-LANCAMENTO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LIN-CONTA            PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-TIPO             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(30).

       01  DEBITOS-LANCAMENTO      PIC 9(10)V9(02) VALUE ZEROS.
       01  CREDITOS-LANCAMENTO     PIC 9(10)V9(02) VALUE ZEROS.
       01  DEBITOS-EDITADO         PIC ZZZ,ZZZ,ZZ9.99.
       01  CREDITOS-EDITADO        PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LANCAMENTOS       PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENDENTES         PIC 9(06) VALUE ZEROS.
       01  TOTAL-APROVADOS         PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REGISTRO DE LANCAMENTOS MANUAIS ----".

           OPEN INPUT ARQUIVO-LANCMAN.
           IF LANCMAN-ARQ-STATUS IS NOT EQUAL "00"
              AND LANCMAN-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS LANCAMENTOS MANUAIS - "
                       "STATUS : " LANCMAN-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-LANCMAN.
           PERFORM LISTA-LINHA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           IF NOT PRIMEIRO-LANCAMENTO
               PERFORM IMPRIME-TOTAL-LANCAMENTO.
           PERFORM IMPRIME-RESUMO.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-LANCMAN.

           DISPLAY "LANCAMENTOS LISTADOS : " TOTAL-LANCAMENTOS.
           DISPLAY "PENDENTES            : " TOTAL-PENDENTES.
           DISPLAY "APROVADOS            : " TOTAL-APROVADOS.
           DISPLAY "REJEITADOS           : " TOTAL-REJEITADOS.
           DISPLAY "REGISTRO GRAVADO EM LANCMAN.REL.".

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-LANCMAN.
           READ ARQUIVO-LANCMAN AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    QUEBRA POR NUMERO DE LANCAMENTO - A PRIMEIRA LINHA DE
      *    CADA LANCAMENTO IMPRIME O CABECALHO DELE.
       LISTA-LINHA.
           IF PRIMEIRO-LANCAMENTO
                   OR LANCMAN-NUMERO IS NOT EQUAL NUMERO-ANTERIOR
               IF NOT PRIMEIRO-LANCAMENTO
                   PERFORM IMPRIME-TOTAL-LANCAMENTO
               END-IF
               PERFORM IMPRIME-CABECALHO-LANCAMENTO.
           MOVE LANCMAN-CONTA     TO LIN-CONTA.
           MOVE LANCMAN-TIPO      TO LIN-TIPO.
           MOVE LANCMAN-VALOR     TO LIN-VALOR.
           MOVE LANCMAN-DESCRICAO TO LIN-DESCRICAO.
           MOVE LINHA-LANCAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF LANCMAN-DEBITO
               ADD LANCMAN-VALOR TO DEBITOS-LANCAMENTO
           ELSE
               ADD LANCMAN-VALOR TO CREDITOS-LANCAMENTO.
           PERFORM LEIA-PROXIMO-LANCMAN.

       IMPRIME-CABECALHO-LANCAMENTO.
           MOVE "N" TO PRIMEIRO-SW.
           MOVE LANCMAN-NUMERO TO NUMERO-ANTERIOR.
           MOVE ZEROS TO DEBITOS-LANCAMENTO.
           MOVE ZEROS TO CREDITOS-LANCAMENTO.
           ADD 1 TO TOTAL-LANCAMENTOS.
           PERFORM DESCREVE-SITUACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LANCAMENTO " LANCMAN-NUMERO "  COMPETENCIA "
                  LANCMAN-COMP-MES "/" LANCMAN-COMP-ANO "  "
                  LANCMAN-HISTORICO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  PREPARADO POR " LANCMAN-PREPARADOR " EM "
                  LANCMAN-DATA-PREPARO "  SITUACAO : "
                  DESCRICAO-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF NOT LANCMAN-PENDENTE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  DECIDIDO POR " LANCMAN-APROVADOR " EM "
                      LANCMAN-DATA-DECISAO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           IF LANCMAN-APROVADO
               MOVE SPACES TO LINHA-RELATORIO
               IF LANCMAN-COM-ESTORNO
                   STRING "  LOTE GLEXT : " LANCMAN-LOTE
                          "  LOTE DO ESTORNO : " LANCMAN-LOTE-ESTORNO
                          DELIMITED BY SIZE INTO LINHA-RELATORIO
               ELSE
                   STRING "  LOTE GLEXT : " LANCMAN-LOTE
                          DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-IF
               WRITE LINHA-RELATORIO
           ELSE
               IF LANCMAN-COM-ESTORNO
                   MOVE "  COM ESTORNO NA COMPETENCIA SEGUINTE"
                        TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO.

           IF LANCMAN-PENDENTE
               ADD 1 TO TOTAL-PENDENTES.
           IF LANCMAN-APROVADO
               ADD 1 TO TOTAL-APROVADOS.
           IF LANCMAN-REJEITADO
               ADD 1 TO TOTAL-REJEITADOS.

       DESCREVE-SITUACAO.
           MOVE SPACES TO DESCRICAO-SITUACAO.
           IF LANCMAN-PENDENTE
               MOVE "PENDENTE" TO DESCRICAO-SITUACAO.
           IF LANCMAN-APROVADO
               MOVE "APROVADO" TO DESCRICAO-SITUACAO.
           IF LANCMAN-REJEITADO
               MOVE "REJEITADO" TO DESCRICAO-SITUACAO.

       IMPRIME-TOTAL-LANCAMENTO.
           MOVE DEBITOS-LANCAMENTO TO DEBITOS-EDITADO.
           MOVE CREDITOS-LANCAMENTO TO CREDITOS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    TOTAL DEBITOS : " DEBITOS-EDITADO
                  "  CREDITOS : " CREDITOS-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTRO DE LANCAMENTOS CONTABEIS MANUAIS - "
                  "POSICAO DE " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LANCAMENTOS: " TOTAL-LANCAMENTOS
                  "  PENDENTES: " TOTAL-PENDENTES
                  "  APROVADOS: " TOTAL-APROVADOS
                  "  REJEITADOS: " TOTAL-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
