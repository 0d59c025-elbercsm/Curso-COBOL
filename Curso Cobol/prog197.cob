       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG197.

      *    RELACAO DOS EVENTOS REJEITADOS PELO ESOCIAL - LISTA EM
      *    ESOCPEND.REL CADA EVENTO DO CONTROLE ESOCCTL.DAT QUE O
      *    ULTIMO RETORNO (PROG196) REJEITOU, COM O TRABALHADOR, A
      *    REFERENCIA, A DATA DO ENVIO, QUANTAS VEZES JA FOI
      *    ENVIADO, O CODIGO E A MENSAGEM DO ESOCIAL E ONDE A ORIGEM
      *    DEVE SER CORRIGIDA. CORRIGIDA A ORIGEM, O EVENTO VOLTA
      *    SOZINHO NA PROXIMA EXTRACAO (PROG195). NO FIM SAI A
      *    QUANTIDADE DE EVENTOS AINDA SEM RETORNO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELESOCCTL.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ESOCPEND.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDESOCCTL.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  ESOCCTL-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ORIENTACAO-CORRECAO     PIC X(45).

       01  LINHA-REJEITADO.
           05 LIN-EVENTO           PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-CODIGO           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-NOME             PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-REFERENCIA       PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DATA-ENVIO       PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-QTD-ENVIOS       PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-COD-RESPOSTA     PIC X(03).
       01  LINHA-MENSAGEM.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 LIN-MENSAGEM         PIC X(60).
       01  LINHA-ORIENTACAO.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "CORRIGIR : ".
           05 LIN-ORIENTACAO       PIC X(45).

       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJ-ADMISSOES     PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJ-ALTERACOES    PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJ-DESLIGAMENTOS PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJ-REMUNERACOES  PIC 9(06) VALUE ZEROS.
       01  TOTAL-AGUARDANDO        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- EVENTOS REJEITADOS PELO ESOCIAL ----".

           OPEN INPUT ARQUIVO-ESOCCTL.
           IF ESOCCTL-ARQ-STATUS IS NOT EQUAL "00"
              AND ESOCCTL-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CONTROLE DO ESOCIAL - "
                       "STATUS : " ESOCCTL-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-CONTROLE.
           PERFORM VERIFICA-EVENTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-ESOCCTL.

           DISPLAY "EVENTOS REJEITADOS         : " TOTAL-REJEITADOS.
           DISPLAY "  ADMISSOES (2200)         : " TOTAL-REJ-ADMISSOES.
           DISPLAY "  ALTERACOES (2206)        : "
                   TOTAL-REJ-ALTERACOES.
           DISPLAY "  DESLIGAMENTOS (2299)     : "
                   TOTAL-REJ-DESLIGAMENTOS.
           DISPLAY "  REMUNERACOES (1200)      : "
                   TOTAL-REJ-REMUNERACOES.
           DISPLAY "EVENTOS AINDA SEM RETORNO  : " TOTAL-AGUARDANDO.
           DISPLAY "RELACAO GRAVADA EM ESOCPEND.REL.".
           IF TOTAL-REJEITADOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-CONTROLE.
           READ ARQUIVO-ESOCCTL NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       VERIFICA-EVENTO.
           IF ESOCCTL-REJEITADO
               PERFORM IMPRIME-REJEITADO.
           IF ESOCCTL-ENVIADO
               ADD 1 TO TOTAL-AGUARDANDO.
           PERFORM LEIA-PROXIMO-CONTROLE.

       IMPRIME-REJEITADO.
           PERFORM ORIENTA-CORRECAO.
           MOVE ESOCCTL-EVENTO       TO LIN-EVENTO.
           MOVE ESOCCTL-CODIGO       TO LIN-CODIGO.
           MOVE ESOCCTL-NOME         TO LIN-NOME.
           MOVE ESOCCTL-REFERENCIA   TO LIN-REFERENCIA.
           MOVE ESOCCTL-DATA-ENVIO   TO LIN-DATA-ENVIO.
           MOVE ESOCCTL-QTD-ENVIOS   TO LIN-QTD-ENVIOS.
           MOVE ESOCCTL-COD-RESPOSTA TO LIN-COD-RESPOSTA.
           MOVE LINHA-REJEITADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ESOCCTL-MENSAGEM TO LIN-MENSAGEM.
           MOVE LINHA-MENSAGEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ORIENTACAO-CORRECAO TO LIN-ORIENTACAO.
           MOVE LINHA-ORIENTACAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-REJEITADOS.

      *    ONDE CORRIGIR A ORIGEM DE CADA TIPO DE EVENTO - O CPF E O
      *    PIS DE TODOS OS EVENTOS VEM DO CADASTRO DO FUNCIONARIO.
       ORIENTA-CORRECAO.
           MOVE SPACES TO ORIENTACAO-CORRECAO.
           IF ESOCCTL-ADMISSAO
               ADD 1 TO TOTAL-REJ-ADMISSOES
               MOVE "CADASTRO DO FUNCIONARIO (PROGRM37)"
                    TO ORIENTACAO-CORRECAO.
           IF ESOCCTL-ALTERACAO
               ADD 1 TO TOTAL-REJ-ALTERACOES
               MOVE "HISTORICO SALARIAL OU DE TRANSFERENCIAS"
                    TO ORIENTACAO-CORRECAO.
           IF ESOCCTL-DESLIGAMENTO
               ADD 1 TO TOTAL-REJ-DESLIGAMENTOS
               MOVE "DEMISSAO E ACERTO DE RESCISAO (PROG68)"
                    TO ORIENTACAO-CORRECAO.
           IF ESOCCTL-REMUNERACAO
               ADD 1 TO TOTAL-REJ-REMUNERACOES
               MOVE "FOLHA DA COMPETENCIA (PROG39) OU CADASTRO"
                    TO ORIENTACAO-CORRECAO.

       IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EVENTOS REJEITADOS PELO ESOCIAL A CORRIGIR - "
                  "POSICAO DE " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EVT   FUNC    NOME                  REFERENC.  "
                  "ENVIO     VEZ  COD"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE EVENTOS REJEITADOS : " TOTAL-REJEITADOS
                  "   AINDA SEM RETORNO : " TOTAL-AGUARDANDO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
