      *    2026-09-02 AS NOTAS DE CREDITO (DEVOLUCOES, NOTACRED.DAT,
      *    VER PROG105) PASSARAM A ABATER O SALDO DA NOTA DE ORIGEM,
      *    COMO RECEBIMENTOS SEM PARCELA APONTADA.
      *    2026-10-15 RODA TAMBEM NO WEEKJOB, PROTEGIDO PELO CHECKPOINT
      *    DIARIO, COM INICIO E FIM NO MSGLOG E RETURN-CODE 0 LIMPO E 8
      *    ERRO - AS CARTAS DE COBRANCA (PROG101) SO SAEM COM O AGING
      *    LIMPO.
      *    2026-10-15 PODE SER CHAMADO PELA FILA NOTURNA DE
      *    RELATORIOS (PROG248) A PEDIDO DE UM OPERADOR - A LISTAGEM
      *    SAI TAMBEM EM RELFILA.REL PARA O ARQUIVAMENTO, O
      *    CHECKPOINT DO WEEKJOB NAO E' CONSULTADO NEM GRAVADO E O
      *    PROGRAMA DEVOLVE O CONTROLE NO FIM EM VEZ DE ENCERRAR A
      *    RODADA.
      *    2026-10-15 RESPEITA AS FILIAIS DO OPERADOR (PROG243) - NA
      *    RODADA PELA FILA OU PELO MENU, SO ENTRAM NO AGING AS NOTAS
      *    DAS FILIAIS DO OPERADOR. ERRO NA ABERTURA DAS NOTAS DENTRO
      *    DA ORDENACAO SO E' TRATADO DEPOIS DO SORT TERMINAR.

       ENVIRONMENT DIVISION.

           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-AGING.TMP".

       DATA DIVISION.
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  FAIXA-EDITADA           PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01  NOME-TABELA-CHEIA       PIC X(14).
       01  TOTAL-PARCELAS-LISTADAS PIC 9(06) VALUE ZEROS.

      *    CHECKPOINT DE PASSO DO WEEKJOB (VER SELCHECKPT) - EVITA
      *    QUE UM JOB RESUBMETIDO REPITA UM PASSO JA CONCLUIDO HOJE.
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MSGLOG-ARQ-STATUS       PIC X(02).

      *    EXECUCAO PELA FILA NOTURNA DE RELATORIOS (VER PROG248).
       01  RELEXEC-ARQ-STATUS      PIC X(02).
       01  RELFSAI-ARQ-STATUS      PIC X(02).
       01  EXECUCAO-FILA-SW        PIC X(01) VALUE "N".
           88 EXECUCAO-DA-FILA     VALUE "S".
       01  LINHA-LISTAGEM          PIC X(80) VALUE SPACES.

      *    O SORT NAO PODE SER ABANDONADO DE DENTRO DO INPUT
      *    PROCEDURE - O ERRO LIGA A CHAVE E A INTERRUPCAO E' FEITA
      *    DEPOIS DO SORT.
       01  ORDENACAO-ABORTADA-SW   PIC X(01) VALUE "N".
           88 ORDENACAO-ABORTADA   VALUE "S".

      *    FILIAIS DO OPERADOR DO MENU OU DO PEDIDO DA FILA (VER
      *    PROG243) - NO WEEKJOB, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-EXECUCAO-DA-FILA.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           IF NOT EXECUCAO-DA-FILA
               PERFORM VERIFICA-CHECKPOINT-DIARIO.
           IF PASSO-JA-EXECUTADO
               DISPLAY "AGING DO CONTAS A RECEBER JA EMITIDO NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           COMPUTE SERIAL-HOJE =
                   (DATA-CORRENTE-ANO * 360) +
                   (DATA-CORRENTE-MES * 30) + DATA-CORRENTE-DIA.

           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "AGING DO CONTAS A RECEBER - DATA "
               DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
               DATA-CORRENTE-ANO
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

           PERFORM CARREGA-TABELA-RECEB.
           PERFORM CARREGA-CREDITOS-NA-TABELA.
           MOVE 1 TO IDX-FAIXA.
           PERFORM ZERA-TOTAL-FAIXA
                   UNTIL IDX-FAIXA IS GREATER THAN 5.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE ZEROS TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF NOT FILOP-TODAS-AS-FILIAIS
               STRING "LISTAGEM RESTRITA AS FILIAIS DO OPERADOR "
                      FILOP-OPERADOR "."
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA.

           MOVE "N" TO ORDENACAO-ABORTADA-SW.
           SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-FILIAL ORD-NOTA ORD-PARCELA
                INPUT PROCEDURE IS CARREGA-ORDENACAO
                OUTPUT PROCEDURE IS EMITE-RELATORIO.
           IF ORDENACAO-ABORTADA
               PERFORM INTERROMPE-PROCESSAMENTO.

           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "TOTAL GERAL POR FAIXA :" TO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           PERFORM IMPRIME-TOTAL-GERAL.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

           IF NOT EXECUCAO-DA-FILA
               PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

      *    NA EXECUCAO PELA FILA O CONTROLE VOLTA AO PROG248.
       PROGRAM-DONE.
           IF EXECUCAO-DA-FILA
               CLOSE ARQUIVO-RELFSAI
               GOBACK.
           STOP RUN.

       INTERROMPE-PROCESSAMENTO.
           IF EXECUCAO-DA-FILA
               GO TO PROGRAM-DONE.
           STOP RUN.

       ZERA-TOTAL-FAIXA.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
              AND RECEB-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                      "STATUS : " RECEB-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               PERFORM INTERROMPE-PROCESSAMENTO.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB.
           PERFORM ACUMULA-RECEB-NA-TABELA
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                      "- STATUS : " NOTACRED-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               PERFORM INTERROMPE-PROCESSAMENTO.
           MOVE "N" TO FINAL-NOTACRED.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM ACUMULA-CREDITO-NA-TABELA
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTAPARC-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE PARCELAS - "
                      "STATUS : " NOTAPARC-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               PERFORM INTERROMPE-PROCESSAMENTO.
           MOVE "N" TO FINAL-NOTAPARC.
           PERFORM LEIA-PROXIMA-PARCELA.
           PERFORM GUARDA-PARCELA-NA-TABELA
      *    UMA TABELA QUE TRANSBORDASSE EM SILENCIO DEIXARIA SALDO
      *    FORA DO AGING - MELHOR PARAR E PEDIR O AUMENTO DO LIMITE.
       ACUSA-TABELA-CHEIA.
           STRING "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                  ") - AUMENTE O LIMITE NO PROGRAMA."
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE
           PERFORM INTERROMPE-PROCESSAMENTO.

      *    LIBERA PARA O SORT UMA LINHA POR PARCELA ABERTA COM SALDO
      *    (OU PELA NOTA INTEIRA QUANDO NAO HA PARCELAS), JA
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                      NOTA-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO ORDENACAO-ABORTADA-SW
           ELSE
               PERFORM LIBERA-NOTAS-PARA-ORDENACAO.

       LIBERA-NOTAS-PARA-ORDENACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM RELEASE-NOTA
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    NOTA DE FILIAL FORA DAS DO OPERADOR NAO ENTRA NO AGING.
       RELEASE-NOTA.
           MOVE "S" TO FILOP-RESULTADO.
           IF NOT FILOP-TODAS-AS-FILIAIS
               MOVE "V" TO FILOP-FUNCAO
               MOVE NOTA-FILIAL TO FILOP-FILIAL
               CALL "PROG243" USING FILOP-PARAMETROS.
           IF NOTA-ABERTA AND FILOP-PERMITIDA
               PERFORM RELEASE-NOTA-ABERTA.
           PERFORM LEIA-PROXIMA-NOTA.

       RELEASE-NOTA-ABERTA.
           PERFORM VERIFICA-SE-NOTA-TEM-PARCELAS.
           IF NOTA-TEM-PARCELAS
               PERFORM RELEASE-PARCELAS-DA-NOTA
           ELSE
               PERFORM RELEASE-NOTA-SEM-PARCELAS.

       VERIFICA-SE-NOTA-TEM-PARCELAS.
           MOVE "N" TO NOTA-TEM-PARCELAS-SW.
           MOVE 1 TO IDX-PARCELA.
                   MOVE ORD-FILIAL TO FILIAL-ANTERIOR.

           MOVE ORD-SALDO TO VALOR-EDITADO.
           STRING "  NOTA " ORD-NOTA " PARCELA " ORD-PARCELA
                  " CLIENTE " ORD-CLIENTE
                  " FAIXA " ORD-FAIXA " SALDO " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           ADD ORD-SALDO TO SUBTOTAL-FAIXA(ORD-FAIXA).
           ADD ORD-SALDO TO TOTAL-FAIXA(ORD-FAIXA).
           ADD 1 TO TOTAL-PARCELAS-LISTADAS.
           PERFORM RETORNA-PROXIMO-REGISTRO.

       IMPRIME-SUBTOTAL-FILIAL.
           STRING "FILIAL " FILIAL-ANTERIOR " - SALDOS POR FAIXA :"
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE SUBTOTAL-FAIXA(1) TO FAIXA-EDITADA.
           STRING "  A VENCER      : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE SUBTOTAL-FAIXA(2) TO FAIXA-EDITADA.
           STRING "  ATE 30 DIAS   : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE SUBTOTAL-FAIXA(3) TO FAIXA-EDITADA.
           STRING "  31 A 60 DIAS  : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE SUBTOTAL-FAIXA(4) TO FAIXA-EDITADA.
           STRING "  61 A 90 DIAS  : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE SUBTOTAL-FAIXA(5) TO FAIXA-EDITADA.
           STRING "  MAIS DE 90    : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "-----------------------------------" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE 1 TO IDX-FAIXA.
           PERFORM ZERA-SUBTOTAL-FAIXA
                   UNTIL IDX-FAIXA IS GREATER THAN 5.

       IMPRIME-TOTAL-GERAL.
           MOVE TOTAL-FAIXA(1) TO FAIXA-EDITADA.
           STRING "  A VENCER      : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE TOTAL-FAIXA(2) TO FAIXA-EDITADA.
           STRING "  ATE 30 DIAS   : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE TOTAL-FAIXA(3) TO FAIXA-EDITADA.
           STRING "  31 A 60 DIAS  : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE TOTAL-FAIXA(4) TO FAIXA-EDITADA.
           STRING "  61 A 90 DIAS  : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE TOTAL-FAIXA(5) TO FAIXA-EDITADA.
           STRING "  MAIS DE 90    : " FAIXA-EDITADA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

      *    EXIBE A LINHA E, NA EXECUCAO PELA FILA, GRAVA A MESMA
      *    LINHA NA LISTAGEM QUE O PROG248 ARQUIVA (VER PROG153).
       EMITE-LINHA.
           DISPLAY LINHA-LISTAGEM.
           IF EXECUCAO-DA-FILA
               MOVE LINHA-LISTAGEM TO LINHA-RELFSAI
               WRITE LINHA-RELFSAI.
           MOVE SPACES TO LINHA-LISTAGEM.

      *    O PROG248 DEIXA EM RELEXEC.DAT O PEDIDO QUE ESTA RODANDO -
      *    SO VALE O PEDIDO DESTE PROGRAMA GRAVADO HOJE, PARA QUE UMA
      *    LINHA ESQUECIDA NAO PRENDA O PASSO DO WEEKJOB. O AGING NAO
      *    TEM FILTROS.
       VERIFICA-EXECUCAO-DA-FILA.
           MOVE "N" TO EXECUCAO-FILA-SW.
           OPEN INPUT ARQUIVO-RELEXEC.
           IF RELEXEC-ARQ-STATUS IS EQUAL "00"
               MOVE SPACES TO RELEXEC-REGISTRO
               READ ARQUIVO-RELEXEC
                    AT END MOVE SPACES TO RELEXEC-REGISTRO
               END-READ
               IF RELEXEC-PROGRAMA IS EQUAL "PROG63"
                       AND RELEXEC-DATA IS EQUAL DATA-CORRENTE
                   MOVE "S" TO EXECUCAO-FILA-SW
                   DISPLAY "PEDIDO " RELEXEC-NUMERO
                           " DA FILA DE RELATORIOS.".
           CLOSE ARQUIVO-RELEXEC.
           IF EXECUCAO-DA-FILA
               OPEN OUTPUT ARQUIVO-RELFSAI.

      *    PROCURA NO ARQUIVO DE CHECKPOINT UM REGISTRO DESTE
      *    PROGRAMA NA DATA DE HOJE (VER WEEKJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-DIARIO.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           ACCEPT DATA-CHECKPOINT FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                      "STATUS : " CHECKPT-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               PERFORM INTERROMPE-PROCESSAMENTO.
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG63"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG63" TO CHECKPT-PROGRAMA.
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
           MOVE TOTAL-PARCELAS-LISTADAS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG63" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
