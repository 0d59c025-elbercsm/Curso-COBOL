      *    A SERIE UNICA (NOTA-NUMERO E' A CHAVE DO ARQUIVO), O
      *    RELATORIO FECHA COM O RESUMO POR FILIAL - QUANTIDADE,
      *    MENOR E MAIOR NUMERO E CANCELADAS DE CADA UMA.
      *    2026-10-15 AS NOTAS ENCERRADAS SAEM DO NOTAFISC.DAT PARA
      *    OS ARQUIVOS ANUAIS DO EXPURGO (NOTAAAAA.ARQ, VER PROG235)
      *    E DEIXAM BURACOS NA SERIE DO ARQUIVO VIVO - A AUDITORIA
      *    GANHOU A OPCAO DE INCLUIR OS ANOS DE ARQUIVO A PARTIR DE
      *    UM ANO INFORMADO, INTERCALADOS COM O ARQUIVO VIVO EM
      *    ORDEM DE NUMERO PELO SORT.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELNOTACTL.cob".
      *    ARQUIVO ANUAL DO EXPURGO, COM NOME MONTADO PELO ANO.
           SELECT OPTIONAL ARQUIVO-NOTAARQ
           ASSIGN TO NOME-ARQUIVO-NOTAARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NOTAARQ-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-NUMNOTA.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDNOTACTL.cob".

       FD  ARQUIVO-NOTAARQ.
       01  NOTAARQ-REGISTRO        PIC X(995).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-NUMERO           PIC 9(06).
           05 FILLER               PIC X(989).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACTL-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

      *    AUDITORIA COM OS ANOS DE ARQUIVO (VER PROG235) - ZERO
      *    AUDITA SO O ARQUIVO VIVO, COMO SEMPRE.
       01  NOTAARQ-ARQ-STATUS      PIC X(02).
       01  NOME-ARQUIVO-NOTAARQ    PIC X(14).
       01  ANO-INICIAL-ARQUIVO     PIC 9(04) VALUE ZEROS.
       01  ANO-DE-ARQUIVO          PIC 9(04).
       01  FINAL-NOTAARQ           PIC X.
       01  TOTAL-NOTAS-ARQUIVO     PIC 9(06) VALUE ZEROS.
       01  INCLUI-ARQUIVO-SW       PIC X(01) VALUE "N".
           88 INCLUI-ARQUIVO       VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           DISPLAY "==============================================".

           PERFORM CARREGA-CONTADOR.
           PERFORM PEDE-ANO-DE-ARQUIVO.

           IF INCLUI-ARQUIVO
               SORT ARQUIVO-ORDENACAO
                    ON ASCENDING KEY ORD-NUMERO
                    INPUT PROCEDURE IS CARREGA-ORDENACAO
                    OUTPUT PROCEDURE IS EXAMINA-ORDENADAS
           ELSE
               PERFORM ABRE-ARQUIVO-NOTA
               PERFORM POSICIONA-INICIO-NOTAS
               IF FINAL-ARQUIVO IS EQUAL "N"
                   PERFORM LEIA-PROXIMA-NOTA
                   PERFORM EXAMINA-NOTA
                           UNTIL FINAL-ARQUIVO IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-NOTA.

           PERFORM CONFERE-CONTADOR.
           PERFORM IMPRIME-RESUMO-FILIAIS.
           DISPLAY "NUMEROS FORA DE ORDEM   : " TOTAL-DUPLICADAS.
           DISPLAY "NOTAS CANCELADAS        : " TOTAL-CANCELADAS.
           DISPLAY "NOTAS BAIXADAS (PERDA)  : " TOTAL-PERDAS.
           IF INCLUI-ARQUIVO
               DISPLAY "NOTAS LIDAS DE ARQUIVO  : " TOTAL-NOTAS-ARQUIVO
           ELSE
               IF TOTAL-SALTOS IS GREATER THAN ZEROS
                   DISPLAY "SALTOS PODEM SER NOTAS ARQUIVADAS PELO "
                           "EXPURGO (PROG235) - REPITA INFORMANDO O "
                           "ANO DE ARQUIVO.".
           DISPLAY "==============================================".

       PROGRAM-DONE.
                   MOVE NOTACTL-ULTIMO-NUMERO TO ULTIMO-NUMERO-CTL.
           CLOSE ARQUIVO-NOTACTL.

       PEDE-ANO-DE-ARQUIVO.
           DISPLAY "INCLUIR NOTAS DE ARQUIVO A PARTIR DO ANO (AAAA - "
                   "ENTER = SO ARQUIVO VIVO) : ".
           MOVE ZEROS TO ANO-INICIAL-ARQUIVO.
           ACCEPT ANO-INICIAL-ARQUIVO.
           IF ANO-INICIAL-ARQUIVO IS NOT NUMERIC
               MOVE ZEROS TO ANO-INICIAL-ARQUIVO.
           IF ANO-INICIAL-ARQUIVO IS GREATER THAN ZEROS
               MOVE "S" TO INCLUI-ARQUIVO-SW.

       ABRE-ARQUIVO-NOTA.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       POSICIONA-INICIO-NOTAS.
           MOVE LOW-VALUES TO NOTA-NUMERO.
           START ARQUIVO-NOTA KEY IS NOT LESS THAN NOTA-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.

      *    NA AUDITORIA COM OS ANOS DE ARQUIVO AS NOTAS VEM DO SORT,
      *    JA INTERCALADAS EM ORDEM DE NUMERO, E SAO COPIADAS PARA A
      *    AREA DO REGISTRO VIVO - O EXAME E' O MESMO DE SEMPRE.
       LEIA-PROXIMA-NOTA.
           IF INCLUI-ARQUIVO
               PERFORM RETORNA-ORDENADA
           ELSE
               PERFORM LEIA-NOTA-VIVA.

       LEIA-NOTA-VIVA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       RETORNA-ORDENADA.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS NOT EQUAL "S"
               MOVE ORDENACAO-REGISTRO TO NOTA-REGISTRO.

      *    LIBERA PARA O SORT AS NOTAS DE CADA ANO DE ARQUIVO, DO
      *    ANO INFORMADO ATE O CORRENTE (ANO SEM ARQUIVO E' PULADO),
      *    E AS DO ARQUIVO VIVO.
       CARREGA-ORDENACAO.
           MOVE ANO-INICIAL-ARQUIVO TO ANO-DE-ARQUIVO.
           PERFORM LIBERA-UM-ANO-DE-ARQUIVO
                   UNTIL ANO-DE-ARQUIVO IS GREATER THAN
                         DATA-CORRENTE-ANO.
           PERFORM ABRE-ARQUIVO-NOTA.
           PERFORM POSICIONA-INICIO-NOTAS.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-NOTA-VIVA
               PERFORM LIBERA-UMA-NOTA-VIVA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.

       LIBERA-UM-ANO-DE-ARQUIVO.
           MOVE SPACES TO NOME-ARQUIVO-NOTAARQ.
           STRING "NOTA" ANO-DE-ARQUIVO ".ARQ"
                  DELIMITED BY SIZE
             INTO NOME-ARQUIVO-NOTAARQ.
           OPEN INPUT ARQUIVO-NOTAARQ.
           IF NOTAARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-NOTAARQ
               PERFORM LEIA-PROXIMA-NOTAARQ
               PERFORM LIBERA-UMA-NOTA-ARQUIVADA
                       UNTIL FINAL-NOTAARQ IS EQUAL "S".
           CLOSE ARQUIVO-NOTAARQ.
           ADD 1 TO ANO-DE-ARQUIVO.

       LEIA-PROXIMA-NOTAARQ.
           READ ARQUIVO-NOTAARQ AT END
           MOVE "S" TO FINAL-NOTAARQ.

       LIBERA-UMA-NOTA-ARQUIVADA.
           MOVE NOTAARQ-REGISTRO TO ORDENACAO-REGISTRO.
           RELEASE ORDENACAO-REGISTRO.
           ADD 1 TO TOTAL-NOTAS-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTAARQ.

       LIBERA-UMA-NOTA-VIVA.
           MOVE NOTA-REGISTRO TO ORDENACAO-REGISTRO.
           RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-NOTA-VIVA.

       EXAMINA-ORDENADAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM EXAMINA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

      *    A LEITURA PELO INDICE DEVOLVE OS NUMEROS EM ORDEM - UM
      *    SALTO ENTRE O NUMERO ESPERADO E O LIDO E' UMA QUEBRA DA
      *    SERIE, E UM NUMERO MENOR OU IGUAL AO ANTERIOR SO PODE SER
