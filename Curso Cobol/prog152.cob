      *    CLIENTE INATIVO, SALDO ACIMA DO LIMITE (CLICRED.DAT) E
      *    PARCELA VENCIDA EM NOTA ABERTA. COM A OPCAO DE IMPRESSAO
      *    A CONSULTA TAMBEM SAI EM CLI360.REL.
      *    2026-10-15 A CONSULTA PASSOU A MOSTRAR O SALDO DE
      *    ADIANTAMENTO DO CLIENTE AINDA NAO APLICADO EM NOTA
      *    (ADIANT.DAT, VER PROG61), LOGO ABAIXO DO SALDO EM ABERTO.
      *    2026-10-15 A CONSULTA GANHOU A OPCAO DE INCLUIR AS NOTAS
      *    DE UM ANO DE ARQUIVO (NOTAAAAA.ARQ, GRAVADO PELO EXPURGO
      *    PROG235) NO HISTORICO DO CLIENTE - ENTRAM NA CONTAGEM E
      *    NAS ULTIMAS NOTAS E TEM LINHA PROPRIA COM O VALOR. SAO
      *    NOTAS ENCERRADAS E NAO MEXEM NO SALDO EM ABERTO.
      *    2026-10-15 CHAMADA PELO MENU COM UM OPERADOR RESTRITO A
      *    ALGUMAS FILIAIS (PROG58/PROG243), RECUSA A CONSULTA DO
      *    CLIENTE DE OUTRA FILIAL.

       ENVIRONMENT DIVISION.

           COPY "SELNOTAPARC.cob".
           COPY "SELCLICRED.cob".
           COPY "SELCLINOTAS.cob".
           COPY "SELADIANT.cob".
      *    ARQUIVO ANUAL DO EXPURGO, COM NOME MONTADO PELO ANO.
           SELECT OPTIONAL ARQUIVO-NOTAARQ
           ASSIGN TO NOME-ARQUIVO-NOTAARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NOTAARQ-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CLI360.REL"
           COPY "FDNOTAPARC.cob".
           COPY "FDCLICRED.cob".
           COPY "FDCLINOTAS.cob".
           COPY "FDADIANT.cob".

       FD  ARQUIVO-NOTAARQ.
       01  NOTAARQ-REGISTRO        PIC X(995).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO        PIC X(80).
       01  FINAL-NOTAPARC          PIC X.
       01  FINAL-CLICRED           PIC X.
       01  FINAL-CLINOTAS          PIC X.
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  FINAL-ADIANT            PIC X.

      *    HISTORICO COM UM ANO DE ARQUIVO (VER PROG235) - ZERO
      *    CONSULTA SO O ARQUIVO VIVO, COMO SEMPRE.
       01  NOTAARQ-ARQ-STATUS      PIC X(02).
       01  NOME-ARQUIVO-NOTAARQ    PIC X(14).
       01  FINAL-NOTAARQ           PIC X.
       01  ANO-DE-ARQUIVO          PIC 9(04) VALUE ZEROS.
       01  CONSULTA-ARQUIVO-SW     PIC X(01) VALUE "N".
           88 CONSULTA-NO-ARQUIVO  VALUE "S".
       01  TOTAL-NOTAS-ARQUIVO     PIC 9(06).
       01  TOTAL-VALOR-ARQUIVO     PIC 9(10)V9(02).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
       01  TOTAL-RECEBIDO          PIC 9(10)V9(02).
       01  TOTAL-CREDITOS          PIC 9(10)V9(02).
       01  SALDO-EM-ABERTO         PIC S9(10)V9(02).
       01  SALDO-ADIANTAMENTO      PIC S9(10)V9(02).
       01  LIMITE-DO-CLIENTE       PIC 9(08)V9(02).
       01  TEM-LIMITE-SW           PIC X(01).
           88 TEM-LIMITE           VALUE "S".
               10 ABERTA-NUMERO       PIC 9(06).
       01  IDX-ABERTA              PIC 9(03).

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
                    DISPLAY "CLIENTE " CLIENTE-CODIGO
                            " NAO ENCONTRADO."
                    NOT INVALID KEY
                    PERFORM CONSULTA-SE-DA-FILIAL.

      *    CLIENTE DE FILIAL FORA DAS DO OPERADOR NAO E' CONSULTADO.
       CONSULTA-SE-DA-FILIAL.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-FORA-DAS-FILIAIS
               DISPLAY "CLIENTE DA FILIAL " FILOP-FILIAL
                       " - FORA DAS FILIAIS DO OPERADOR."
           ELSE
               PERFORM MONTA-CONSULTA-360.

       MONTA-CONSULTA-360.
           PERFORM PERGUNTA-IMPRESSAO.
           PERFORM PEDE-ANO-DE-ARQUIVO.
           IF IMPRIME-CONSULTA
               OPEN EXTEND ARQUIVO-RELATORIO
               IF RELAT-ARQ-STATUS IS EQUAL "35"
           IF IMPRIME-SW IS EQUAL "s"
               MOVE "S" TO IMPRIME-SW.

       PEDE-ANO-DE-ARQUIVO.
           DISPLAY "INCLUIR NOTAS DO ANO DE ARQUIVO (AAAA - ENTER = "
                   "SO ARQUIVO VIVO) : ".
           MOVE ZEROS TO ANO-DE-ARQUIVO.
           ACCEPT ANO-DE-ARQUIVO.
           IF ANO-DE-ARQUIVO IS NOT NUMERIC
               MOVE ZEROS TO ANO-DE-ARQUIVO.
           MOVE "N" TO CONSULTA-ARQUIVO-SW.
           IF ANO-DE-ARQUIVO IS GREATER THAN ZEROS
               MOVE "S" TO CONSULTA-ARQUIVO-SW
               MOVE SPACES TO NOME-ARQUIVO-NOTAARQ
               STRING "NOTA" ANO-DE-ARQUIVO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-NOTAARQ.

      *    EXIBE NA TELA E, COM A IMPRESSAO ESCOLHIDA, GRAVA A MESMA
      *    LINHA NO RELATORIO - O DESENHO DO RESUMO GERENCIAL
      *    (PROG93).
           MOVE ZEROS TO QTD-ULTIMAS.
           MOVE ZEROS TO QTD-ABERTAS.
           MOVE "N" TO EM-ATRASO-SW.
           MOVE ZEROS TO TOTAL-NOTAS-ARQUIVO.
           MOVE ZEROS TO TOTAL-VALOR-ARQUIVO.
           IF CONSULTA-NO-ARQUIVO
               PERFORM VARRE-NOTAS-ARQUIVADAS.
           PERFORM VARRE-NOTAS-DO-CLIENTE.
           PERFORM SOMA-RECEBIMENTOS-DO-CLIENTE.
           PERFORM SOMA-CREDITOS-DO-CLIENTE.
           PERFORM SOMA-ADIANTAMENTOS-DO-CLIENTE.
           COMPUTE SALDO-EM-ABERTO =
                   TOTAL-ABERTO-BRUTO - TOTAL-RECEBIDO -
                   TOTAL-CREDITOS.
                   PERFORM GUARDA-NOTA-ABERTA.
           PERFORM LEIA-PROXIMA-NOTA.

      *    AS NOTAS DO ANO DE ARQUIVO SAO MAIS ANTIGAS QUE AS DO
      *    ARQUIVO VIVO E SAO LIDAS ANTES, PARA AS ULTIMAS NOTAS
      *    CONTINUAREM EM ORDEM DE EMISSAO. COMO SAO NOTAS
      *    ENCERRADAS (RECEBIDAS OU CANCELADAS) NAO ENTRAM NO SALDO.
       VARRE-NOTAS-ARQUIVADAS.
           OPEN INPUT ARQUIVO-NOTAARQ.
           IF NOTAARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-NOTAARQ
               PERFORM LEIA-PROXIMA-NOTAARQ
               PERFORM EXAMINA-UMA-NOTA-ARQUIVADA
                       UNTIL FINAL-NOTAARQ IS EQUAL "S"
           ELSE
               DISPLAY "ARQUIVO ANUAL " NOME-ARQUIVO-NOTAARQ
                       " NAO ENCONTRADO - STATUS : "
                       NOTAARQ-ARQ-STATUS.
           CLOSE ARQUIVO-NOTAARQ.

       LEIA-PROXIMA-NOTAARQ.
           READ ARQUIVO-NOTAARQ AT END
           MOVE "S" TO FINAL-NOTAARQ.

       EXAMINA-UMA-NOTA-ARQUIVADA.
           MOVE NOTAARQ-REGISTRO TO NOTA-REGISTRO.
           IF NOTA-CLIENTE-CODIGO IS EQUAL CLIENTE-INFORMADO
               ADD 1 TO TOTAL-NOTAS-CLIENTE
               ADD 1 TO TOTAL-NOTAS-ARQUIVO
               IF NOT NOTA-CANCELADA
                   ADD NOTA-VALOR-TOTAL TO TOTAL-VALOR-ARQUIVO
               END-IF
               PERFORM GUARDA-ULTIMA-NOTA.
           PERFORM LEIA-PROXIMA-NOTAARQ.

       GUARDA-ULTIMA-NOTA.
           IF QTD-ULTIMAS IS LESS THAN 5
               ADD 1 TO QTD-ULTIMAS
               ADD NCRED-VALOR-TOTAL TO TOTAL-CREDITOS.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    ADIANTAMENTO NAO APLICADO - ENTRADAS MENOS APLICACOES.
       SOMA-ADIANTAMENTOS-DO-CLIENTE.
           MOVE ZEROS TO SALDO-ADIANTAMENTO.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ADIANT
               PERFORM LEIA-PROXIMO-ADIANT
               PERFORM SOMA-UM-ADIANT
                       UNTIL FINAL-ADIANT IS EQUAL "S".
           CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ADIANT.

       SOMA-UM-ADIANT.
           IF ADIANT-CLIENTE IS EQUAL CLIENTE-INFORMADO
               IF ADIANT-ENTRADA
                   ADD ADIANT-VALOR TO SALDO-ADIANTAMENTO
               ELSE
                   SUBTRACT ADIANT-VALOR FROM SALDO-ADIANTAMENTO.
           PERFORM LEIA-PROXIMO-ADIANT.

      *    PARCELA COM VENCIMENTO PASSADO EM NOTA AINDA ABERTA
      *    ACENDE O ALERTA DE ATRASO - O DETALHE POR PARCELA
      *    CONTINUA NO AGING (PROG63).
                  "  (NOTAS " TOTAL-NOTAS-CLIENTE ")"
                  DELIMITED BY SIZE INTO LINHA-CONSULTA.
           PERFORM GRAVA-E-EXIBE-LINHA.
           IF CONSULTA-NO-ARQUIVO
               MOVE TOTAL-VALOR-ARQUIVO TO VALOR-EDITADO
               STRING "NOTAS DO ARQUIVO " ANO-DE-ARQUIVO " : "
                      TOTAL-NOTAS-ARQUIVO " - " VALOR-EDITADO
                      " (ENCERRADAS)"
                      DELIMITED BY SIZE INTO LINHA-CONSULTA
               PERFORM GRAVA-E-EXIBE-LINHA.
           IF SALDO-ADIANTAMENTO IS NOT EQUAL ZEROS
               MOVE SALDO-ADIANTAMENTO TO SALDO-EDITADO
               STRING "ADIANTAMENTO NAO APLICADO : " SALDO-EDITADO
                      DELIMITED BY SIZE INTO LINHA-CONSULTA
               PERFORM GRAVA-E-EXIBE-LINHA.
           IF TEM-LIMITE
               MOVE LIMITE-DO-CLIENTE TO VALOR-EDITADO
               STRING "LIMITE DE CREDITO : " VALOR-EDITADO
