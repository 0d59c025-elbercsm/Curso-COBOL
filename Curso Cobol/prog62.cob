      *    2026-09-02 AS NOTAS DE CREDITO (DEVOLUCOES, NOTACRED.DAT,
      *    VER PROG105) ENTRARAM NO EXTRATO E ABATEM O SALDO
      *    DEVEDOR DO CLIENTE.
      *    2026-10-15 OS ADIANTAMENTOS DO CLIENTE (ADIANT.DAT, VER
      *    PROG61) ENTRARAM NO EXTRATO - CADA ENTRADA E CADA
      *    APLICACAO EM NOTA, FECHANDO COM O SALDO DE ADIANTAMENTO
      *    AINDA NAO APLICADO. A APLICACAO JA APARECE TAMBEM COMO
      *    RECEBIMENTO DA NOTA, ENTAO O SALDO DEVEDOR NAO MUDA.
      *    2026-10-15 O EXTRATO GANHOU A OPCAO DE LER UM ANO DE
      *    ARQUIVO (NOTAAAAA.ARQ, NPARAAAA.ARQ, RECBAAAA.ARQ E
      *    NCRDAAAA.ARQ, GRAVADOS PELO EXPURGO PROG235) NO LUGAR DOS
      *    ARQUIVOS VIVOS - AS NOTAS ENCERRADAS DO ANO COM AS
      *    PARCELAS, OS RECEBIMENTOS E AS NOTAS DE CREDITO DELAS. OS
      *    ADIANTAMENTOS NAO SAO ARQUIVADOS E SO SAEM NO EXTRATO DO
      *    ARQUIVO VIVO.
      *    2026-10-15 CHAMADO PELO MENU COM UM OPERADOR RESTRITO A
      *    ALGUMAS FILIAIS (PROG58/PROG243), RECUSA O EXTRATO DO
      *    CLIENTE DE OUTRA FILIAL.

       ENVIRONMENT DIVISION.

           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELADIANT.cob".
      *    ARQUIVOS ANUAIS DO EXPURGO, COM NOME MONTADO PELO ANO.
           SELECT OPTIONAL ARQUIVO-NOTAARQ
           ASSIGN TO NOME-ARQUIVO-NOTAARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NOTAARQ-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-PARCARQ
           ASSIGN TO NOME-ARQUIVO-PARCARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PARCARQ-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-RECBARQ
           ASSIGN TO NOME-ARQUIVO-RECBARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RECBARQ-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-NCRDARQ
           ASSIGN TO NOME-ARQUIVO-NCRDARQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NCRDARQ-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDADIANT.cob".

       FD  ARQUIVO-NOTAARQ.
       01  NOTAARQ-REGISTRO        PIC X(995).

       FD  ARQUIVO-PARCARQ.
       01  PARCARQ-REGISTRO        PIC X(26).

       FD  ARQUIVO-RECBARQ.
       01  RECBARQ-REGISTRO        PIC X(62).

       FD  ARQUIVO-NCRDARQ.
       01  NCRDARQ-REGISTRO        PIC X(848).

       WORKING-STORAGE SECTION.

       01  FINAL-RECEB             PIC X.
       01  FINAL-NOTAPARC          PIC X.
       01  FINAL-NOTACRED          PIC X.
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  FINAL-ADIANT            PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  TOTAL-JUROS-CLIENTE     PIC 9(10)V9(02).
       01  JUROS-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-CREDITOS-CLIENTE  PIC 9(10)V9(02).
       01  SALDO-ADIANTAMENTO      PIC S9(10)V9(02).

      *    EXTRATO EM ANO DE ARQUIVO (VER PROG235) - ZERO LE OS
      *    ARQUIVOS VIVOS, COMO SEMPRE.
       01  NOTAARQ-ARQ-STATUS      PIC X(02).
       01  PARCARQ-ARQ-STATUS      PIC X(02).
       01  RECBARQ-ARQ-STATUS      PIC X(02).
       01  NCRDARQ-ARQ-STATUS      PIC X(02).
       01  NOME-ARQUIVO-NOTAARQ    PIC X(14).
       01  NOME-ARQUIVO-PARCARQ    PIC X(14).
       01  NOME-ARQUIVO-RECBARQ    PIC X(14).
       01  NOME-ARQUIVO-NCRDARQ    PIC X(14).
       01  ANO-DE-ARQUIVO          PIC 9(04) VALUE ZEROS.
       01  CONSULTA-ARQUIVO-SW     PIC X(01) VALUE "N".
           88 CONSULTA-NO-ARQUIVO  VALUE "S".

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

                DISPLAY "CLIENTE " CLIENTE-CODIGO " NAO ENCONTRADO.".

           IF CLIENTE-ARQ-STATUS IS EQUAL "00"
               PERFORM CONFERE-FILIAL-DO-CLIENTE
               IF FILOP-FORA-DAS-FILIAIS
                   DISPLAY "CLIENTE DA FILIAL " FILOP-FILIAL
                           " - FORA DAS FILIAIS DO OPERADOR."
               ELSE
                   PERFORM PEDE-ANO-DE-ARQUIVO
                   PERFORM MONTA-EXTRATO.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRO-EXTRATO
                   UNTIL RESPOSTA-VALIDA.

      *    CLIENTE DE FILIAL FORA DAS DO OPERADOR NAO TEM EXTRATO.
       CONFERE-FILIAL-DO-CLIENTE.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.

       PEDE-ANO-DE-ARQUIVO.
           DISPLAY "ANO DE ARQUIVO (AAAA - ENTER = ARQUIVO VIVO) : ".
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
                 INTO NOME-ARQUIVO-NOTAARQ
               MOVE SPACES TO NOME-ARQUIVO-PARCARQ
               STRING "NPAR" ANO-DE-ARQUIVO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-PARCARQ
               MOVE SPACES TO NOME-ARQUIVO-RECBARQ
               STRING "RECB" ANO-DE-ARQUIVO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-RECBARQ
               MOVE SPACES TO NOME-ARQUIVO-NCRDARQ
               STRING "NCRD" ANO-DE-ARQUIVO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-NCRDARQ.

       MONTA-EXTRATO.
           DISPLAY "==============================================".
           DISPLAY "EXTRATO - CLIENTE " CLIENTE-CODIGO " "
                   CLIENTE-NOME.
           IF CONSULTA-NO-ARQUIVO
               DISPLAY "NOTAS ENCERRADAS DO ANO DE ARQUIVO "
                       ANO-DE-ARQUIVO.
           DISPLAY "==============================================".
           MOVE ZEROS TO TOTAL-NOTAS-CLIENTE.
           MOVE ZEROS TO TOTAL-RECEBIDO-CLIENTE.
           PERFORM LISTA-RECEBIMENTOS-DO-CLIENTE.
           DISPLAY "NOTAS DE CREDITO (DEVOLUCOES) :".
           PERFORM LISTA-CREDITOS-DO-CLIENTE.
           MOVE ZEROS TO SALDO-ADIANTAMENTO.
           IF NOT CONSULTA-NO-ARQUIVO
               DISPLAY "ADIANTAMENTOS :"
               PERFORM LISTA-ADIANTAMENTOS-DO-CLIENTE.

           COMPUTE SALDO-CLIENTE =
                   TOTAL-NOTAS-CLIENTE - TOTAL-RECEBIDO-CLIENTE
           IF TOTAL-JUROS-CLIENTE IS GREATER THAN ZEROS
               MOVE TOTAL-JUROS-CLIENTE TO JUROS-EDITADO
               DISPLAY "JUROS/MULTA RECEBIDOS : " JUROS-EDITADO.
           IF SALDO-ADIANTAMENTO IS NOT EQUAL ZEROS
               MOVE SALDO-ADIANTAMENTO TO SALDO-EDITADO
               DISPLAY "ADIANTAMENTO NAO APLICADO : " SALDO-EDITADO.

      *    PERCORRE O ARQUIVO DE NOTAS DO INICIO, LISTANDO AS DO
      *    CLIENTE - CANCELADAS APARECEM MAS NAO SOMAM.
       LISTA-NOTAS-DO-CLIENTE.
           IF CONSULTA-NO-ARQUIVO
               PERFORM LISTA-NOTAS-ARQUIVADAS
           ELSE
               PERFORM LISTA-NOTAS-VIVAS.

       LISTA-NOTAS-ARQUIVADAS.
           OPEN INPUT ARQUIVO-NOTAARQ.
           IF NOTAARQ-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO ANUAL " NOME-ARQUIVO-NOTAARQ
                       " NAO ENCONTRADO - STATUS : "
                       NOTAARQ-ARQ-STATUS
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-NOTA
               PERFORM LISTA-UMA-NOTA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTAARQ.

       LISTA-NOTAS-VIVAS.
           MOVE LOW-VALUES TO NOTA-NUMERO.
           START ARQUIVO-NOTA KEY IS NOT LESS THAN NOTA-NUMERO
                 INVALID KEY
               PERFORM LISTA-UMA-NOTA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".

      *    NO EXTRATO EM ANO DE ARQUIVO O REGISTRO LIDO E' COPIADO
      *    PARA A AREA DO REGISTRO VIVO, PARA QUE A LISTAGEM TRABALHE
      *    NOS MESMOS CAMPOS DE SEMPRE.
       LEIA-PROXIMA-NOTA.
           IF CONSULTA-NO-ARQUIVO
               READ ARQUIVO-NOTAARQ AT END
                   MOVE "S" TO FINAL-ARQUIVO
               END-READ
               IF FINAL-ARQUIVO IS NOT EQUAL "S"
                   MOVE NOTAARQ-REGISTRO TO NOTA-REGISTRO
               END-IF
           ELSE
               READ ARQUIVO-NOTA NEXT RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

      *    NOTAS CANCELADAS E BAIXADAS COMO PERDA (VER PROG107)
      *    APARECEM MARCADAS E NAO ENTRAM NO SALDO.
      *    ANTERIORES AO ESPELHO DE PARCELAS NAO TEM REGISTRO E NADA
      *    E' MOSTRADO. O ARQUIVO E' SEQUENCIAL E PEQUENO.
       LISTA-PARCELAS-DA-NOTA.
           IF CONSULTA-NO-ARQUIVO
               PERFORM LISTA-PARCELAS-ARQUIVADAS
           ELSE
               PERFORM LISTA-PARCELAS-VIVAS.

       LISTA-PARCELAS-ARQUIVADAS.
           OPEN INPUT ARQUIVO-PARCARQ.
           IF PARCARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-NOTAPARC
               PERFORM LEIA-PROXIMA-PARCELA
               PERFORM LISTA-UMA-PARCELA
                       UNTIL FINAL-NOTAPARC IS EQUAL "S".
           CLOSE ARQUIVO-PARCARQ.

       LISTA-PARCELAS-VIVAS.
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTAPARC-ARQ-STATUS IS NOT EQUAL "05"
           CLOSE ARQUIVO-NOTAPARC.

       LEIA-PROXIMA-PARCELA.
           IF CONSULTA-NO-ARQUIVO
               READ ARQUIVO-PARCARQ AT END
                   MOVE "S" TO FINAL-NOTAPARC
               END-READ
               IF FINAL-NOTAPARC IS NOT EQUAL "S"
                   MOVE PARCARQ-REGISTRO TO NOTAPARC-REGISTRO
               END-IF
           ELSE
               READ ARQUIVO-NOTAPARC AT END
               MOVE "S" TO FINAL-NOTAPARC.

       LISTA-UMA-PARCELA.
           IF NOTAPARC-NOTA IS EQUAL NOTA-NUMERO
           PERFORM LEIA-PROXIMA-PARCELA.

       LISTA-RECEBIMENTOS-DO-CLIENTE.
           IF CONSULTA-NO-ARQUIVO
               PERFORM LISTA-RECEBIMENTOS-ARQUIVADOS
           ELSE
               PERFORM LISTA-RECEBIMENTOS-VIVOS.

       LISTA-RECEBIMENTOS-ARQUIVADOS.
           OPEN INPUT ARQUIVO-RECBARQ.
           IF RECBARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RECEB
               PERFORM LEIA-PROXIMO-RECEB
               PERFORM LISTA-UM-RECEB
                       UNTIL FINAL-RECEB IS EQUAL "S".
           CLOSE ARQUIVO-RECBARQ.

       LISTA-RECEBIMENTOS-VIVOS.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
              AND RECEB-ARQ-STATUS IS NOT EQUAL "05"
           CLOSE ARQUIVO-RECEB.

       LEIA-PROXIMO-RECEB.
           IF CONSULTA-NO-ARQUIVO
               READ ARQUIVO-RECBARQ AT END
                   MOVE "S" TO FINAL-RECEB
               END-READ
               IF FINAL-RECEB IS NOT EQUAL "S"
                   MOVE RECBARQ-REGISTRO TO RECEB-REGISTRO
               END-IF
           ELSE
               READ ARQUIVO-RECEB NEXT AT END
               MOVE "S" TO FINAL-RECEB.

       LISTA-UM-RECEB.
           IF RECEB-CLIENTE-CODIGO IS EQUAL CLIENTE-PESQUISADO

      *    AS NOTAS DE CREDITO DO CLIENTE ABATEM O SALDO DEVEDOR.
       LISTA-CREDITOS-DO-CLIENTE.
           IF CONSULTA-NO-ARQUIVO
               PERFORM LISTA-CREDITOS-ARQUIVADOS
           ELSE
               PERFORM LISTA-CREDITOS-VIVOS.

       LISTA-CREDITOS-ARQUIVADOS.
           OPEN INPUT ARQUIVO-NCRDARQ.
           IF NCRDARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-NOTACRED
               PERFORM LEIA-PROXIMA-NOTACRED
               PERFORM LISTA-UM-CREDITO
                       UNTIL FINAL-NOTACRED IS EQUAL "S".
           CLOSE ARQUIVO-NCRDARQ.

       LISTA-CREDITOS-VIVOS.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           IF CONSULTA-NO-ARQUIVO
               READ ARQUIVO-NCRDARQ AT END
                   MOVE "S" TO FINAL-NOTACRED
               END-READ
               IF FINAL-NOTACRED IS NOT EQUAL "S"
                   MOVE NCRDARQ-REGISTRO TO NOTACRED-REGISTRO
               END-IF
           ELSE
               READ ARQUIVO-NOTACRED AT END
               MOVE "S" TO FINAL-NOTACRED.

       LISTA-UM-CREDITO.
           IF NCRED-CLIENTE IS EQUAL CLIENTE-PESQUISADO
               ADD NCRED-VALOR-TOTAL TO TOTAL-CREDITOS-CLIENTE.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    ENTRADAS E APLICACOES DE ADIANTAMENTO DO CLIENTE - O
      *    SALDO E' O QUE ENTROU MENOS O QUE JA FOI APLICADO.
       LISTA-ADIANTAMENTOS-DO-CLIENTE.
           MOVE ZEROS TO SALDO-ADIANTAMENTO.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ADIANT
               PERFORM LEIA-PROXIMO-ADIANT
               PERFORM LISTA-UM-ADIANT
                       UNTIL FINAL-ADIANT IS EQUAL "S".
           CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ADIANT.

       LISTA-UM-ADIANT.
           IF ADIANT-CLIENTE IS EQUAL CLIENTE-PESQUISADO
               MOVE ADIANT-VALOR TO VALOR-EDITADO
               IF ADIANT-ENTRADA
                   DISPLAY "  ENTRADA EM " ADIANT-DATA-DIA "/"
                           ADIANT-DATA-MES "/" ADIANT-DATA-ANO " "
                           VALOR-EDITADO " (NOTA " ADIANT-NOTA
                           " - " ADIANT-PROGRAMA ")"
                   ADD ADIANT-VALOR TO SALDO-ADIANTAMENTO
               ELSE
                   DISPLAY "  APLICADO EM " ADIANT-DATA-DIA "/"
                           ADIANT-DATA-MES "/" ADIANT-DATA-ANO " "
                           VALOR-EDITADO " NA NOTA " ADIANT-NOTA
                           " PARCELA " ADIANT-PARCELA
                   SUBTRACT ADIANT-VALOR FROM SALDO-ADIANTAMENTO.
           PERFORM LEIA-PROXIMO-ADIANT.

      *    RELE A RESPOSTA ATE QUE SEJA "S" OU "N" - EVITA PROSSEGUIR
      *    COM UMA RESPOSTA INVALIDA DIGITADA POR ENGANO.
       PERGUNTA-OUTRO-EXTRATO.
