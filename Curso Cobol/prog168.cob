       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG168.

      *    ROTINA CENTRAL DE PRECO DE VENDA, CHAMADA POR CALL COM A
      *    AREA DE PARAMETROS PRCVENPARM - A EMISSAO DE NOTAS (PROG59)
      *    E OS ORCAMENTOS (PROG167) PRECIFICAM OS ITENS AQUI, COM AS
      *    LISTAS DE PRECO E AS FAIXAS DE DESCONTO POR QUANTIDADE
      *    MANTIDAS NO PROG166. A LISTA DO CLIENTE TEM PRECEDENCIA
      *    SOBRE A LISTA PADRAO DA FILIAL; SEM NENHUMA LISTA QUE
      *    VALHA NA DATA, OU COM O PRODUTO FORA DELA, O PRECO E' O DO
      *    CADASTRO. OS ARQUIVOS SAO OPCIONAIS - SEM ELES VALE O
      *    PRECO DO CADASTRO SEM DESCONTO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLSTPRC.cob".
           COPY "SELTABPRC.cob".
           COPY "SELDESCQTD.cob".
           COPY "SELATRLST.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLSTPRC.cob".
           COPY "FDTABPRC.cob".
           COPY "FDDESCQTD.cob".
           COPY "FDATRLST.cob".

       WORKING-STORAGE SECTION.

       01  LSTPRC-ARQ-STATUS       PIC X(02).
       01  TABPRC-ARQ-STATUS       PIC X(02).
       01  DESCQTD-ARQ-STATUS      PIC X(02).
       01  ATRLST-ARQ-STATUS       PIC X(02).
       01  FINAL-DESCQTD           PIC X.
       01  LISTAS-DISPONIVEIS-SW   PIC X(01).
           88 LISTAS-DISPONIVEIS   VALUE "S".
       01  DESCONTOS-DISPONIVEIS-SW PIC X(01).
           88 DESCONTOS-DISPONIVEIS VALUE "S".
       01  LISTA-VIGENTE-SW        PIC X(01).
           88 LISTA-VIGENTE        VALUE "S".

       LINKAGE SECTION.

           COPY "PRCVENPARM.cob".

       PROCEDURE DIVISION USING PRCVEN-PARAMETROS.

       PROGRAM-BEGIN.

           MOVE ZEROS TO PRCVEN-LISTA.
           MOVE SPACES TO PRCVEN-NOME-LISTA.
           MOVE SPACES TO PRCVEN-ORIGEM-LISTA.
           MOVE ZEROS TO PRCVEN-LISTA-IGNORADA.
           MOVE PRCVEN-PRECO-CADASTRO TO PRCVEN-PRECO-BASE.
           MOVE "CADASTRO" TO PRCVEN-ORIGEM-PRECO.
           MOVE ZEROS TO PRCVEN-DESCONTO.

           PERFORM ABRE-TABELAS-DE-PRECO.
           IF LISTAS-DISPONIVEIS
               PERFORM DETERMINA-LISTA.
           IF PRCVEN-PRODUTO IS NOT EQUAL ZEROS
               PERFORM DETERMINA-PRECO-BASE
               PERFORM APLICA-DESCONTO-QUANTIDADE.
           COMPUTE PRCVEN-PRECO-TABELA ROUNDED =
                   PRCVEN-PRECO-BASE * (100 - PRCVEN-DESCONTO) / 100.
           PERFORM FECHA-TABELAS-DE-PRECO.

       PROGRAM-DONE.
           GOBACK.

      *    ARQUIVO AINDA NAO CRIADO (OPTIONAL, STATUS "05") DEIXA A
      *    VENDA NO PRECO DO CADASTRO.
       ABRE-TABELAS-DE-PRECO.
           MOVE "S" TO LISTAS-DISPONIVEIS-SW.
           MOVE "S" TO DESCONTOS-DISPONIVEIS-SW.
           OPEN INPUT ARQUIVO-LSTPRC.
           OPEN INPUT ARQUIVO-TABPRC.
           OPEN INPUT ARQUIVO-ATRLST.
           OPEN INPUT ARQUIVO-DESCQTD.
           IF LSTPRC-ARQ-STATUS IS NOT EQUAL "00"
                   OR TABPRC-ARQ-STATUS IS NOT EQUAL "00"
                   OR ATRLST-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "N" TO LISTAS-DISPONIVEIS-SW.
           IF DESCQTD-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "N" TO DESCONTOS-DISPONIVEIS-SW.

       FECHA-TABELAS-DE-PRECO.
           CLOSE ARQUIVO-LSTPRC.
           CLOSE ARQUIVO-TABPRC.
           CLOSE ARQUIVO-ATRLST.
           CLOSE ARQUIVO-DESCQTD.

       DETERMINA-LISTA.
           MOVE "C" TO ATRLST-TIPO.
           MOVE PRCVEN-CLIENTE TO ATRLST-CODIGO.
           PERFORM VERIFICA-LISTA-ATRIBUIDA.
           IF LISTA-VIGENTE
               MOVE "CLIENTE" TO PRCVEN-ORIGEM-LISTA
           ELSE
               MOVE "F" TO ATRLST-TIPO
               MOVE PRCVEN-FILIAL TO ATRLST-CODIGO
               PERFORM VERIFICA-LISTA-ATRIBUIDA
               IF LISTA-VIGENTE
                   MOVE "FILIAL" TO PRCVEN-ORIGEM-LISTA.

       VERIFICA-LISTA-ATRIBUIDA.
           MOVE "N" TO LISTA-VIGENTE-SW.
           READ ARQUIVO-ATRLST
                INVALID KEY
                MOVE ZEROS TO ATRLST-LISTA.
           IF ATRLST-LISTA IS NOT EQUAL ZEROS
               MOVE ATRLST-LISTA TO LSTPRC-CODIGO
               READ ARQUIVO-LSTPRC
                    INVALID KEY
                    MOVE "I" TO LSTPRC-SITUACAO
               END-READ
               IF LSTPRC-ATIVA
                       AND PRCVEN-DATA IS NOT LESS THAN LSTPRC-INICIO
                       AND (LSTPRC-FIM IS EQUAL ZEROS
                            OR PRCVEN-DATA IS NOT GREATER THAN
                               LSTPRC-FIM)
                   MOVE "S" TO LISTA-VIGENTE-SW
                   MOVE LSTPRC-CODIGO TO PRCVEN-LISTA
                   MOVE LSTPRC-NOME TO PRCVEN-NOME-LISTA
               ELSE
                   IF PRCVEN-LISTA-IGNORADA IS EQUAL ZEROS
                       MOVE ATRLST-LISTA TO PRCVEN-LISTA-IGNORADA.

      *    PRECO DE PARTIDA DO ITEM - O DA LISTA QUANDO O PRODUTO
      *    ESTA NELA, SENAO O DO CADASTRO.
       DETERMINA-PRECO-BASE.
           IF PRCVEN-LISTA IS NOT EQUAL ZEROS
               MOVE PRCVEN-LISTA TO TABPRC-LISTA
               MOVE PRCVEN-PRODUTO TO TABPRC-PRODUTO
               READ ARQUIVO-TABPRC
                    NOT INVALID KEY
                    MOVE TABPRC-PRECO TO PRCVEN-PRECO-BASE
                    MOVE SPACES TO PRCVEN-ORIGEM-PRECO
                    STRING "LISTA " PRCVEN-LISTA
                           DELIMITED BY SIZE
                      INTO PRCVEN-ORIGEM-PRECO.

      *    VALE A MAIOR FAIXA CUJA QUANTIDADE MINIMA A QUANTIDADE DO
      *    ITEM ATINGE - AS FAIXAS DO PRODUTO VEM EM ORDEM CRESCENTE.
      *    QUANTIDADE ZERO (AINDA NAO DIGITADA) NAO TEM DESCONTO.
       APLICA-DESCONTO-QUANTIDADE.
           IF DESCONTOS-DISPONIVEIS
                   AND PRCVEN-QUANTIDADE IS GREATER THAN ZEROS
               MOVE PRCVEN-PRODUTO TO DESCQTD-PRODUTO
               MOVE ZEROS TO DESCQTD-QTD-MINIMA
               START ARQUIVO-DESCQTD KEY IS NOT LESS THAN DESCQTD-CHAVE
                     INVALID KEY
                     MOVE "S" TO FINAL-DESCQTD
                     NOT INVALID KEY
                     MOVE "N" TO FINAL-DESCQTD
               END-START
               IF FINAL-DESCQTD IS EQUAL "N"
                   PERFORM LEIA-PROXIMA-FAIXA
                   PERFORM GUARDA-FAIXA-ATINGIDA
                           UNTIL FINAL-DESCQTD IS EQUAL "S".

       LEIA-PROXIMA-FAIXA.
           READ ARQUIVO-DESCQTD NEXT RECORD AT END
           MOVE "S" TO FINAL-DESCQTD.
           IF FINAL-DESCQTD IS EQUAL "N"
               IF DESCQTD-PRODUTO IS NOT EQUAL PRCVEN-PRODUTO
                       OR DESCQTD-QTD-MINIMA IS GREATER THAN
                          PRCVEN-QUANTIDADE
                   MOVE "S" TO FINAL-DESCQTD.

       GUARDA-FAIXA-ATINGIDA.
           MOVE DESCQTD-PERCENTUAL TO PRCVEN-DESCONTO.
           PERFORM LEIA-PROXIMA-FAIXA.
