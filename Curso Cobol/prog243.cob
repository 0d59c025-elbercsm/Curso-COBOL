       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG243.

      *    ROTINA CENTRAL DAS FILIAIS DO OPERADOR, CHAMADA POR CALL
      *    COM A AREA DE PARAMETROS FILOPPARM - OS CADASTROS DE
      *    CLIENTES (PROG32/PROG34), A EMISSAO (PROG59), A BAIXA DE
      *    RECEBIMENTOS (PROG61) E O CANCELAMENTO (PROG99) RECUSAM,
      *    E AS CONSULTAS E LISTAGENS DE CLIENTES (PROG33/PROG35/
      *    PROG65) OMITEM, O REGISTRO DE FILIAL FORA DA LISTA DO
      *    OPERADOR (PROG58). A LISTA FICA EM MEMORIA ENTRE AS
      *    CHAMADAS - CARREGADA NO LOGIN DO MENU, VALE PARA OS
      *    PROGRAMAS CHAMADOS POR ELE. SEM NENHUMA CARGA (PROGRAMA
      *    RODANDO EM LOTE, SEM OPERADOR) NADA E' RESTRITO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELOPERADOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERADOR.cob".

       WORKING-STORAGE SECTION.

       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  OPERADOR-ACHADO-SW      PIC X(01).
           88 OPERADOR-ACHADO      VALUE "S".
       01  CADASTRO-IMPLANTADO-SW  PIC X(01).
           88 CADASTRO-IMPLANTADO  VALUE "S".

      *    OPERADOR CARREGADO E AS FILIAIS DELE.
       01  OPERADOR-CARREGADO      PIC X(10) VALUE SPACES.
       01  TODAS-FILIAIS-SW        PIC X(01) VALUE "S".
           88 TODAS-AS-FILIAIS     VALUE "S".
       01  TABELA-FILIAIS-OPERADOR.
           05 QTD-FILIAIS-OPERADOR PIC 9(02) VALUE ZEROS.
           05 FILOPER-CODIGO       PIC 9(03) OCCURS 10 TIMES.
       01  IDX-FILOPER             PIC 9(02).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       LINKAGE SECTION.

           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION USING FILOP-PARAMETROS.

       PROGRAM-BEGIN.

           IF FILOP-CARREGAR
               PERFORM CARREGA-FILIAIS-DO-OPERADOR
               MOVE "S" TO FILOP-RESULTADO
           ELSE
               IF FILOP-CONFERIR
                   PERFORM CONFERE-FILIAL.
           MOVE OPERADOR-CARREGADO TO FILOP-OPERADOR.
           MOVE TODAS-FILIAIS-SW TO FILOP-TODAS-SW.

       PROGRAM-DONE.
           GOBACK.

      *    SO O OPERADOR DA MATRIZ (OU COM A MARCA EM BRANCO DOS
      *    REGISTROS ANTIGOS) FICA COM TODAS AS FILIAIS - O RESTRITO
      *    FICA SO COM AS FILIAIS VALIDAS DA LISTA E O OPERADOR FORA
      *    DO CADASTRO NAO FICA COM NENHUMA, E A CONFERENCIA RECUSA.
      *    SEM OPERADOR (LOTE) OU COM O CADASTRO AINDA NAO IMPLANTADO
      *    (SESSAO DE IMPLANTACAO DO MENU) NADA E' RESTRITO.
       CARREGA-FILIAIS-DO-OPERADOR.
           MOVE FILOP-OPERADOR TO OPERADOR-CARREGADO.
           MOVE "N" TO TODAS-FILIAIS-SW.
           MOVE ZEROS TO QTD-FILIAIS-OPERADOR.
           MOVE "N" TO OPERADOR-ACHADO-SW.
           MOVE "N" TO CADASTRO-IMPLANTADO-SW.
           IF OPERADOR-CARREGADO IS EQUAL SPACES
               MOVE "S" TO TODAS-FILIAIS-SW
           ELSE
               PERFORM PROCURA-OPERADOR-NO-CADASTRO
               PERFORM APURA-FILIAIS-DO-OPERADOR.

       PROCURA-OPERADOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               IF FINAL-OPERADOR IS EQUAL "N"
                   MOVE "S" TO CADASTRO-IMPLANTADO-SW
               END-IF
               PERFORM COMPARA-OPERADOR
                       UNTIL OPERADOR-ACHADO
                       OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       APURA-FILIAIS-DO-OPERADOR.
           IF NOT CADASTRO-IMPLANTADO
               MOVE "S" TO TODAS-FILIAIS-SW
           ELSE
               IF OPERADOR-ACHADO
                   IF OPERADOR-DA-MATRIZ
                           OR OPERADOR-MATRIZ IS EQUAL SPACE
                       MOVE "S" TO TODAS-FILIAIS-SW
                   ELSE
                       IF OPERADOR-RESTRITO
                               AND OPERADOR-QTD-FILIAIS IS NUMERIC
                           MOVE 1 TO IDX-FILOPER
                           PERFORM GUARDA-FILIAL-DO-OPERADOR
                                   UNTIL IDX-FILOPER IS GREATER THAN
                                         OPERADOR-QTD-FILIAIS
                                   OR IDX-FILOPER IS GREATER THAN 10.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-OPERADOR.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-CARREGADO
               MOVE "S" TO OPERADOR-ACHADO-SW
           ELSE
               PERFORM LEIA-PROXIMO-OPERADOR.

       GUARDA-FILIAL-DO-OPERADOR.
           IF OPERADOR-FILIAL(IDX-FILOPER) IS NUMERIC
               ADD 1 TO QTD-FILIAIS-OPERADOR
               MOVE OPERADOR-FILIAL(IDX-FILOPER)
                    TO FILOPER-CODIGO(QTD-FILIAIS-OPERADOR).
           ADD 1 TO IDX-FILOPER.

       CONFERE-FILIAL.
           IF TODAS-AS-FILIAIS
               MOVE "S" TO FILOP-RESULTADO
           ELSE
               MOVE "N" TO FILIAL-ACHADA-SW
               MOVE 1 TO IDX-FILOPER
               PERFORM COMPARA-FILIAL
                       UNTIL FILIAL-ACHADA
                       OR IDX-FILOPER IS GREATER THAN
                          QTD-FILIAIS-OPERADOR
               IF FILIAL-ACHADA
                   MOVE "S" TO FILOP-RESULTADO
               ELSE
                   MOVE "N" TO FILOP-RESULTADO.

       COMPARA-FILIAL.
           IF FILOPER-CODIGO(IDX-FILOPER) IS EQUAL FILOP-FILIAL
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILOPER.
