       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG187.

      *    REGISTRO DO ATIVO IMOBILIZADO - LISTA EM PATRIM.REL OS
      *    BENS EM USO DE PATRIM.DAT, EM ORDEM DE FILIAL E NUMERO DE
      *    PATRIMONIO, COM CLASSE, AQUISICAO, CUSTO, DEPRECIACAO
      *    ACUMULADA E VALOR CONTABIL LIQUIDO, SUBTOTAL POR FILIAL
      *    (COM O NOME DO CADASTRO DE FILIAIS) E TOTAL GERAL. OS BENS
      *    BAIXADOS (PROG186) FICAM FORA E SO SAO CONTADOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPATRIM.cob".
           COPY "SELFILIAL.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "PATRIM.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-PATRIM.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPATRIM.cob".
           COPY "FDFILIAL.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FILIAL           PIC 9(03).
           05 ORD-CODIGO           PIC 9(06).
           05 ORD-DESCRICAO        PIC X(30).
           05 ORD-CLASSE           PIC X(02).
           05 ORD-AQUISICAO        PIC 9(08).
           05 ORD-CUSTO            PIC 9(08)V9(02).
           05 ORD-DEPRECIACAO      PIC 9(08)V9(02).

       WORKING-STORAGE SECTION.

       01  PATRIM-ARQ-STATUS       PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-PATRIM            PIC X.
       01  FINAL-FILIAL            PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE           PIC 9(08).

       01  TABELA-FILIAIS.
           05 QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FILIAL-TAB-CODIGO   PIC 9(03).
               10 FILIAL-TAB-NOME     PIC X(25).
       01  IDX-FILIAL              PIC 9(02).
       01  NOME-DA-FILIAL          PIC X(25).

       01  FILIAL-ANTERIOR         PIC 9(03) VALUE ZEROS.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRA-FILIAL      VALUE "S".

       01  VALOR-CONTABIL          PIC 9(08)V9(02).
       01  TOTAIS-DA-FILIAL.
           05 FILIAL-BENS          PIC 9(05).
           05 FILIAL-CUSTO         PIC 9(10)V9(02).
           05 FILIAL-DEPRECIACAO   PIC 9(10)V9(02).
           05 FILIAL-CONTABIL      PIC 9(10)V9(02).
       01  TOTAIS-GERAIS.
           05 GERAL-BENS           PIC 9(05) VALUE ZEROS.
           05 GERAL-CUSTO          PIC 9(10)V9(02) VALUE ZEROS.
           05 GERAL-DEPRECIACAO    PIC 9(10)V9(02) VALUE ZEROS.
           05 GERAL-CONTABIL       PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-BAIXADOS          PIC 9(05) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-CODIGO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DESCRICAO        PIC X(18).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CLASSE           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-AQUISICAO        PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CUSTO            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DEPRECIACAO      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CONTABIL         PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 TOT-TITULO           PIC X(20).
           05 TOT-BENS             PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE " BENS".
           05 TOT-CUSTO            PIC ZZZ,ZZZ,ZZ9.99.
           05 TOT-DEPRECIACAO      PIC ZZZ,ZZZ,ZZ9.99.
           05 TOT-CONTABIL         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REGISTRO DO ATIVO IMOBILIZADO ----".
           PERFORM CARREGA-FILIAIS.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-FILIAL ORD-CODIGO
               INPUT PROCEDURE IS SELECIONA-BENS
               OUTPUT PROCEDURE IS IMPRIME-BENS.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "BENS EM USO LISTADOS : " GERAL-BENS.
           DISPLAY "BENS BAIXADOS        : " TOTAL-BAIXADOS.
           DISPLAY "REGISTRO GRAVADO EM PATRIM.REL.".

       PROGRAM-DONE.
           STOP RUN.

       CARREGA-FILIAIS.
           MOVE ZEROS TO QTD-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILIAL
               PERFORM LEIA-PROXIMA-FILIAL
               PERFORM GUARDA-FILIAL-NA-TABELA
                       UNTIL FINAL-FILIAL IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       GUARDA-FILIAL-NA-TABELA.
           IF QTD-FILIAIS IS LESS THAN 50
               ADD 1 TO QTD-FILIAIS
               MOVE FILIAL-CODIGO TO FILIAL-TAB-CODIGO(QTD-FILIAIS)
               MOVE FILIAL-NOME   TO FILIAL-TAB-NOME(QTD-FILIAIS).
           PERFORM LEIA-PROXIMA-FILIAL.

      *    LIBERA PARA O SORT OS BENS EM USO - OS BAIXADOS SO SAO
      *    CONTADOS.
       SELECIONA-BENS.
           OPEN INPUT ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PATRIM
               PERFORM LEIA-PROXIMO-PATRIM
               PERFORM LIBERA-UM-BEM
                       UNTIL FINAL-PATRIM IS EQUAL "S".
           CLOSE ARQUIVO-PATRIM.

       LEIA-PROXIMO-PATRIM.
           READ ARQUIVO-PATRIM NEXT RECORD AT END
           MOVE "S" TO FINAL-PATRIM.

       LIBERA-UM-BEM.
           IF PATRIM-BAIXADO
               ADD 1 TO TOTAL-BAIXADOS
           ELSE
               MOVE PATRIM-FILIAL           TO ORD-FILIAL
               MOVE PATRIM-CODIGO           TO ORD-CODIGO
               MOVE PATRIM-DESCRICAO        TO ORD-DESCRICAO
               MOVE PATRIM-CLASSE           TO ORD-CLASSE
               MOVE PATRIM-AQUISICAO        TO ORD-AQUISICAO
               MOVE PATRIM-CUSTO            TO ORD-CUSTO
               MOVE PATRIM-DEPREC-ACUMULADA TO ORD-DEPRECIACAO
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMO-PATRIM.

       IMPRIME-BENS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM IMPRIME-UM-BEM
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRA-FILIAL
               PERFORM GRAVA-TOTAL-FILIAL.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR FILIAL - A PRIMEIRA LINHA DE CADA FILIAL
      *    IMPRIME O CABECALHO DELA.
       IMPRIME-UM-BEM.
           IF PRIMEIRA-FILIAL
                   OR ORD-FILIAL IS NOT EQUAL FILIAL-ANTERIOR
               IF NOT PRIMEIRA-FILIAL
                   PERFORM GRAVA-TOTAL-FILIAL
               END-IF
               PERFORM GRAVA-CABECALHO-FILIAL.
           COMPUTE VALOR-CONTABIL = ORD-CUSTO - ORD-DEPRECIACAO.
           MOVE ORD-CODIGO      TO DET-CODIGO.
           MOVE ORD-DESCRICAO   TO DET-DESCRICAO.
           MOVE ORD-CLASSE      TO DET-CLASSE.
           MOVE ORD-AQUISICAO   TO DET-AQUISICAO.
           MOVE ORD-CUSTO       TO DET-CUSTO.
           MOVE ORD-DEPRECIACAO TO DET-DEPRECIACAO.
           MOVE VALOR-CONTABIL  TO DET-CONTABIL.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1               TO FILIAL-BENS.
           ADD ORD-CUSTO       TO FILIAL-CUSTO.
           ADD ORD-DEPRECIACAO TO FILIAL-DEPRECIACAO.
           ADD VALOR-CONTABIL  TO FILIAL-CONTABIL.
           PERFORM RETORNA-ORDENADO.

       GRAVA-CABECALHO-FILIAL.
           MOVE "N" TO PRIMEIRO-SW.
           MOVE ORD-FILIAL TO FILIAL-ANTERIOR.
           MOVE ZEROS TO TOTAIS-DA-FILIAL.
           MOVE "FILIAL NAO CADASTRADA" TO NOME-DA-FILIAL.
           MOVE 1 TO IDX-FILIAL.
           PERFORM PROCURA-NOME-FILIAL
                   UNTIL IDX-FILIAL IS GREATER THAN QTD-FILIAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FILIAL " ORD-FILIAL " - " NOME-DA-FILIAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       PROCURA-NOME-FILIAL.
           IF FILIAL-TAB-CODIGO(IDX-FILIAL) IS EQUAL ORD-FILIAL
               MOVE FILIAL-TAB-NOME(IDX-FILIAL) TO NOME-DA-FILIAL.
           ADD 1 TO IDX-FILIAL.

       GRAVA-TOTAL-FILIAL.
           MOVE "  TOTAL DA FILIAL"  TO TOT-TITULO.
           MOVE FILIAL-BENS          TO TOT-BENS.
           MOVE FILIAL-CUSTO         TO TOT-CUSTO.
           MOVE FILIAL-DEPRECIACAO   TO TOT-DEPRECIACAO.
           MOVE FILIAL-CONTABIL      TO TOT-CONTABIL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD FILIAL-BENS        TO GERAL-BENS.
           ADD FILIAL-CUSTO       TO GERAL-CUSTO.
           ADD FILIAL-DEPRECIACAO TO GERAL-DEPRECIACAO.
           ADD FILIAL-CONTABIL    TO GERAL-CONTABIL.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTRO DO ATIVO IMOBILIZADO - POSICAO DE "
                  DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BEM    DESCRICAO          CL AQUISIC."
                  "         CUSTO  DEPR.ACUMUL.  VLR.CONTABIL"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"     TO TOT-TITULO.
           MOVE GERAL-BENS        TO TOT-BENS.
           MOVE GERAL-CUSTO       TO TOT-CUSTO.
           MOVE GERAL-DEPRECIACAO TO TOT-DEPRECIACAO.
           MOVE GERAL-CONTABIL    TO TOT-CONTABIL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BENS BAIXADOS (FORA DO REGISTRO) : " TOTAL-BAIXADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
