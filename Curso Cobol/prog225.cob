       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG225.

      *    RELATORIO DE PENDENCIAS DE ENTREGA ABERTAS (PENDENCIA.DAT,
      *    GRAVADAS PELA EMISSAO DE NOTAS DO PROG59) - GRAVA EM
      *    PENDENT.REL, POR PRODUTO E DENTRO DELE POR CLIENTE E DATA
      *    DO PEDIDO, CADA PENDENCIA AINDA NAO LIBERADA COM A FILIAL,
      *    A QUANTIDADE, A NOTA DE ORIGEM E A IDADE EM DIAS, O TOTAL
      *    DE CADA PRODUTO COM A MAIOR IDADE E, NO FIM, O TOTAL GERAL
      *    POR FAIXA DE IDADE. A IDADE E' CALCULADA PELA ROTINA
      *    CENTRAL DE DATAS (PROG95).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPENDEN.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELCLIENTE.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "PENDENT.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-PENDREL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPENDEN.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-PRODUTO          PIC 9(06).
           05 ORD-CLIENTE          PIC 9(06).
           05 ORD-DATA             PIC 9(08).
           05 ORD-DATA-R REDEFINES ORD-DATA.
               10 ORD-DATA-ANO     PIC 9(04).
               10 ORD-DATA-MES     PIC 9(02).
               10 ORD-DATA-DIA     PIC 9(02).
           05 ORD-HORA             PIC 9(08).
           05 ORD-FILIAL           PIC 9(03).
           05 ORD-QUANTIDADE       PIC 9(04).
           05 ORD-NOTA-ORIGEM      PIC 9(06).
           05 ORD-DIAS             PIC 9(05).

       WORKING-STORAGE SECTION.

       01  PENDEN-ARQ-STATUS       PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-PENDEN            PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE           PIC 9(08).
       01  DATA-CORRENTE-R REDEFINES DATA-CORRENTE.
           05 DATA-CORRENTE-ANO    PIC 9(04).
           05 DATA-CORRENTE-MES    PIC 9(02).
           05 DATA-CORRENTE-DIA    PIC 9(02).

           COPY "DTVALPARM.cob".

       01  PRODUTO-ANTERIOR        PIC 9(06) VALUE ZEROS.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-PRODUTO     VALUE "S".

       01  TOTAIS-DO-PRODUTO.
           05 PROD-PENDENCIAS      PIC 9(05).
           05 PROD-QUANTIDADE      PIC 9(07).
           05 PROD-MAIOR-IDADE     PIC 9(05).

      *    FAIXAS DE IDADE DO TOTAL GERAL - ATE 7 DIAS, DE 8 A 30,
      *    DE 31 A 60 E ACIMA DE 60.
       01  TOTAIS-GERAIS.
           05 GERAL-PENDENCIAS     PIC 9(05).
           05 GERAL-QUANTIDADE     PIC 9(07).
           05 GERAL-MAIOR-IDADE    PIC 9(05).
           05 GERAL-FAIXA OCCURS 4 TIMES.
               10 FAIXA-PENDENCIAS PIC 9(05).
               10 FAIXA-QUANTIDADE PIC 9(07).
       01  TABELA-NOMES-FAIXAS.
           05 FILLER               PIC X(14) VALUE "ATE 7 DIAS".
           05 FILLER               PIC X(14) VALUE "DE 8 A 30".
           05 FILLER               PIC X(14) VALUE "DE 31 A 60".
           05 FILLER               PIC X(14) VALUE "ACIMA DE 60".
       01  NOMES-FAIXAS REDEFINES TABELA-NOMES-FAIXAS.
           05 NOME-FAIXA           PIC X(14) OCCURS 4 TIMES.
       01  IDX-FAIXA               PIC 9(01).
       01  TOTAL-DATAS-INVALIDAS   PIC 9(05) VALUE ZEROS.

       01  LINHA-PRODUTO.
           05 FILLER               PIC X(08) VALUE "PRODUTO ".
           05 LPR-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(03) VALUE " - ".
           05 LPR-DESCRICAO        PIC X(30).

       01  LINHA-DETALHE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DATA-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-MES         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-ANO         PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-FILIAL           PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-QUANTIDADE       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOTA             PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-IDADE            PIC ZZZZ9.

       01  LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULO           PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-PENDENCIAS       PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE " PENDENCIAS ".
           05 TOT-QUANTIDADE       PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(19)
                                   VALUE " UNID  MAIOR IDADE ".
           05 TOT-MAIOR-IDADE      PIC ZZZZ9.

       01  LINHA-FAIXA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FXA-NOME             PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FXA-PENDENCIAS       PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE " PENDENCIAS ".
           05 FXA-QUANTIDADE       PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(05) VALUE " UNID".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PENDENCIAS DE ENTREGA ABERTAS ----".
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-PENDEN.
           IF PENDEN-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA PENDENCIA DE ENTREGA REGISTRADA "
                       "(PENDENCIA.DAT)."
               STOP RUN.

           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-PRODUTO
                                ORD-CLIENTE
                                ORD-DATA
                                ORD-HORA
               INPUT PROCEDURE IS SELECIONA-PENDENCIAS
               OUTPUT PROCEDURE IS LISTA-POR-PRODUTO.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-PENDEN.

           DISPLAY "PENDENCIAS ABERTAS : " GERAL-PENDENCIAS.
           IF TOTAL-DATAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "PENDENCIAS COM DATA INVALIDA (IDADE ZERO) : "
                       TOTAL-DATAS-INVALIDAS
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM PENDENT.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    SO AS PENDENCIAS AINDA ABERTAS - A IDADE VAI DA DATA DO
      *    PEDIDO ATE HOJE.
       SELECIONA-PENDENCIAS.
           MOVE "N" TO FINAL-PENDEN.
           PERFORM LEIA-PROXIMA-PENDENCIA.
           PERFORM LIBERA-PENDENCIA
                   UNTIL FINAL-PENDEN IS EQUAL "S".

       LEIA-PROXIMA-PENDENCIA.
           READ ARQUIVO-PENDEN AT END
           MOVE "S" TO FINAL-PENDEN.

       LIBERA-PENDENCIA.
           IF PENDEN-ABERTA
               MOVE PENDEN-PRODUTO     TO ORD-PRODUTO
               MOVE PENDEN-CLIENTE     TO ORD-CLIENTE
               MOVE PENDEN-DATA        TO ORD-DATA
               MOVE PENDEN-HORA        TO ORD-HORA
               MOVE PENDEN-FILIAL      TO ORD-FILIAL
               MOVE PENDEN-QUANTIDADE  TO ORD-QUANTIDADE
               MOVE PENDEN-NOTA-ORIGEM TO ORD-NOTA-ORIGEM
               MOVE ZEROS              TO ORD-DIAS
               PERFORM CALCULA-IDADE
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-PENDENCIA.

       CALCULA-IDADE.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE PENDEN-DATA TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
                   AND DTVAL-DIAS IS GREATER THAN ZEROS
               MOVE DTVAL-DIAS TO ORD-DIAS
           ELSE IF DTVAL-DATA-INVALIDA
               ADD 1 TO TOTAL-DATAS-INVALIDAS
               DISPLAY "PENDENCIA DO CLIENTE " PENDEN-CLIENTE
                       " COM DATA INVALIDA - IDADE CONSIDERADA ZERO.".

       LISTA-POR-PRODUTO.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM LISTA-UMA-PENDENCIA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRO-PRODUTO
               PERFORM GRAVA-TOTAL-PRODUTO.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR PRODUTO - CABECALHO COM A DESCRICAO DO
      *    CADASTRO E TOTAL NO FIM DE CADA UM.
       LISTA-UMA-PENDENCIA.
           IF PRIMEIRO-PRODUTO
                   OR ORD-PRODUTO IS NOT EQUAL PRODUTO-ANTERIOR
               IF NOT PRIMEIRO-PRODUTO
                   PERFORM GRAVA-TOTAL-PRODUTO
               END-IF
               MOVE "N" TO PRIMEIRO-SW
               MOVE ORD-PRODUTO TO PRODUTO-ANTERIOR
               MOVE ZEROS TO TOTAIS-DO-PRODUTO
               PERFORM GRAVA-CABECALHO-PRODUTO.
           PERFORM GRAVA-DETALHE.
           ADD 1              TO PROD-PENDENCIAS.
           ADD ORD-QUANTIDADE TO PROD-QUANTIDADE.
           IF ORD-DIAS IS GREATER THAN PROD-MAIOR-IDADE
               MOVE ORD-DIAS TO PROD-MAIOR-IDADE.
           PERFORM ACUMULA-FAIXA-DE-IDADE.
           PERFORM RETORNA-ORDENADO.

       GRAVA-CABECALHO-PRODUTO.
           MOVE ORD-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "PRODUTO NAO CADASTRADO" TO PRODUTO-DESCRICAO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "PRODUTO NAO CADASTRADO" TO PRODUTO-DESCRICAO.
           MOVE ORD-PRODUTO       TO LPR-PRODUTO.
           MOVE PRODUTO-DESCRICAO TO LPR-DESCRICAO.
           MOVE LINHA-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-DETALHE.
           MOVE ORD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "NAO CADASTRADO" TO CLIENTE-NOME.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "NAO CADASTRADO" TO CLIENTE-NOME.
           MOVE ORD-CLIENTE     TO DET-CLIENTE.
           MOVE CLIENTE-NOME    TO DET-NOME.
           MOVE ORD-DATA-DIA    TO DET-DATA-DIA.
           MOVE ORD-DATA-MES    TO DET-DATA-MES.
           MOVE ORD-DATA-ANO    TO DET-DATA-ANO.
           MOVE ORD-FILIAL      TO DET-FILIAL.
           MOVE ORD-QUANTIDADE  TO DET-QUANTIDADE.
           MOVE ORD-NOTA-ORIGEM TO DET-NOTA.
           MOVE ORD-DIAS        TO DET-IDADE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ACUMULA-FAIXA-DE-IDADE.
           IF ORD-DIAS IS NOT GREATER THAN 7
               MOVE 1 TO IDX-FAIXA
           ELSE IF ORD-DIAS IS NOT GREATER THAN 30
               MOVE 2 TO IDX-FAIXA
           ELSE IF ORD-DIAS IS NOT GREATER THAN 60
               MOVE 3 TO IDX-FAIXA
           ELSE
               MOVE 4 TO IDX-FAIXA.
           ADD 1              TO FAIXA-PENDENCIAS(IDX-FAIXA).
           ADD ORD-QUANTIDADE TO FAIXA-QUANTIDADE(IDX-FAIXA).

       GRAVA-TOTAL-PRODUTO.
           MOVE SPACES TO TOT-TITULO.
           MOVE "TOTAL DO PRODUTO"  TO TOT-TITULO.
           MOVE PROD-PENDENCIAS     TO TOT-PENDENCIAS.
           MOVE PROD-QUANTIDADE     TO TOT-QUANTIDADE.
           MOVE PROD-MAIOR-IDADE    TO TOT-MAIOR-IDADE.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD PROD-PENDENCIAS TO GERAL-PENDENCIAS.
           ADD PROD-QUANTIDADE TO GERAL-QUANTIDADE.
           IF PROD-MAIOR-IDADE IS GREATER THAN GERAL-MAIOR-IDADE
               MOVE PROD-MAIOR-IDADE TO GERAL-MAIOR-IDADE.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PENDENCIAS DE ENTREGA ABERTAS POR PRODUTO E "
                  "CLIENTE - EM " DATA-CORRENTE-DIA "/"
                  DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME                  PEDIDO       "
                  "FIL  QTDE  NOTA    IDADE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"       TO TOT-TITULO.
           MOVE GERAL-PENDENCIAS    TO TOT-PENDENCIAS.
           MOVE GERAL-QUANTIDADE    TO TOT-QUANTIDADE.
           MOVE GERAL-MAIOR-IDADE   TO TOT-MAIOR-IDADE.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  POR IDADE (DIAS) :" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-FAIXA.
           PERFORM GRAVA-UMA-FAIXA
                   UNTIL IDX-FAIXA IS GREATER THAN 4.

       GRAVA-UMA-FAIXA.
           MOVE NOME-FAIXA(IDX-FAIXA)       TO FXA-NOME.
           MOVE FAIXA-PENDENCIAS(IDX-FAIXA) TO FXA-PENDENCIAS.
           MOVE FAIXA-QUANTIDADE(IDX-FAIXA) TO FXA-QUANTIDADE.
           MOVE LINHA-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-FAIXA.
