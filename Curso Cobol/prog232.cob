       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG232.

      *    RELATORIO DOS TITULOS A PAGAR AGUARDANDO APROVACAO
      *    (APROVPAG.DAT, FILA INCLUIDA PELO PROG230 E DECIDIDA PELO
      *    PROG231) - GRAVA EM APROVPAG.REL, NA ORDEM DA DATA DO
      *    PEDIDO, CADA TITULO PENDENTE COM O FORNECEDOR, O VALOR,
      *    QUEM LANCOU E A IDADE EM DIAS, E NO FIM O TOTAL GERAL POR
      *    FAIXA DE IDADE. A IDADE E' CALCULADA PELA ROTINA CENTRAL
      *    DE DATAS (PROG95).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAPROVPAG.cob".
           COPY "SELFORNEC.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "APROVPAG.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-APROVREL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAPROVPAG.cob".
           COPY "FDFORNEC.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DATA             PIC 9(08).
           05 ORD-DATA-R REDEFINES ORD-DATA.
               10 ORD-DATA-ANO     PIC 9(04).
               10 ORD-DATA-MES     PIC 9(02).
               10 ORD-DATA-DIA     PIC 9(02).
           05 ORD-TITULO           PIC 9(06).
           05 ORD-FORNECEDOR       PIC 9(06).
           05 ORD-VALOR            PIC 9(08)V9(02).
           05 ORD-SOLICITANTE      PIC X(10).
           05 ORD-DIAS             PIC 9(05).

       WORKING-STORAGE SECTION.

       01  APROVPAG-ARQ-STATUS     PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-APROVPAG          PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE           PIC 9(08).
       01  DATA-CORRENTE-R REDEFINES DATA-CORRENTE.
           05 DATA-CORRENTE-ANO    PIC 9(04).
           05 DATA-CORRENTE-MES    PIC 9(02).
           05 DATA-CORRENTE-DIA    PIC 9(02).

           COPY "DTVALPARM.cob".

      *    FAIXAS DE IDADE DO TOTAL GERAL - ATE 2 DIAS (DECISAO NO
      *    PRAZO), DE 3 A 7 E ACIMA DE 7.
       01  TOTAIS-GERAIS.
           05 GERAL-TITULOS        PIC 9(05).
           05 GERAL-VALOR          PIC 9(10)V9(02).
           05 GERAL-MAIOR-IDADE    PIC 9(05).
           05 GERAL-FAIXA OCCURS 3 TIMES.
               10 FAIXA-TITULOS      PIC 9(05).
               10 FAIXA-VALOR        PIC 9(10)V9(02).
       01  TABELA-NOMES-FAIXAS.
           05 FILLER               PIC X(14) VALUE "ATE 2 DIAS".
           05 FILLER               PIC X(14) VALUE "DE 3 A 7".
           05 FILLER               PIC X(14) VALUE "ACIMA DE 7".
       01  NOMES-FAIXAS REDEFINES TABELA-NOMES-FAIXAS.
           05 NOME-FAIXA           PIC X(14) OCCURS 3 TIMES.
       01  IDX-FAIXA               PIC 9(01).
       01  TOTAL-DATAS-INVALIDAS   PIC 9(05) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.

       01  LINHA-DETALHE.
           05 DET-DATA-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-MES         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-ANO         PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-TITULO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-FORNECEDOR       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SOLICITANTE      PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-IDADE            PIC ZZZZ9.

       01  LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULO           PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULOS          PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE " TITULOS      ".
           05 TOT-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE "  MAIOR IDADE ".
           05 TOT-MAIOR-IDADE      PIC ZZZZ9.

       01  LINHA-FAIXA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FXA-NOME             PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FXA-TITULOS          PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE " TITULOS      ".
           05 FXA-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- TITULOS A PAGAR AGUARDANDO APROVACAO ----".
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-APROVPAG.
           IF APROVPAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM TITULO ENVIADO PARA APROVACAO "
                       "(APROVPAG.DAT)."
               STOP RUN.

           OPEN INPUT ARQUIVO-FORNEC.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DATA
                                ORD-TITULO
               INPUT PROCEDURE IS SELECIONA-PENDENTES
               OUTPUT PROCEDURE IS LISTA-PENDENTES.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FORNEC.
           CLOSE ARQUIVO-APROVPAG.

           MOVE GERAL-VALOR TO VALOR-EDITADO.
           DISPLAY "TITULOS AGUARDANDO APROVACAO : " GERAL-TITULOS
                   " - " VALOR-EDITADO.
           IF TOTAL-DATAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "PEDIDOS COM DATA INVALIDA (IDADE ZERO) : "
                       TOTAL-DATAS-INVALIDAS
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM APROVPAG.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    SO OS PEDIDOS AINDA PENDENTES - A IDADE VAI DA DATA DO
      *    PEDIDO (LANCAMENTO DO TITULO) ATE HOJE.
       SELECIONA-PENDENTES.
           MOVE "N" TO FINAL-APROVPAG.
           PERFORM LEIA-PROXIMO-APROVPAG.
           PERFORM LIBERA-PENDENTE
                   UNTIL FINAL-APROVPAG IS EQUAL "S".

       LEIA-PROXIMO-APROVPAG.
           READ ARQUIVO-APROVPAG AT END
           MOVE "S" TO FINAL-APROVPAG.

       LIBERA-PENDENTE.
           IF APROVPAG-PENDENTE
               MOVE APROVPAG-DATA-PEDIDO TO ORD-DATA
               MOVE APROVPAG-TITULO      TO ORD-TITULO
               MOVE APROVPAG-FORNECEDOR  TO ORD-FORNECEDOR
               MOVE APROVPAG-VALOR       TO ORD-VALOR
               MOVE APROVPAG-SOLICITANTE TO ORD-SOLICITANTE
               MOVE ZEROS                TO ORD-DIAS
               PERFORM CALCULA-IDADE
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMO-APROVPAG.

       CALCULA-IDADE.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE APROVPAG-DATA-PEDIDO TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
                   AND DTVAL-DIAS IS GREATER THAN ZEROS
               MOVE DTVAL-DIAS TO ORD-DIAS
           ELSE IF DTVAL-DATA-INVALIDA
               ADD 1 TO TOTAL-DATAS-INVALIDAS
               DISPLAY "TITULO " APROVPAG-TITULO " COM DATA INVALIDA "
                       "- IDADE CONSIDERADA ZERO.".

       LISTA-PENDENTES.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM LISTA-UM-PENDENTE
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       LISTA-UM-PENDENTE.
           PERFORM GRAVA-DETALHE.
           ADD 1         TO GERAL-TITULOS.
           ADD ORD-VALOR TO GERAL-VALOR.
           IF ORD-DIAS IS GREATER THAN GERAL-MAIOR-IDADE
               MOVE ORD-DIAS TO GERAL-MAIOR-IDADE.
           PERFORM ACUMULA-FAIXA-DE-IDADE.
           PERFORM RETORNA-ORDENADO.

       GRAVA-DETALHE.
           MOVE ORD-FORNECEDOR TO FORNEC-CODIGO.
           READ ARQUIVO-FORNEC
                INVALID KEY
                MOVE "NAO CADASTRADO" TO FORNEC-RAZAO-SOCIAL.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "NAO CADASTRADO" TO FORNEC-RAZAO-SOCIAL.
           MOVE ORD-DATA-DIA        TO DET-DATA-DIA.
           MOVE ORD-DATA-MES        TO DET-DATA-MES.
           MOVE ORD-DATA-ANO        TO DET-DATA-ANO.
           MOVE ORD-TITULO          TO DET-TITULO.
           MOVE ORD-FORNECEDOR      TO DET-FORNECEDOR.
           MOVE FORNEC-RAZAO-SOCIAL TO DET-NOME.
           MOVE ORD-VALOR           TO DET-VALOR.
           MOVE ORD-SOLICITANTE     TO DET-SOLICITANTE.
           MOVE ORD-DIAS            TO DET-IDADE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ACUMULA-FAIXA-DE-IDADE.
           IF ORD-DIAS IS NOT GREATER THAN 2
               MOVE 1 TO IDX-FAIXA
           ELSE IF ORD-DIAS IS NOT GREATER THAN 7
               MOVE 2 TO IDX-FAIXA
           ELSE
               MOVE 3 TO IDX-FAIXA.
           ADD 1         TO FAIXA-TITULOS(IDX-FAIXA).
           ADD ORD-VALOR TO FAIXA-VALOR(IDX-FAIXA).

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TITULOS A PAGAR AGUARDANDO APROVACAO - EM "
                  DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
                  DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PEDIDO     TITULO FORNEC NOME                    "
                  "VALOR LANCADO    IDADE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"     TO TOT-TITULO.
           MOVE GERAL-TITULOS     TO TOT-TITULOS.
           MOVE GERAL-VALOR       TO TOT-VALOR.
           MOVE GERAL-MAIOR-IDADE TO TOT-MAIOR-IDADE.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  POR IDADE (DIAS) :" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-FAIXA.
           PERFORM GRAVA-UMA-FAIXA
                   UNTIL IDX-FAIXA IS GREATER THAN 3.

       GRAVA-UMA-FAIXA.
           MOVE NOME-FAIXA(IDX-FAIXA)    TO FXA-NOME.
           MOVE FAIXA-TITULOS(IDX-FAIXA) TO FXA-TITULOS.
           MOVE FAIXA-VALOR(IDX-FAIXA)   TO FXA-VALOR.
           MOVE LINHA-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-FAIXA.
