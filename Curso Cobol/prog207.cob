       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG207.

      *    RELATORIO DO CICLO DE AVALIACAO DE DESEMPENHO - PARA O ANO
      *    INFORMADO, TOTALIZA EM MERITO.REL, POR DEPARTAMENTO, A
      *    QUANTIDADE DE AVALIADOS EM CADA NOTA (1 A 5) E O CUSTO
      *    MENSAL DO MERITO (SALARIO PROPOSTO MENOS O ATUAL, DAS
      *    AVALIACOES REGISTRADAS E DAS JA ENVIADAS PARA APROVACAO),
      *    TERMINANDO COM O TOTAL GERAL E A DISTRIBUICAO PERCENTUAL
      *    DAS NOTAS. O DEPARTAMENTO E' O DO FUNCIONARIO NA DATA DA
      *    AVALIACAO (AVALIACAO.DAT, VER PROG205).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAVALIA.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "MERITO.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-MERITO.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAVALIA.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPARTAMENTO     PIC X(20).
           05 ORD-NOTA             PIC 9(01).
           05 ORD-CUSTO            PIC 9(06)V9(02).

       WORKING-STORAGE SECTION.

       01  AVALIA-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-AVALIA            PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ANO-INFORMADO           PIC X(04).
       01  ANO-CICLO               PIC 9(04).

       01  DEPARTAMENTO-ANTERIOR   PIC X(20) VALUE SPACES.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-DEPARTAMENTO VALUE "S".

       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-POR-NOTA       PIC 9(05) OCCURS 5 TIMES.
           05 DEPTO-AVALIADOS      PIC 9(05).
           05 DEPTO-CUSTO          PIC 9(08)V9(02).
       01  TOTAIS-GERAIS.
           05 GERAL-POR-NOTA       PIC 9(05) OCCURS 5 TIMES.
           05 GERAL-AVALIADOS      PIC 9(05).
           05 GERAL-CUSTO          PIC 9(09)V9(02).
       01  IDX-NOTA                PIC 9(02).
       01  PERCENTUAL-NOTA         PIC 9(03)V9(01).

       01  LINHA-DETALHE.
           05 DET-DEPARTAMENTO     PIC X(20).
           05 DET-NOTA-ITEM OCCURS 5 TIMES.
               10 FILLER           PIC X(01).
               10 DET-NOTA         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-AVALIADOS        PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CUSTO            PIC $ZZ,ZZZ,ZZ9.99.
       01  LINHA-PERCENTUAL.
           05 PER-TITULO           PIC X(20).
           05 PER-NOTA-ITEM OCCURS 5 TIMES.
               10 FILLER           PIC X(01).
               10 PER-NOTA         PIC ZZ9.9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- DISTRIBUICAO DAS NOTAS E CUSTO DO MERITO ----".
           PERFORM PEDE-ANO-DO-CICLO.
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-AVALIA.
           IF AVALIA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA AVALIACAO REGISTRADA (AVALIACAO.DAT)."
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPARTAMENTO
               INPUT PROCEDURE IS SELECIONA-AVALIACOES
               OUTPUT PROCEDURE IS TOTALIZA-DEPARTAMENTOS.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-AVALIA.

           DISPLAY "AVALIADOS NO CICLO : " GERAL-AVALIADOS.
           DISPLAY "RELATORIO GRAVADO EM MERITO.REL.".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-ANO-DO-CICLO.
           DISPLAY "ANO DO CICLO DE AVALIACAO (AAAA - ENTER = ANO "
                   "CORRENTE) : ".
           MOVE SPACES TO ANO-INFORMADO.
           ACCEPT ANO-INFORMADO.
           IF ANO-INFORMADO IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO ANO-CICLO
           ELSE
               IF ANO-INFORMADO IS NOT NUMERIC
                   DISPLAY "ANO INVALIDO : " ANO-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE ANO-INFORMADO TO ANO-CICLO.

      *    O CUSTO SO CONTA ONDE HA AUMENTO - AVALIACAO ENCERRADA SEM
      *    MERITO ENTRA NA DISTRIBUICAO DAS NOTAS COM CUSTO ZERO.
       SELECIONA-AVALIACOES.
           MOVE "N" TO FINAL-AVALIA.
           PERFORM LEIA-PROXIMA-AVALIACAO.
           PERFORM LIBERA-AVALIACAO
                   UNTIL FINAL-AVALIA IS EQUAL "S".

       LEIA-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIA AT END
           MOVE "S" TO FINAL-AVALIA.

       LIBERA-AVALIACAO.
           IF AVALIA-ANO IS EQUAL ANO-CICLO
               MOVE AVALIA-DEPARTAMENTO TO ORD-DEPARTAMENTO
               MOVE AVALIA-NOTA         TO ORD-NOTA
               MOVE ZEROS               TO ORD-CUSTO
               IF NOT AVALIA-SEM-MERITO
                       AND AVALIA-SALARIO-PROPOSTO IS GREATER THAN
                           AVALIA-SALARIO-ATUAL
                   COMPUTE ORD-CUSTO = AVALIA-SALARIO-PROPOSTO
                                     - AVALIA-SALARIO-ATUAL
               END-IF
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-AVALIACAO.

       TOTALIZA-DEPARTAMENTOS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM ACUMULA-UMA-AVALIACAO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRO-DEPARTAMENTO
               PERFORM GRAVA-TOTAL-DEPARTAMENTO.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR DEPARTAMENTO - UMA LINHA POR DEPARTAMENTO COM
      *    AS QUANTIDADES POR NOTA E O CUSTO.
       ACUMULA-UMA-AVALIACAO.
           IF PRIMEIRO-DEPARTAMENTO
                   OR ORD-DEPARTAMENTO IS NOT EQUAL
                      DEPARTAMENTO-ANTERIOR
               IF NOT PRIMEIRO-DEPARTAMENTO
                   PERFORM GRAVA-TOTAL-DEPARTAMENTO
               END-IF
               MOVE "N" TO PRIMEIRO-SW
               MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR
               MOVE ZEROS TO TOTAIS-DO-DEPARTAMENTO.
           IF ORD-NOTA IS GREATER THAN ZERO
                   AND ORD-NOTA IS NOT GREATER THAN 5
               ADD 1 TO DEPTO-POR-NOTA(ORD-NOTA).
           ADD 1 TO DEPTO-AVALIADOS.
           ADD ORD-CUSTO TO DEPTO-CUSTO.
           PERFORM RETORNA-ORDENADO.

       GRAVA-TOTAL-DEPARTAMENTO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE DEPARTAMENTO-ANTERIOR TO DET-DEPARTAMENTO.
           IF DET-DEPARTAMENTO IS EQUAL SPACES
               MOVE "(SEM DEPARTAMENTO)" TO DET-DEPARTAMENTO.
           MOVE 1 TO IDX-NOTA.
           PERFORM EDITA-NOTA-DO-DEPARTAMENTO
                   UNTIL IDX-NOTA IS GREATER THAN 5.
           MOVE DEPTO-AVALIADOS TO DET-AVALIADOS.
           MOVE DEPTO-CUSTO     TO DET-CUSTO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD DEPTO-AVALIADOS TO GERAL-AVALIADOS.
           ADD DEPTO-CUSTO     TO GERAL-CUSTO.

       EDITA-NOTA-DO-DEPARTAMENTO.
           MOVE DEPTO-POR-NOTA(IDX-NOTA) TO DET-NOTA(IDX-NOTA).
           ADD DEPTO-POR-NOTA(IDX-NOTA) TO GERAL-POR-NOTA(IDX-NOTA).
           ADD 1 TO IDX-NOTA.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CICLO DE AVALIACAO " ANO-CICLO
                  " - NOTAS E CUSTO MENSAL DO MERITO - EM "
                  DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO         NOTA1 NOTA2 NOTA3 NOTA4 NOTA5"
                  " TOTAL   CUSTO MERITO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE "TOTAL GERAL" TO DET-DEPARTAMENTO.
           MOVE 1 TO IDX-NOTA.
           PERFORM EDITA-NOTA-GERAL
                   UNTIL IDX-NOTA IS GREATER THAN 5.
           MOVE GERAL-AVALIADOS TO DET-AVALIADOS.
           MOVE GERAL-CUSTO     TO DET-CUSTO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-PERCENTUAL.
           MOVE "DISTRIBUICAO (%)" TO PER-TITULO.
           MOVE 1 TO IDX-NOTA.
           PERFORM EDITA-PERCENTUAL-NOTA
                   UNTIL IDX-NOTA IS GREATER THAN 5.
           MOVE LINHA-PERCENTUAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       EDITA-NOTA-GERAL.
           MOVE GERAL-POR-NOTA(IDX-NOTA) TO DET-NOTA(IDX-NOTA).
           ADD 1 TO IDX-NOTA.

       EDITA-PERCENTUAL-NOTA.
           MOVE ZEROS TO PERCENTUAL-NOTA.
           IF GERAL-AVALIADOS IS GREATER THAN ZEROS
               COMPUTE PERCENTUAL-NOTA ROUNDED =
                       GERAL-POR-NOTA(IDX-NOTA) * 100
                       / GERAL-AVALIADOS.
           MOVE PERCENTUAL-NOTA TO PER-NOTA(IDX-NOTA).
           ADD 1 TO IDX-NOTA.
