       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG212.

      *    RELATORIO DE TEMPO DE PREENCHIMENTO DAS REQUISICOES DE
      *    PESSOAL (REQUISICAO.DAT, VER PROG210) - GRAVA EM
      *    PREENCH.REL, POR DEPARTAMENTO, AS REQUISICOES PREENCHIDAS
      *    COM A MEDIA E O MAIOR PRAZO EM DIAS DA ABERTURA ATE A
      *    ADMISSAO, AS AINDA ABERTAS COM A IDADE MEDIA NA DATA E AS
      *    CANCELADAS, TERMINANDO COM O TOTAL GERAL. OS PRAZOS SAO
      *    CALCULADOS PELA ROTINA CENTRAL DE DATAS (PROG95).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELREQUIS.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "PREENCH.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-PREENCH.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREQUIS.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPARTAMENTO     PIC X(20).
           05 ORD-SITUACAO         PIC X(01).
           05 ORD-DIAS             PIC 9(05).

       WORKING-STORAGE SECTION.

       01  REQUIS-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-REQUIS            PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE           PIC 9(08).

           COPY "DTVALPARM.cob".

       01  DEPARTAMENTO-ANTERIOR   PIC X(20) VALUE SPACES.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-DEPARTAMENTO VALUE "S".

       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-ABERTAS        PIC 9(05).
           05 DEPTO-DIAS-ABERTAS   PIC 9(07).
           05 DEPTO-PREENCHIDAS    PIC 9(05).
           05 DEPTO-DIAS-PREENCH   PIC 9(07).
           05 DEPTO-MAIOR-PRAZO    PIC 9(05).
           05 DEPTO-CANCELADAS     PIC 9(05).
       01  TOTAIS-GERAIS.
           05 GERAL-ABERTAS        PIC 9(05).
           05 GERAL-DIAS-ABERTAS   PIC 9(08).
           05 GERAL-PREENCHIDAS    PIC 9(05).
           05 GERAL-DIAS-PREENCH   PIC 9(08).
           05 GERAL-MAIOR-PRAZO    PIC 9(05).
           05 GERAL-CANCELADAS     PIC 9(05).
       01  TOTAL-DATAS-INVALIDAS   PIC 9(05) VALUE ZEROS.
       01  MEDIA-CALCULADA         PIC 9(05).

       01  LINHA-DETALHE.
           05 DET-DEPARTAMENTO     PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ABERTAS          PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-IDADE-MEDIA      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-PREENCHIDAS      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MEDIA-PRAZO      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MAIOR-PRAZO      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CANCELADAS       PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- TEMPO DE PREENCHIMENTO DAS REQUISICOES ----".
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA REQUISICAO REGISTRADA "
                       "(REQUISICAO.DAT)."
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPARTAMENTO
               INPUT PROCEDURE IS SELECIONA-REQUISICOES
               OUTPUT PROCEDURE IS TOTALIZA-DEPARTAMENTOS.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-REQUIS.

           DISPLAY "REQUISICOES PREENCHIDAS : " GERAL-PREENCHIDAS.
           DISPLAY "REQUISICOES ABERTAS     : " GERAL-ABERTAS.
           IF TOTAL-DATAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "REQUISICOES COM DATA INVALIDA (PRAZO ZERO) : "
                       TOTAL-DATAS-INVALIDAS
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM PREENCH.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    PRAZO DA PREENCHIDA = ABERTURA ATE A ADMISSAO; IDADE DA
      *    ABERTA = ABERTURA ATE HOJE. A CANCELADA SO E' CONTADA.
       SELECIONA-REQUISICOES.
           MOVE "N" TO FINAL-REQUIS.
           PERFORM LEIA-PROXIMA-REQUISICAO.
           PERFORM LIBERA-REQUISICAO
                   UNTIL FINAL-REQUIS IS EQUAL "S".

       LEIA-PROXIMA-REQUISICAO.
           READ ARQUIVO-REQUIS AT END
           MOVE "S" TO FINAL-REQUIS.

       LIBERA-REQUISICAO.
           MOVE REQUIS-DEPARTAMENTO TO ORD-DEPARTAMENTO.
           MOVE REQUIS-SITUACAO     TO ORD-SITUACAO.
           MOVE ZEROS               TO ORD-DIAS.
           IF REQUIS-PREENCHIDA
               MOVE REQUIS-DATA-FECHAMENTO TO DTVAL-DATA-2
               PERFORM CALCULA-PRAZO
           ELSE IF REQUIS-ABERTA
               MOVE DATA-CORRENTE TO DTVAL-DATA-2
               PERFORM CALCULA-PRAZO.
           RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-REQUISICAO.

       CALCULA-PRAZO.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE REQUIS-DATA-ABERTURA TO DTVAL-DATA-1.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
                   AND DTVAL-DIAS IS GREATER THAN ZEROS
               MOVE DTVAL-DIAS TO ORD-DIAS
           ELSE IF DTVAL-DATA-INVALIDA
               ADD 1 TO TOTAL-DATAS-INVALIDAS
               DISPLAY "REQUISICAO " REQUIS-NUMERO
                       " COM DATA INVALIDA - PRAZO CONSIDERADO ZERO.".

       TOTALIZA-DEPARTAMENTOS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM ACUMULA-UMA-REQUISICAO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRO-DEPARTAMENTO
               PERFORM GRAVA-TOTAL-DEPARTAMENTO.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR DEPARTAMENTO - UMA LINHA POR DEPARTAMENTO.
       ACUMULA-UMA-REQUISICAO.
           IF PRIMEIRO-DEPARTAMENTO
                   OR ORD-DEPARTAMENTO IS NOT EQUAL
                      DEPARTAMENTO-ANTERIOR
               IF NOT PRIMEIRO-DEPARTAMENTO
                   PERFORM GRAVA-TOTAL-DEPARTAMENTO
               END-IF
               MOVE "N" TO PRIMEIRO-SW
               MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR
               MOVE ZEROS TO TOTAIS-DO-DEPARTAMENTO.
           IF ORD-SITUACAO IS EQUAL "P"
               ADD 1        TO DEPTO-PREENCHIDAS
               ADD ORD-DIAS TO DEPTO-DIAS-PREENCH
               IF ORD-DIAS IS GREATER THAN DEPTO-MAIOR-PRAZO
                   MOVE ORD-DIAS TO DEPTO-MAIOR-PRAZO
               END-IF
           ELSE IF ORD-SITUACAO IS EQUAL "A"
               ADD 1        TO DEPTO-ABERTAS
               ADD ORD-DIAS TO DEPTO-DIAS-ABERTAS
           ELSE
               ADD 1        TO DEPTO-CANCELADAS.
           PERFORM RETORNA-ORDENADO.

       GRAVA-TOTAL-DEPARTAMENTO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE DEPARTAMENTO-ANTERIOR TO DET-DEPARTAMENTO.
           MOVE DEPTO-ABERTAS     TO DET-ABERTAS.
           MOVE ZEROS TO MEDIA-CALCULADA.
           IF DEPTO-ABERTAS IS GREATER THAN ZEROS
               COMPUTE MEDIA-CALCULADA ROUNDED =
                       DEPTO-DIAS-ABERTAS / DEPTO-ABERTAS.
           MOVE MEDIA-CALCULADA   TO DET-IDADE-MEDIA.
           MOVE DEPTO-PREENCHIDAS TO DET-PREENCHIDAS.
           MOVE ZEROS TO MEDIA-CALCULADA.
           IF DEPTO-PREENCHIDAS IS GREATER THAN ZEROS
               COMPUTE MEDIA-CALCULADA ROUNDED =
                       DEPTO-DIAS-PREENCH / DEPTO-PREENCHIDAS.
           MOVE MEDIA-CALCULADA   TO DET-MEDIA-PRAZO.
           MOVE DEPTO-MAIOR-PRAZO TO DET-MAIOR-PRAZO.
           MOVE DEPTO-CANCELADAS  TO DET-CANCELADAS.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD DEPTO-ABERTAS      TO GERAL-ABERTAS.
           ADD DEPTO-DIAS-ABERTAS TO GERAL-DIAS-ABERTAS.
           ADD DEPTO-PREENCHIDAS  TO GERAL-PREENCHIDAS.
           ADD DEPTO-DIAS-PREENCH TO GERAL-DIAS-PREENCH.
           ADD DEPTO-CANCELADAS   TO GERAL-CANCELADAS.
           IF DEPTO-MAIOR-PRAZO IS GREATER THAN GERAL-MAIOR-PRAZO
               MOVE DEPTO-MAIOR-PRAZO TO GERAL-MAIOR-PRAZO.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TEMPO DE PREENCHIMENTO DAS REQUISICOES (DIAS) - EM "
                  DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "                      -- ABERTAS --  ----- PREENCH"
                  "IDAS -----"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO          QTDE  IDADE   QTDE  MEDIA  "
                  "MAIOR  CANCEL"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE "TOTAL GERAL" TO DET-DEPARTAMENTO.
           MOVE GERAL-ABERTAS TO DET-ABERTAS.
           MOVE ZEROS TO MEDIA-CALCULADA.
           IF GERAL-ABERTAS IS GREATER THAN ZEROS
               COMPUTE MEDIA-CALCULADA ROUNDED =
                       GERAL-DIAS-ABERTAS / GERAL-ABERTAS.
           MOVE MEDIA-CALCULADA   TO DET-IDADE-MEDIA.
           MOVE GERAL-PREENCHIDAS TO DET-PREENCHIDAS.
           MOVE ZEROS TO MEDIA-CALCULADA.
           IF GERAL-PREENCHIDAS IS GREATER THAN ZEROS
               COMPUTE MEDIA-CALCULADA ROUNDED =
                       GERAL-DIAS-PREENCH / GERAL-PREENCHIDAS.
           MOVE MEDIA-CALCULADA   TO DET-MEDIA-PRAZO.
           MOVE GERAL-MAIOR-PRAZO TO DET-MAIOR-PRAZO.
           MOVE GERAL-CANCELADAS  TO DET-CANCELADAS.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
