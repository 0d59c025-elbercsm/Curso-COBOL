       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG201.

      *    RELATORIO MENSAL DE CERTIFICACOES VENCIDAS E A VENCER -
      *    PARA CADA FUNCIONARIO, CONFRONTA OS TREINAMENTOS QUE O
      *    CARGO EXIGE (CARGO.DAT, PROG125) COM O HISTORICO DELE
      *    (FUNCTREI.DAT, PROG200) E LISTA EM TREINVENC.REL, POR
      *    DEPARTAMENTO, O QUE NAO FOI REALIZADO, O QUE JA VENCEU
      *    ANTES DA COMPETENCIA E O QUE VENCE NA COMPETENCIA OU NO
      *    MES SEGUINTE, COM TOTAIS POR SITUACAO. VALE A CONCLUSAO DE
      *    VALIDADE MAIS LONGA DE CADA TREINAMENTO. TERMINA COM
      *    RETORNO 4 QUANDO HA CERTIFICACAO VENCIDA OU NAO REALIZADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCARGO.cob".
           COPY "SELFUNCTREI.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "TREINVENC.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-TREINVENC.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDFUNCTREI.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPARTAMENTO     PIC X(20).
           05 ORD-NOME             PIC X(20).
           05 ORD-CODIGO           PIC 9(06).
           05 ORD-CARGO            PIC X(04).
           05 ORD-TREINO           PIC X(06).
           05 ORD-VALIDADE         PIC 9(08).
           05 ORD-SITUACAO         PIC X(01).
               88 ORD-NAO-REALIZADO     VALUE "N".
               88 ORD-VENCIDO           VALUE "V".
               88 ORD-VENCE-NO-MES      VALUE "M".
               88 ORD-VENCE-MES-SEGUINTE VALUE "P".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  FUNCTREI-ARQ-STATUS     PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-FUNCTREI          PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-RELATORIO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  MES-SEGUINTE.
           05 MES-SEGUINTE-ANO     PIC 9(04).
           05 MES-SEGUINTE-MES     PIC 9(02).
       01  INICIO-COMPETENCIA      PIC 9(08).
       01  MES-DA-VALIDADE         PIC 9(06).

      *    LINHAS DE CARGO COM OS TREINAMENTOS QUE EXIGEM.
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-TREINO          PIC X(06) OCCURS 5 TIMES.
       01  IDX-CARGO               PIC 9(03).
       01  IDX-EXIGIDO             PIC 9(02).

      *    VALIDADE MAIS LONGA DE CADA FUNCIONARIO E TREINAMENTO - O
      *    TREINAMENTO QUE NAO VENCE FICA COM 99999999.
       01  TABELA-CERTIFICACOES.
           05 QTD-CERTIFICACOES    PIC 9(05) VALUE ZEROS.
           05 CERTIFICACAO-ITEM OCCURS 5000 TIMES.
               10 CRT-FUNCIONARIO     PIC 9(06).
               10 CRT-TREINO          PIC X(06).
               10 CRT-VALIDADE        PIC 9(08).
       01  IDX-CERTIFICACAO        PIC 9(05).
       01  VALIDADE-DO-REGISTRO    PIC 9(08).
       01  PROCURA-FUNCIONARIO     PIC 9(06).
       01  PROCURA-TREINO          PIC X(06).
       01  SITUACAO-APURADA        PIC X(01).

       01  DEPARTAMENTO-ANTERIOR   PIC X(20) VALUE SPACES.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-DEPARTAMENTO VALUE "S".

       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-NAO-REALIZADOS PIC 9(05).
           05 DEPTO-VENCIDOS       PIC 9(05).
           05 DEPTO-VENCE-NO-MES   PIC 9(05).
           05 DEPTO-VENCE-SEGUINTE PIC 9(05).
       01  TOTAIS-GERAIS.
           05 GERAL-NAO-REALIZADOS PIC 9(05) VALUE ZEROS.
           05 GERAL-VENCIDOS       PIC 9(05) VALUE ZEROS.
           05 GERAL-VENCE-NO-MES   PIC 9(05) VALUE ZEROS.
           05 GERAL-VENCE-SEGUINTE PIC 9(05) VALUE ZEROS.
       01  TOTAL-SEM-CARGO         PIC 9(05) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-CODIGO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CARGO            PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-TREINO           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VALIDADE         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SITUACAO         PIC X(20).
       01  VALIDADE-EDITADA.
           05 VED-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 VED-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 VED-ANO              PIC 9(04).
       01  VALIDADE-DESMEMBRADA.
           05 VDS-ANO              PIC 9(04).
           05 VDS-MES              PIC 9(02).
           05 VDS-DIA              PIC 9(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CERTIFICACOES VENCIDAS E A VENCER ----".
           PERFORM PEDE-COMPETENCIA.
           COMPUTE INICIO-COMPETENCIA = COMPETENCIA-ANO * 10000
                   + COMPETENCIA-MES * 100 + 1.
           MOVE COMPETENCIA-ANO TO MES-SEGUINTE-ANO.
           COMPUTE MES-SEGUINTE-MES = COMPETENCIA-MES + 1.
           IF MES-SEGUINTE-MES IS GREATER THAN 12
               MOVE 01 TO MES-SEGUINTE-MES
               ADD 1 TO MES-SEGUINTE-ANO.

           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-CERTIFICACOES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPARTAMENTO ORD-NOME ORD-CODIGO
                                ORD-TREINO
               INPUT PROCEDURE IS SELECIONA-PENDENCIAS
               OUTPUT PROCEDURE IS IMPRIME-PENDENCIAS.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.

           DISPLAY "NAO REALIZADOS         : " GERAL-NAO-REALIZADOS.
           DISPLAY "VENCIDOS               : " GERAL-VENCIDOS.
           DISPLAY "VENCEM NO MES          : " GERAL-VENCE-NO-MES.
           DISPLAY "VENCEM NO MES SEGUINTE : " GERAL-VENCE-SEGUINTE.
           IF TOTAL-SEM-CARGO IS GREATER THAN ZEROS
               DISPLAY "FUNCIONARIOS SEM CARGO (NAO CONFERIDOS) : "
                       TOTAL-SEM-CARGO.
           DISPLAY "RELATORIO GRAVADO EM TREINVENC.REL.".
           IF GERAL-NAO-REALIZADOS IS GREATER THAN ZEROS
                   OR GERAL-VENCIDOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM - ENTER = MES "
                   "CORRENTE) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO
               MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA
                        TO COMPETENCIA-RELATORIO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    SO INTERESSAM AS LINHAS DE CARGO QUE EXIGEM ALGUM
      *    TREINAMENTO.
       CARREGA-CARGOS.
           MOVE ZEROS TO QTD-CARGOS.
           OPEN INPUT ARQUIVO-CARGO.
           IF CARGO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CARGO
               PERFORM LEIA-PROXIMO-CARGO
               PERFORM GUARDA-CARGO-NA-TABELA
                       UNTIL FINAL-CARGO IS EQUAL "S".
           CLOSE ARQUIVO-CARGO.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-CARGO.

       GUARDA-CARGO-NA-TABELA.
           IF CARGO-TREINOS-EXIGIDOS IS NOT EQUAL SPACES
               IF QTD-CARGOS IS EQUAL 200
                   DISPLAY "TABELA DE CARGOS CHEIA (LIMITE 200 "
                           "LINHAS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CARGOS
               MOVE CARGO-CODIGO TO CGO-CODIGO(QTD-CARGOS)
               MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS)
               MOVE 1 TO IDX-EXIGIDO
               PERFORM COPIA-EXIGIDO
                       UNTIL IDX-EXIGIDO IS GREATER THAN 5.
           PERFORM LEIA-PROXIMO-CARGO.

       COPIA-EXIGIDO.
           MOVE CARGO-TREINO-EXIGIDO(IDX-EXIGIDO)
                TO CGO-TREINO(QTD-CARGOS, IDX-EXIGIDO).
           ADD 1 TO IDX-EXIGIDO.

       CARREGA-CERTIFICACOES.
           MOVE ZEROS TO QTD-CERTIFICACOES.
           OPEN INPUT ARQUIVO-FUNCTREI.
           IF FUNCTREI-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FUNCTREI
               PERFORM LEIA-PROXIMO-FUNCTREI
               PERFORM GUARDA-CERTIFICACAO
                       UNTIL FINAL-FUNCTREI IS EQUAL "S".
           CLOSE ARQUIVO-FUNCTREI.

       LEIA-PROXIMO-FUNCTREI.
           READ ARQUIVO-FUNCTREI AT END
           MOVE "S" TO FINAL-FUNCTREI.

       GUARDA-CERTIFICACAO.
           IF FUNCTREI-DATA-VALIDADE IS EQUAL ZEROS
               MOVE 99999999 TO VALIDADE-DO-REGISTRO
           ELSE
               MOVE FUNCTREI-DATA-VALIDADE TO VALIDADE-DO-REGISTRO.
           MOVE FUNCTREI-FUNCIONARIO TO PROCURA-FUNCIONARIO.
           MOVE FUNCTREI-TREINO      TO PROCURA-TREINO.
           PERFORM LOCALIZA-CERTIFICACAO.
           IF IDX-CERTIFICACAO IS GREATER THAN QTD-CERTIFICACOES
               IF QTD-CERTIFICACOES IS EQUAL 5000
                   DISPLAY "TABELA DE CERTIFICACOES CHEIA (LIMITE "
                           "5000 ITENS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-CERTIFICACOES
               MOVE FUNCTREI-FUNCIONARIO
                    TO CRT-FUNCIONARIO(QTD-CERTIFICACOES)
               MOVE FUNCTREI-TREINO TO CRT-TREINO(QTD-CERTIFICACOES)
               MOVE VALIDADE-DO-REGISTRO
                    TO CRT-VALIDADE(QTD-CERTIFICACOES)
           ELSE
               IF VALIDADE-DO-REGISTRO IS GREATER THAN
                       CRT-VALIDADE(IDX-CERTIFICACAO)
                   MOVE VALIDADE-DO-REGISTRO
                        TO CRT-VALIDADE(IDX-CERTIFICACAO).
           PERFORM LEIA-PROXIMO-FUNCTREI.

      *    PROCURA O PAR PROCURA-FUNCIONARIO / PROCURA-TREINO -
      *    INDICE MAIOR QUE A QUANTIDADE QUER DIZER QUE NAO HA
      *    REGISTRO.
       LOCALIZA-CERTIFICACAO.
           MOVE 1 TO IDX-CERTIFICACAO.
           PERFORM AVANCA-CERTIFICACAO
                   UNTIL IDX-CERTIFICACAO IS GREATER THAN
                         QTD-CERTIFICACOES
                   OR (CRT-FUNCIONARIO(IDX-CERTIFICACAO) IS EQUAL
                          PROCURA-FUNCIONARIO
                   AND CRT-TREINO(IDX-CERTIFICACAO) IS EQUAL
                          PROCURA-TREINO).

       AVANCA-CERTIFICACAO.
           ADD 1 TO IDX-CERTIFICACAO.

      *    LIBERA PARA O SORT UMA LINHA POR TREINAMENTO EXIGIDO QUE
      *    ESTA EM SITUACAO DE ALERTA.
       SELECIONA-PENDENCIAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM CONFERE-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-FUNCIONARIO.
           IF FUNCIONARIO-CARGO IS EQUAL SPACES
               ADD 1 TO TOTAL-SEM-CARGO
           ELSE
               MOVE 1 TO IDX-CARGO
               PERFORM AVANCA-CARGO
                       UNTIL IDX-CARGO IS GREATER THAN QTD-CARGOS
                       OR (CGO-CODIGO(IDX-CARGO) IS EQUAL
                              FUNCIONARIO-CARGO
                       AND CGO-TIPO(IDX-CARGO) IS EQUAL
                              FUNCIONARIO-TIPO)
               IF IDX-CARGO IS NOT GREATER THAN QTD-CARGOS
                   MOVE 1 TO IDX-EXIGIDO
                   PERFORM CONFERE-EXIGIDO
                           UNTIL IDX-EXIGIDO IS GREATER THAN 5.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       AVANCA-CARGO.
           ADD 1 TO IDX-CARGO.

       CONFERE-EXIGIDO.
           IF CGO-TREINO(IDX-CARGO, IDX-EXIGIDO) IS NOT EQUAL SPACES
               MOVE FUNCIONARIO-CODIGO TO PROCURA-FUNCIONARIO
               MOVE CGO-TREINO(IDX-CARGO, IDX-EXIGIDO)
                    TO PROCURA-TREINO
               PERFORM APURA-SITUACAO
               IF SITUACAO-APURADA IS NOT EQUAL SPACE
                   MOVE FUNCIONARIO-DEPARTAMENTO TO ORD-DEPARTAMENTO
                   MOVE FUNCIONARIO-CODIGO      TO ORD-CODIGO
                   MOVE PROCURA-TREINO          TO ORD-TREINO
                   MOVE VALIDADE-DO-REGISTRO    TO ORD-VALIDADE
                   MOVE FUNCIONARIO-NOME        TO ORD-NOME
                   MOVE FUNCIONARIO-CARGO       TO ORD-CARGO
                   MOVE SITUACAO-APURADA        TO ORD-SITUACAO
                   RELEASE ORDENACAO-REGISTRO.
           ADD 1 TO IDX-EXIGIDO.

      *    SITUACAO EM BRANCO QUER DIZER CERTIFICACAO EM DIA ALEM DO
      *    MES SEGUINTE.
       APURA-SITUACAO.
           MOVE SPACE TO SITUACAO-APURADA.
           MOVE ZEROS TO VALIDADE-DO-REGISTRO.
           PERFORM LOCALIZA-CERTIFICACAO.
           IF IDX-CERTIFICACAO IS GREATER THAN QTD-CERTIFICACOES
               MOVE "N" TO SITUACAO-APURADA
           ELSE
               MOVE CRT-VALIDADE(IDX-CERTIFICACAO)
                    TO VALIDADE-DO-REGISTRO
               DIVIDE VALIDADE-DO-REGISTRO BY 100
                      GIVING MES-DA-VALIDADE
               IF VALIDADE-DO-REGISTRO IS LESS THAN
                       INICIO-COMPETENCIA
                   MOVE "V" TO SITUACAO-APURADA
               ELSE
                   IF MES-DA-VALIDADE IS EQUAL COMPETENCIA-RELATORIO
                       MOVE "M" TO SITUACAO-APURADA
                   ELSE
                       IF MES-DA-VALIDADE IS EQUAL MES-SEGUINTE
                           MOVE "P" TO SITUACAO-APURADA.

       IMPRIME-PENDENCIAS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM IMPRIME-UMA-PENDENCIA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRO-DEPARTAMENTO
               PERFORM GRAVA-TOTAL-DEPARTAMENTO.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR DEPARTAMENTO - A PRIMEIRA LINHA DE CADA UM
      *    IMPRIME O CABECALHO DELE.
       IMPRIME-UMA-PENDENCIA.
           IF PRIMEIRO-DEPARTAMENTO
                   OR ORD-DEPARTAMENTO IS NOT EQUAL
                      DEPARTAMENTO-ANTERIOR
               IF NOT PRIMEIRO-DEPARTAMENTO
                   PERFORM GRAVA-TOTAL-DEPARTAMENTO
               END-IF
               PERFORM GRAVA-CABECALHO-DEPARTAMENTO.
           MOVE ORD-CODIGO TO DET-CODIGO.
           MOVE ORD-NOME   TO DET-NOME.
           MOVE ORD-CARGO  TO DET-CARGO.
           MOVE ORD-TREINO TO DET-TREINO.
           IF ORD-NAO-REALIZADO
               MOVE SPACES TO DET-VALIDADE
               MOVE "NAO REALIZADO" TO DET-SITUACAO
               ADD 1 TO DEPTO-NAO-REALIZADOS
           ELSE
               MOVE ORD-VALIDADE TO VALIDADE-DESMEMBRADA
               MOVE VDS-DIA TO VED-DIA
               MOVE VDS-MES TO VED-MES
               MOVE VDS-ANO TO VED-ANO
               MOVE VALIDADE-EDITADA TO DET-VALIDADE.
           IF ORD-VENCIDO
               MOVE "VENCIDO" TO DET-SITUACAO
               ADD 1 TO DEPTO-VENCIDOS.
           IF ORD-VENCE-NO-MES
               MOVE "VENCE NO MES" TO DET-SITUACAO
               ADD 1 TO DEPTO-VENCE-NO-MES.
           IF ORD-VENCE-MES-SEGUINTE
               MOVE "VENCE NO MES SEGUINTE" TO DET-SITUACAO
               ADD 1 TO DEPTO-VENCE-SEGUINTE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM RETORNA-ORDENADO.

       GRAVA-CABECALHO-DEPARTAMENTO.
           MOVE "N" TO PRIMEIRO-SW.
           MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-ANTERIOR.
           MOVE ZEROS TO TOTAIS-DO-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO " ORD-DEPARTAMENTO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-DEPARTAMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NAO REALIZ. " DEPTO-NAO-REALIZADOS
                  "  VENCIDOS " DEPTO-VENCIDOS
                  "  NO MES " DEPTO-VENCE-NO-MES
                  "  MES SEGUINTE " DEPTO-VENCE-SEGUINTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD DEPTO-NAO-REALIZADOS TO GERAL-NAO-REALIZADOS.
           ADD DEPTO-VENCIDOS       TO GERAL-VENCIDOS.
           ADD DEPTO-VENCE-NO-MES   TO GERAL-VENCE-NO-MES.
           ADD DEPTO-VENCE-SEGUINTE TO GERAL-VENCE-SEGUINTE.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CERTIFICACOES VENCIDAS E A VENCER - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  " - EMITIDO EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNC.  NOME                 CARG TREINO VALIDADE"
                  "   SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - NAO REALIZ. " GERAL-NAO-REALIZADOS
                  "  VENCIDOS " GERAL-VENCIDOS
                  "  NO MES " GERAL-VENCE-NO-MES
                  "  MES SEG. " GERAL-VENCE-SEGUINTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
