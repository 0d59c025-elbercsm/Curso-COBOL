       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG203.

      *    AGENDA MENSAL DOS EXAMES MEDICOS OCUPACIONAIS (ASO) - GERA
      *    EM ASO.DAT OS EXAMES PENDENTES QUE AINDA NAO CONSTAM E
      *    LISTA EM ASOVENC.REL, POR DEPARTAMENTO, OS PENDENTES QUE
      *    VENCEM NA COMPETENCIA E OS JA ATRASADOS. SAO GERADOS :
      *    - O ADMISSIONAL DE QUEM FOI ADMITIDO NOS ULTIMOS 12 MESES
      *      E NAO TEM NENHUM, PREVISTO PARA A DATA DE ADMISSAO;
      *    - O PERIODICO DE QUEM NAO TEM UM PENDENTE, PREVISTO PARA
      *      O ULTIMO ADMISSIONAL OU PERIODICO REALIZADO (OU A
      *      ADMISSAO) MAIS A PERIODICIDADE DO CARGO (CARGO.DAT, 12
      *      MESES QUANDO NAO INFORMADA);
      *    - O DE RETORNO AO TRABALHO DE QUEM TEVE 30 DIAS OU MAIS
      *      SEGUIDOS DE ATESTADO MEDICO EM AUSENCIA.DAT, PREVISTO
      *      PARA O DIA SEGUINTE AO ULTIMO DIA DE ATESTADO.
      *    A REALIZACAO E' REGISTRADA NO PROG202. TERMINA COM RETORNO
      *    4 QUANDO HA EXAME ATRASADO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCARGO.cob".
           COPY "SELAUSENCIA.cob".
           COPY "SELASO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ASOVENC.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORD-ATESTADO ASSIGN TO "WORK-ATESTADO.TMP".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-ASOVENC.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDAUSENCIA.cob".
           COPY "FDASO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORD-ATESTADO.
       01  ORD-ATESTADO-REGISTRO.
           05 ATS-CODIGO           PIC 9(06).
           05 ATS-DATA             PIC 9(08).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPARTAMENTO     PIC X(20).
           05 ORD-NOME             PIC X(20).
           05 ORD-CODIGO           PIC 9(06).
           05 ORD-PREVISTA         PIC 9(08).
           05 ORD-TIPO             PIC X(01).
           05 ORD-SITUACAO         PIC X(01).
               88 ORD-ATRASADO          VALUE "A".
               88 ORD-VENCE-NO-MES      VALUE "M".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  AUSENCIA-ARQ-STATUS     PIC X(02).
       01  ASO-ARQ-STATUS          PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-AUSENCIA          PIC X.
       01  FINAL-ASO               PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-RELATORIO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  INICIO-COMPETENCIA      PIC 9(08).
       01  FIM-COMPETENCIA         PIC 9(08).
       01  CORTE-ADMISSIONAL       PIC 9(08).

      *    PERIODICIDADE DO ASO POR LINHA DE CARGO (CODIGO E TIPO).
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-PERIODICIDADE   PIC 9(02).
       01  IDX-CARGO               PIC 9(03).
       01  PERIODICIDADE-DO-CARGO  PIC 9(02).

      *    EXAMES DE ASO.DAT MAIS OS GERADOS NESTA EXECUCAO (OS DE
      *    INDICE MAIOR QUE QTD-EXISTENTES).
       01  TABELA-EXAMES.
           05 QTD-EXAMES           PIC 9(05) VALUE ZEROS.
           05 EXAME-ITEM OCCURS 5000 TIMES.
               10 EXM-FUNCIONARIO     PIC 9(06).
               10 EXM-TIPO            PIC X(01).
               10 EXM-PREVISTA        PIC 9(08).
               10 EXM-REALIZACAO      PIC 9(08).
       01  QTD-EXISTENTES          PIC 9(05) VALUE ZEROS.
       01  IDX-EXAME               PIC 9(05).

      *    SITUACAO DO FUNCIONARIO NA AGENDA, APURADA NA TABELA.
       01  TEM-ADMISSIONAL-SW      PIC X(01).
           88 TEM-ADMISSIONAL      VALUE "S".
       01  TEM-PERIODICO-SW        PIC X(01).
           88 TEM-PERIODICO-PENDENTE VALUE "S".
       01  TEM-RETORNO-SW          PIC X(01).
           88 TEM-RETORNO          VALUE "S".
       01  BASE-PERIODICO          PIC 9(08).

      *    DATA CALCULADA (PREVISAO DO PERIODICO E DO RETORNO) - O
      *    DIA QUE NAO EXISTE NO MES VAI PARA O ULTIMO DIA DO MES.
       01  DATA-CALCULADA.
           05 CALC-ANO             PIC 9(04).
           05 CALC-MES             PIC 9(02).
           05 CALC-DIA             PIC 9(02).
       01  MESES-CORRIDOS          PIC 9(06).
       01  RESTO-MESES             PIC 9(02).
       01  TIPO-A-GERAR            PIC X(01).

      *    SEQUENCIA DE DIAS SEGUIDOS DE ATESTADO EM APURACAO.
       01  AFASTAMENTO-CODIGO      PIC 9(06) VALUE ZEROS.
       01  AFASTAMENTO-INICIO      PIC 9(08) VALUE ZEROS.
       01  AFASTAMENTO-FIM         PIC 9(08) VALUE ZEROS.
       01  DIAS-AFASTAMENTO        PIC 9(05).
       01  DIAS-AFASTAMENTO-LONGO  PIC 9(03) VALUE 30.

       01  TOTAL-ADMISSIONAIS      PIC 9(05) VALUE ZEROS.
       01  TOTAL-PERIODICOS        PIC 9(05) VALUE ZEROS.
       01  TOTAL-RETORNOS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-SEM-ADMISSAO      PIC 9(05) VALUE ZEROS.

       01  DEPARTAMENTO-ANTERIOR   PIC X(20) VALUE SPACES.
       01  PRIMEIRO-SW             PIC X(01) VALUE "S".
           88 PRIMEIRO-DEPARTAMENTO VALUE "S".
       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-ATRASADOS      PIC 9(05).
           05 DEPTO-NO-MES         PIC 9(05).
       01  TOTAIS-GERAIS.
           05 GERAL-ATRASADOS      PIC 9(05) VALUE ZEROS.
           05 GERAL-NO-MES         PIC 9(05) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-CODIGO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-TIPO             PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PREVISTA         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SITUACAO         PIC X(12).
       01  PREVISTA-EDITADA.
           05 PED-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PED-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PED-ANO              PIC 9(04).
       01  PREVISTA-DESMEMBRADA.
           05 PDS-ANO              PIC 9(04).
           05 PDS-MES              PIC 9(02).
           05 PDS-DIA              PIC 9(02).
           COPY "DTVALPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- AGENDA DE EXAMES OCUPACIONAIS (ASO) ----".
           PERFORM PEDE-COMPETENCIA.
           COMPUTE INICIO-COMPETENCIA = COMPETENCIA-ANO * 10000
                   + COMPETENCIA-MES * 100 + 1.
           COMPUTE FIM-COMPETENCIA = COMPETENCIA-ANO * 10000
                   + COMPETENCIA-MES * 100 + 31.
           COMPUTE CORTE-ADMISSIONAL = INICIO-COMPETENCIA - 10000.

           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-EXAMES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM AGENDA-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

           SORT ARQUIVO-ORD-ATESTADO
               ON ASCENDING KEY ATS-CODIGO ATS-DATA
               INPUT PROCEDURE IS SELECIONA-ATESTADOS
               OUTPUT PROCEDURE IS APURA-AFASTAMENTOS.

           PERFORM GRAVA-EXAMES-GERADOS.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPARTAMENTO ORD-NOME ORD-CODIGO
                                ORD-PREVISTA
               INPUT PROCEDURE IS SELECIONA-VENCIDOS
               OUTPUT PROCEDURE IS IMPRIME-VENCIDOS.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.

           DISPLAY "EXAMES GERADOS NA AGENDA :".
           DISPLAY "  ADMISSIONAIS          : " TOTAL-ADMISSIONAIS.
           DISPLAY "  PERIODICOS            : " TOTAL-PERIODICOS.
           DISPLAY "  RETORNO AO TRABALHO   : " TOTAL-RETORNOS.
           IF TOTAL-SEM-ADMISSAO IS GREATER THAN ZEROS
               DISPLAY "FUNCIONARIOS SEM DATA DE ADMISSAO (NAO "
                       "AGENDADOS) : " TOTAL-SEM-ADMISSAO.
           DISPLAY "EXAMES ATRASADOS        : " GERAL-ATRASADOS.
           DISPLAY "EXAMES QUE VENCEM NO MES: " GERAL-NO-MES.
           DISPLAY "RELATORIO GRAVADO EM ASOVENC.REL.".
           IF GERAL-ATRASADOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA AGENDA (AAAAMM - ENTER = MES "
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
           IF QTD-CARGOS IS EQUAL 200
               DISPLAY "TABELA DE CARGOS CHEIA (LIMITE 200 LINHAS) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CARGOS.
           MOVE CARGO-CODIGO TO CGO-CODIGO(QTD-CARGOS).
           MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS).
           IF CARGO-PERIODICIDADE-ASO IS NUMERIC
                   AND CARGO-PERIODICIDADE-ASO IS GREATER THAN ZEROS
               MOVE CARGO-PERIODICIDADE-ASO
                    TO CGO-PERIODICIDADE(QTD-CARGOS)
           ELSE
               MOVE 12 TO CGO-PERIODICIDADE(QTD-CARGOS).
           PERFORM LEIA-PROXIMO-CARGO.

       CARREGA-EXAMES.
           MOVE ZEROS TO QTD-EXAMES.
           OPEN INPUT ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ASO
               PERFORM LEIA-PROXIMO-ASO
               PERFORM GUARDA-EXAME-NA-TABELA
                       UNTIL FINAL-ASO IS EQUAL "S".
           CLOSE ARQUIVO-ASO.
           MOVE QTD-EXAMES TO QTD-EXISTENTES.

       LEIA-PROXIMO-ASO.
           READ ARQUIVO-ASO AT END
           MOVE "S" TO FINAL-ASO.

       GUARDA-EXAME-NA-TABELA.
           PERFORM ABRE-POSICAO-NA-TABELA.
           MOVE ASO-FUNCIONARIO     TO EXM-FUNCIONARIO(QTD-EXAMES).
           MOVE ASO-TIPO            TO EXM-TIPO(QTD-EXAMES).
           MOVE ASO-DATA-PREVISTA   TO EXM-PREVISTA(QTD-EXAMES).
           MOVE ASO-DATA-REALIZACAO TO EXM-REALIZACAO(QTD-EXAMES).
           PERFORM LEIA-PROXIMO-ASO.

       ABRE-POSICAO-NA-TABELA.
           IF QTD-EXAMES IS EQUAL 5000
               DISPLAY "TABELA DE EXAMES CHEIA (LIMITE 5000 ITENS) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-EXAMES.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    ADMISSIONAL E PERIODICO - QUEM NAO TEM DATA DE ADMISSAO
      *    VALIDA FICA FORA E E' CONTADO.
       AGENDA-FUNCIONARIO.
           IF FUNCIONARIO-DATA-ADMISSAO IS NOT NUMERIC
                   OR FUNCIONARIO-DATA-ADMISSAO IS EQUAL ZEROS
               ADD 1 TO TOTAL-SEM-ADMISSAO
           ELSE
               PERFORM APURA-EXAMES-DO-FUNCIONARIO
               IF NOT TEM-ADMISSIONAL
                       AND FUNCIONARIO-DATA-ADMISSAO IS NOT LESS THAN
                           CORTE-ADMISSIONAL
                   MOVE FUNCIONARIO-DATA-ADMISSAO TO DATA-CALCULADA
                   MOVE "A" TO TIPO-A-GERAR
                   PERFORM GERA-EXAME-PENDENTE
                   ADD 1 TO TOTAL-ADMISSIONAIS
               END-IF
               IF NOT TEM-PERIODICO-PENDENTE
                   PERFORM PROCURA-PERIODICIDADE
                   MOVE BASE-PERIODICO TO DATA-CALCULADA
                   PERFORM SOMA-PERIODICIDADE
                   MOVE "P" TO TIPO-A-GERAR
                   PERFORM GERA-EXAME-PENDENTE
                   ADD 1 TO TOTAL-PERIODICOS.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       APURA-EXAMES-DO-FUNCIONARIO.
           MOVE "N" TO TEM-ADMISSIONAL-SW.
           MOVE "N" TO TEM-PERIODICO-SW.
           MOVE FUNCIONARIO-DATA-ADMISSAO TO BASE-PERIODICO.
           MOVE 1 TO IDX-EXAME.
           PERFORM EXAMINA-EXAME-DO-FUNCIONARIO
                   UNTIL IDX-EXAME IS GREATER THAN QTD-EXAMES.

       EXAMINA-EXAME-DO-FUNCIONARIO.
           IF EXM-FUNCIONARIO(IDX-EXAME) IS EQUAL FUNCIONARIO-CODIGO
               IF EXM-TIPO(IDX-EXAME) IS EQUAL "A"
                   MOVE "S" TO TEM-ADMISSIONAL-SW
               END-IF
               IF EXM-TIPO(IDX-EXAME) IS EQUAL "P"
                       AND EXM-REALIZACAO(IDX-EXAME) IS EQUAL ZEROS
                   MOVE "S" TO TEM-PERIODICO-SW
               END-IF
               IF (EXM-TIPO(IDX-EXAME) IS EQUAL "A"
                       OR EXM-TIPO(IDX-EXAME) IS EQUAL "P")
                       AND EXM-REALIZACAO(IDX-EXAME) IS GREATER THAN
                           BASE-PERIODICO
                   MOVE EXM-REALIZACAO(IDX-EXAME) TO BASE-PERIODICO.
           ADD 1 TO IDX-EXAME.

       PROCURA-PERIODICIDADE.
           MOVE 12 TO PERIODICIDADE-DO-CARGO.
           MOVE 1 TO IDX-CARGO.
           PERFORM AVANCA-CARGO
                   UNTIL IDX-CARGO IS GREATER THAN QTD-CARGOS
                   OR (CGO-CODIGO(IDX-CARGO) IS EQUAL
                          FUNCIONARIO-CARGO
                   AND CGO-TIPO(IDX-CARGO) IS EQUAL
                          FUNCIONARIO-TIPO).
           IF IDX-CARGO IS NOT GREATER THAN QTD-CARGOS
               MOVE CGO-PERIODICIDADE(IDX-CARGO)
                    TO PERIODICIDADE-DO-CARGO.

       AVANCA-CARGO.
           ADD 1 TO IDX-CARGO.

       SOMA-PERIODICIDADE.
           COMPUTE MESES-CORRIDOS = CALC-ANO * 12 + CALC-MES - 1
                   + PERIODICIDADE-DO-CARGO.
           DIVIDE MESES-CORRIDOS BY 12
                  GIVING CALC-ANO REMAINDER RESTO-MESES.
           COMPUTE CALC-MES = RESTO-MESES + 1.
           PERFORM CONFERE-DATA-CALCULADA.
           PERFORM RECUA-DIA-CALCULADO
                   UNTIL DTVAL-DATA-VALIDA.

       CONFERE-DATA-CALCULADA.
           MOVE DATA-CALCULADA TO DTVAL-DATA-1.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.

       RECUA-DIA-CALCULADO.
           SUBTRACT 1 FROM CALC-DIA.
           PERFORM CONFERE-DATA-CALCULADA.

       GERA-EXAME-PENDENTE.
           PERFORM ABRE-POSICAO-NA-TABELA.
           MOVE FUNCIONARIO-CODIGO TO EXM-FUNCIONARIO(QTD-EXAMES).
           MOVE TIPO-A-GERAR       TO EXM-TIPO(QTD-EXAMES).
           MOVE DATA-CALCULADA     TO EXM-PREVISTA(QTD-EXAMES).
           MOVE ZEROS              TO EXM-REALIZACAO(QTD-EXAMES).

      *    SO OS ATESTADOS MEDICOS INTERESSAM AO RETORNO AO TRABALHO.
       SELECIONA-ATESTADOS.
           OPEN INPUT ARQUIVO-AUSENCIA.
           IF AUSENCIA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-AUSENCIA
               PERFORM LEIA-PROXIMA-AUSENCIA
               PERFORM LIBERA-ATESTADO
                       UNTIL FINAL-AUSENCIA IS EQUAL "S".
           CLOSE ARQUIVO-AUSENCIA.

       LEIA-PROXIMA-AUSENCIA.
           READ ARQUIVO-AUSENCIA AT END
           MOVE "S" TO FINAL-AUSENCIA.

       LIBERA-ATESTADO.
           IF AUSENCIA-ATESTADO
               MOVE AUSENCIA-CODIGO TO ATS-CODIGO
               MOVE AUSENCIA-DATA   TO ATS-DATA
               RELEASE ORD-ATESTADO-REGISTRO.
           PERFORM LEIA-PROXIMA-AUSENCIA.

      *    EM ORDEM DE FUNCIONARIO E DATA, DIAS CORRIDOS DE ATESTADO
      *    FORMAM UM AFASTAMENTO - CADA AFASTAMENTO LONGO DE QUEM
      *    AINDA ESTA NO CADASTRO PEDE UM EXAME DE RETORNO.
       APURA-AFASTAMENTOS.
           MOVE ZEROS TO AFASTAMENTO-CODIGO.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ATESTADO.
           PERFORM ACUMULA-ATESTADO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF AFASTAMENTO-CODIGO IS NOT EQUAL ZEROS
               PERFORM ENCERRA-AFASTAMENTO.

       RETORNA-ATESTADO.
           RETURN ARQUIVO-ORD-ATESTADO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       ACUMULA-ATESTADO.
           IF ATS-CODIGO IS EQUAL AFASTAMENTO-CODIGO
               MOVE AFASTAMENTO-FIM TO DTVAL-DATA-1
               MOVE ATS-DATA        TO DTVAL-DATA-2
               MOVE "D" TO DTVAL-FUNCAO
               CALL "PROG95" USING DTVAL-PARAMETROS
           ELSE
               MOVE 99 TO DTVAL-DIAS.
           IF DTVAL-DIAS IS GREATER THAN 1
                   OR DTVAL-DATA-INVALIDA
               IF AFASTAMENTO-CODIGO IS NOT EQUAL ZEROS
                   PERFORM ENCERRA-AFASTAMENTO
               END-IF
               MOVE ATS-CODIGO TO AFASTAMENTO-CODIGO
               MOVE ATS-DATA   TO AFASTAMENTO-INICIO.
           MOVE ATS-DATA TO AFASTAMENTO-FIM.
           PERFORM RETORNA-ATESTADO.

       ENCERRA-AFASTAMENTO.
           MOVE AFASTAMENTO-INICIO TO DTVAL-DATA-1.
           MOVE AFASTAMENTO-FIM    TO DTVAL-DATA-2.
           MOVE "D" TO DTVAL-FUNCAO.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
               COMPUTE DIAS-AFASTAMENTO = DTVAL-DIAS + 1
               IF DIAS-AFASTAMENTO IS NOT LESS THAN
                       DIAS-AFASTAMENTO-LONGO
                   PERFORM AGENDA-RETORNO.

       AGENDA-RETORNO.
           MOVE AFASTAMENTO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE ZEROS TO FUNCIONARIO-CODIGO.
           IF FUNCIONARIO-CODIGO IS NOT EQUAL ZEROS
               MOVE AFASTAMENTO-FIM TO DATA-CALCULADA
               PERFORM AVANCA-UM-DIA
               MOVE "N" TO TEM-RETORNO-SW
               MOVE 1 TO IDX-EXAME
               PERFORM PROCURA-RETORNO
                       UNTIL IDX-EXAME IS GREATER THAN QTD-EXAMES
               IF NOT TEM-RETORNO
                   MOVE "R" TO TIPO-A-GERAR
                   PERFORM GERA-EXAME-PENDENTE
                   ADD 1 TO TOTAL-RETORNOS.

       PROCURA-RETORNO.
           IF EXM-FUNCIONARIO(IDX-EXAME) IS EQUAL FUNCIONARIO-CODIGO
                   AND EXM-TIPO(IDX-EXAME) IS EQUAL "R"
                   AND EXM-PREVISTA(IDX-EXAME) IS NOT LESS THAN
                       AFASTAMENTO-INICIO
               MOVE "S" TO TEM-RETORNO-SW.
           ADD 1 TO IDX-EXAME.

       AVANCA-UM-DIA.
           ADD 1 TO CALC-DIA.
           PERFORM CONFERE-DATA-CALCULADA.
           IF DTVAL-DATA-INVALIDA
               MOVE 01 TO CALC-DIA
               ADD 1 TO CALC-MES
               IF CALC-MES IS GREATER THAN 12
                   MOVE 01 TO CALC-MES
                   ADD 1 TO CALC-ANO.

       GRAVA-EXAMES-GERADOS.
           IF QTD-EXAMES IS GREATER THAN QTD-EXISTENTES
               OPEN EXTEND ARQUIVO-ASO
               IF ASO-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-ASO
               END-IF
               COMPUTE IDX-EXAME = QTD-EXISTENTES + 1
               PERFORM GRAVA-UM-EXAME-GERADO
                       UNTIL IDX-EXAME IS GREATER THAN QTD-EXAMES
               CLOSE ARQUIVO-ASO.

       GRAVA-UM-EXAME-GERADO.
           MOVE EXM-FUNCIONARIO(IDX-EXAME) TO ASO-FUNCIONARIO.
           MOVE EXM-TIPO(IDX-EXAME)        TO ASO-TIPO.
           MOVE EXM-PREVISTA(IDX-EXAME)    TO ASO-DATA-PREVISTA.
           MOVE ZEROS                      TO ASO-DATA-REALIZACAO.
           MOVE SPACE                      TO ASO-RESULTADO.
           MOVE SPACES                     TO ASO-MEDICO.
           MOVE DATA-CORRENTE              TO ASO-DATA-REGISTRO.
           WRITE ASO-REGISTRO.
           ADD 1 TO IDX-EXAME.

      *    LIBERA PARA O SORT OS PENDENTES PREVISTOS ATE O FIM DA
      *    COMPETENCIA - OS DE QUEM JA SAIU DO CADASTRO FICAM FORA.
       SELECIONA-VENCIDOS.
           MOVE 1 TO IDX-EXAME.
           PERFORM LIBERA-EXAME-VENCIDO
                   UNTIL IDX-EXAME IS GREATER THAN QTD-EXAMES.

       LIBERA-EXAME-VENCIDO.
           IF EXM-REALIZACAO(IDX-EXAME) IS EQUAL ZEROS
                   AND EXM-PREVISTA(IDX-EXAME) IS NOT GREATER THAN
                       FIM-COMPETENCIA
               MOVE EXM-FUNCIONARIO(IDX-EXAME) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                    INVALID KEY
                    MOVE ZEROS TO FUNCIONARIO-CODIGO
               END-READ
               IF FUNCIONARIO-CODIGO IS NOT EQUAL ZEROS
                   MOVE FUNCIONARIO-DEPARTAMENTO TO ORD-DEPARTAMENTO
                   MOVE FUNCIONARIO-NOME         TO ORD-NOME
                   MOVE FUNCIONARIO-CODIGO       TO ORD-CODIGO
                   MOVE EXM-PREVISTA(IDX-EXAME)  TO ORD-PREVISTA
                   MOVE EXM-TIPO(IDX-EXAME)      TO ORD-TIPO
                   IF EXM-PREVISTA(IDX-EXAME) IS LESS THAN
                           INICIO-COMPETENCIA
                       MOVE "A" TO ORD-SITUACAO
                   ELSE
                       MOVE "M" TO ORD-SITUACAO
                   END-IF
                   RELEASE ORDENACAO-REGISTRO.
           ADD 1 TO IDX-EXAME.

       IMPRIME-VENCIDOS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM IMPRIME-UM-VENCIDO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRO-DEPARTAMENTO
               PERFORM GRAVA-TOTAL-DEPARTAMENTO.

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA POR DEPARTAMENTO - A PRIMEIRA LINHA DE CADA UM
      *    IMPRIME O CABECALHO DELE.
       IMPRIME-UM-VENCIDO.
           IF PRIMEIRO-DEPARTAMENTO
                   OR ORD-DEPARTAMENTO IS NOT EQUAL
                      DEPARTAMENTO-ANTERIOR
               IF NOT PRIMEIRO-DEPARTAMENTO
                   PERFORM GRAVA-TOTAL-DEPARTAMENTO
               END-IF
               PERFORM GRAVA-CABECALHO-DEPARTAMENTO.
           MOVE ORD-CODIGO TO DET-CODIGO.
           MOVE ORD-NOME   TO DET-NOME.
           MOVE SPACES TO DET-TIPO.
           IF ORD-TIPO IS EQUAL "A"
               MOVE "ADMISSIONAL" TO DET-TIPO.
           IF ORD-TIPO IS EQUAL "P"
               MOVE "PERIODICO" TO DET-TIPO.
           IF ORD-TIPO IS EQUAL "R"
               MOVE "RETORNO" TO DET-TIPO.
           IF ORD-TIPO IS EQUAL "D"
               MOVE "DEMISSIONAL" TO DET-TIPO.
           MOVE ORD-PREVISTA TO PREVISTA-DESMEMBRADA.
           MOVE PDS-DIA TO PED-DIA.
           MOVE PDS-MES TO PED-MES.
           MOVE PDS-ANO TO PED-ANO.
           MOVE PREVISTA-EDITADA TO DET-PREVISTA.
           IF ORD-ATRASADO
               MOVE "ATRASADO" TO DET-SITUACAO
               ADD 1 TO DEPTO-ATRASADOS
           ELSE
               MOVE "VENCE NO MES" TO DET-SITUACAO
               ADD 1 TO DEPTO-NO-MES.
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
           STRING "  ATRASADOS " DEPTO-ATRASADOS
                  "  VENCEM NO MES " DEPTO-NO-MES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD DEPTO-ATRASADOS TO GERAL-ATRASADOS.
           ADD DEPTO-NO-MES    TO GERAL-NO-MES.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXAMES OCUPACIONAIS A FAZER - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  " - EMITIDO EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNC.  NOME                 EXAME        PREVISTO"
                  "   SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - ATRASADOS " GERAL-ATRASADOS
                  "  VENCEM NO MES " GERAL-NO-MES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
