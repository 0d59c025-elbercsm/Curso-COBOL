       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG176.

      *    DEMONSTRACAO DO RESULTADO (DRE) DO RAZAO INTERNO - PARA A
      *    COMPETENCIA INFORMADA, SOMA O MOVIMENTO DE RAZAO.DAT DAS
      *    CONTAS DE RECEITA E DE DESPESA DO PLANO (PLANCTAS.DAT)
      *    NAS LINHAS DE GRUPO DO PLANO E IMPRIME EM DRE.REL O MES,
      *    O ACUMULADO DO ANO ATE O MES E O MESMO PERIODO DO ANO
      *    ANTERIOR, COM O TOTAL DAS RECEITAS, O DAS DESPESAS E O
      *    RESULTADO (RECEITA POSITIVA, DESPESA NEGATIVA). FECHA COM
      *    A CONFERENCIA CONTRA O BALANCETE DO MES (PROG133) - OS
      *    DEBITOS E CREDITOS TOTAIS E A PROVA DE QUE O RESULTADO
      *    IGUALA A VARIACAO DAS CONTAS PATRIMONIAIS NO MES.
      *    2026-10-15 LINHAS DO LOTE DE ENCERRAMENTO DO EXERCICIO
      *    (PROG183) FICAM FORA DA DRE E DA CONFERENCIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRAZAO.cob".
           COPY "SELPLANCTAS.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "DRE.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRAZAO.cob".
           COPY "FDPLANCTAS.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  RAZAO-ARQ-STATUS        PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-RAZAO             PIC X.
       01  FINAL-PLANCTAS          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-DRE.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-DRE-NUM REDEFINES COMPETENCIA-DRE
                                   PIC 9(06).

      *    PERIODOS DAS TRES COLUNAS - O MES, JANEIRO ATE O MES E O
      *    MESMO INTERVALO NO ANO ANTERIOR.
       01  INICIO-ANO              PIC 9(06).
       01  INICIO-ANO-ANTERIOR     PIC 9(06).
       01  FIM-ANO-ANTERIOR        PIC 9(06).

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT, COM O TIPO E O
      *    GRUPO JA RESOLVIDOS PARA AS LINHAS ANTIGAS.
       01  TABELA-CONTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CTA-CODIGO          PIC X(06).
               10 CTA-TIPO            PIC X(01).
               10 CTA-GRUPO           PIC 9(02).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".
       01  TIPO-DA-CONTA           PIC X(01).
           88 TIPO-RESULTADO       VALUE "R" "D".
           88 TIPO-PATRIMONIAL     VALUE "A" "P" "L".
       01  GRUPO-DA-CONTA          PIC 9(02).

      *    LINHAS DA DRE - SECAO 1 RECEITAS, SECAO 2 DESPESAS - UMA
      *    POR NUMERO DE GRUPO, VALORES COM CREDITO POSITIVO.
       01  TABELA-GRUPOS.
           05 SECAO-ITEM OCCURS 2 TIMES.
               10 GRUPO-ITEM OCCURS 99 TIMES.
                   15 GRP-USADO        PIC X(01).
                   15 GRP-DESCRICAO    PIC X(25).
                   15 GRP-MES          PIC S9(12)V9(02).
                   15 GRP-ANO          PIC S9(12)V9(02).
                   15 GRP-ANO-ANTERIOR PIC S9(12)V9(02).
       01  IDX-SECAO               PIC 9(01).
       01  IDX-GRUPO               PIC 9(03).

       01  VALOR-LANCAMENTO        PIC S9(12)V9(02).

       01  TOTAIS-DA-SECAO.
           05 SECAO-MES            PIC S9(12)V9(02).
           05 SECAO-ANO            PIC S9(12)V9(02).
           05 SECAO-ANO-ANTERIOR   PIC S9(12)V9(02).
       01  TOTAIS-DO-RESULTADO.
           05 RESULTADO-MES        PIC S9(12)V9(02) VALUE ZEROS.
           05 RESULTADO-ANO        PIC S9(12)V9(02) VALUE ZEROS.
           05 RESULTADO-ANO-ANTERIOR PIC S9(12)V9(02) VALUE ZEROS.

      *    CONFERENCIA COM O BALANCETE DO MES.
       01  TOTAL-DEBITOS-MES       PIC 9(12)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS-MES      PIC 9(12)V9(02) VALUE ZEROS.
       01  VARIACAO-PATRIMONIAL    PIC S9(12)V9(02) VALUE ZEROS.
       01  SEM-CLASSIFICACAO-MES   PIC S9(12)V9(02) VALUE ZEROS.
       01  DIFERENCA-CONFERENCIA   PIC S9(12)V9(02).
       01  CONFERENCIA-SW          PIC X(01).
           88 CONFERENCIA-OK       VALUE "S".
       01  FORA-DO-PLANO           PIC 9(04) VALUE ZEROS.

       01  VALOR-EDITADO           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CABECALHO-COLUNAS.
           05 FILLER               PIC X(27) VALUE "GRUPO".
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE "MES ".
           05 CAB-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 CAB-ANO-MES          PIC 9(04).
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "ACUM. ".
           05 CAB-ANO              PIC 9(04).
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE "ACUM. ".
           05 CAB-ANO-ANTERIOR     PIC 9(04).

       01  LINHA-GRUPO.
           05 LIN-DESCRICAO        PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-MES              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-ANO              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-ANO-ANTERIOR     PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- DEMONSTRACAO DO RESULTADO (DRE) ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM MONTA-PERIODOS.
           PERFORM LIMPA-TABELA-GRUPOS.
           PERFORM CARREGA-PLANO-CONTAS.
           PERFORM ACUMULA-RAZAO.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE 1 TO IDX-SECAO.
           PERFORM IMPRIME-SECAO.
           MOVE 2 TO IDX-SECAO.
           PERFORM IMPRIME-SECAO.
           PERFORM IMPRIME-RESULTADO.
           PERFORM IMPRIME-CONFERENCIA.
           CLOSE ARQUIVO-RELATORIO.

           MOVE RESULTADO-MES TO VALOR-EDITADO.
           DISPLAY "RESULTADO DO MES : " VALOR-EDITADO.
           MOVE RESULTADO-ANO TO VALOR-EDITADO.
           DISPLAY "RESULTADO NO ANO : " VALOR-EDITADO.
           IF CONFERENCIA-OK
               DISPLAY "CONFERENCIA COM O BALANCETE OK."
           ELSE
               DISPLAY "** CONFERENCIA COM O BALANCETE NAO FECHA - "
                       "VER DRE.REL **"
               MOVE 4 TO RETURN-CODE.
           DISPLAY "DRE GRAVADA EM DRE.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES ANTERIOR, O MES QUE
      *    NORMALMENTE SE FECHA.
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA DRE (AAAAMM - ENTER = MES "
                   "ANTERIOR) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               PERFORM ASSUME-MES-ANTERIOR
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-DRE.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ASSUME-MES-ANTERIOR.
           MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO.
           MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS EQUAL 01
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES.

       MONTA-PERIODOS.
           COMPUTE INICIO-ANO = COMPETENCIA-ANO * 100 + 1.
           COMPUTE INICIO-ANO-ANTERIOR = INICIO-ANO - 100.
           COMPUTE FIM-ANO-ANTERIOR = COMPETENCIA-DRE-NUM - 100.

       LIMPA-TABELA-GRUPOS.
           MOVE 1 TO IDX-SECAO.
           PERFORM LIMPA-UMA-SECAO
                   UNTIL IDX-SECAO IS GREATER THAN 2.

       LIMPA-UMA-SECAO.
           MOVE 1 TO IDX-GRUPO.
           PERFORM LIMPA-UM-GRUPO
                   UNTIL IDX-GRUPO IS GREATER THAN 99.
           ADD 1 TO IDX-SECAO.

       LIMPA-UM-GRUPO.
           MOVE "N"    TO GRP-USADO(IDX-SECAO, IDX-GRUPO).
           MOVE SPACES TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO).
           MOVE ZEROS  TO GRP-MES(IDX-SECAO, IDX-GRUPO).
           MOVE ZEROS  TO GRP-ANO(IDX-SECAO, IDX-GRUPO).
           MOVE ZEROS  TO GRP-ANO-ANTERIOR(IDX-SECAO, IDX-GRUPO).
           ADD 1 TO IDX-GRUPO.

       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "PLANO DE CONTAS (PLANCTAS.DAT) NAO "
                       "DISPONIVEL - STATUS : " PLANCTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PLANCTAS.
           PERFORM LEIA-PROXIMA-CONTA.
           PERFORM GUARDA-CONTA-NA-TABELA
                   UNTIL FINAL-PLANCTAS IS EQUAL "S".
           CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-PLANCTAS.

       GUARDA-CONTA-NA-TABELA.
           IF QTD-CONTAS IS LESS THAN 100
               PERFORM RESOLVE-TIPO-E-GRUPO
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CTA-CODIGO(QTD-CONTAS)
               MOVE TIPO-DA-CONTA  TO CTA-TIPO(QTD-CONTAS)
               MOVE GRUPO-DA-CONTA TO CTA-GRUPO(QTD-CONTAS)
               IF TIPO-RESULTADO
                   PERFORM REGISTRA-LINHA-DO-GRUPO.
           PERFORM LEIA-PROXIMA-CONTA.

      *    LINHA ANTIGA DO PLANO, SEM TIPO, VALE PELO PRIMEIRO
      *    DIGITO DA CONTA; SEM GRUPO, CAI NO GRUPO 99.
       RESOLVE-TIPO-E-GRUPO.
           MOVE SPACE TO TIPO-DA-CONTA.
           IF PLANCTAS-TIPO-VALIDO
               MOVE PLANCTAS-TIPO TO TIPO-DA-CONTA
           ELSE
               IF PLANCTAS-CONTA(1:1) IS EQUAL "1"
                   MOVE "A" TO TIPO-DA-CONTA
               ELSE
                   IF PLANCTAS-CONTA(1:1) IS EQUAL "2"
                       MOVE "P" TO TIPO-DA-CONTA
                   ELSE
                       IF PLANCTAS-CONTA(1:1) IS EQUAL "3"
                           MOVE "R" TO TIPO-DA-CONTA
                       ELSE
                           IF PLANCTAS-CONTA(1:1) IS EQUAL "4"
                               MOVE "D" TO TIPO-DA-CONTA.
           MOVE 99 TO GRUPO-DA-CONTA.
           IF PLANCTAS-GRUPO IS NUMERIC
               IF PLANCTAS-GRUPO IS GREATER THAN ZEROS
                   MOVE PLANCTAS-GRUPO TO GRUPO-DA-CONTA.

      *    A DESCRICAO DA LINHA VEM DA PRIMEIRA CONTA DO GRUPO QUE A
      *    INFORMA - NO GRUPO 99 SEM DESCRICAO, "OUTRAS RECEITAS" OU
      *    "OUTRAS DESPESAS"; NOS DEMAIS, A DESCRICAO DA CONTA.
       REGISTRA-LINHA-DO-GRUPO.
           IF TIPO-DA-CONTA IS EQUAL "R"
               MOVE 1 TO IDX-SECAO
           ELSE
               MOVE 2 TO IDX-SECAO.
           MOVE GRUPO-DA-CONTA TO IDX-GRUPO.
           MOVE "S" TO GRP-USADO(IDX-SECAO, IDX-GRUPO).
           IF GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO) IS EQUAL SPACES
               MOVE PLANCTAS-GRUPO-DESCRICAO
                    TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO).
           IF GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO) IS EQUAL SPACES
               IF IDX-GRUPO IS EQUAL 99
                   IF IDX-SECAO IS EQUAL 1
                       MOVE "OUTRAS RECEITAS"
                            TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO)
                   ELSE
                       MOVE "OUTRAS DESPESAS"
                            TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO)
                   END-IF
               ELSE
                   MOVE PLANCTAS-DESCRICAO
                        TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO).

       ACUMULA-RAZAO.
           OPEN INPUT ARQUIVO-RAZAO.
           IF RAZAO-ARQ-STATUS IS NOT EQUAL "00"
              AND RAZAO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O RAZAO INTERNO - STATUS : "
                       RAZAO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RAZAO.
           PERFORM LEIA-PROXIMO-RAZAO.
           PERFORM EXAMINA-LANCAMENTO
                   UNTIL FINAL-RAZAO IS EQUAL "S".
           CLOSE ARQUIVO-RAZAO.

       LEIA-PROXIMO-RAZAO.
           READ ARQUIVO-RAZAO AT END
           MOVE "S" TO FINAL-RAZAO.

      *    SO INTERESSAM OS LANCAMENTOS DO ANO ATE A COMPETENCIA E O
      *    MESMO INTERVALO DO ANO ANTERIOR. O LOTE DE ENCERRAMENTO
      *    DO EXERCICIO (PROG183) SO TRANSFERE O RESULTADO PARA
      *    LUCROS ACUMULADOS - SE ENTRASSE, ZERARIA A DRE DO ANO.
       EXAMINA-LANCAMENTO.
           IF NOT RAZAO-ENCERRAMENTO
               PERFORM SELECIONA-LANCAMENTO.
           PERFORM LEIA-PROXIMO-RAZAO.

       SELECIONA-LANCAMENTO.
           IF RAZAO-COMPETENCIA IS NOT LESS THAN INICIO-ANO
                   AND RAZAO-COMPETENCIA IS NOT GREATER THAN
                       COMPETENCIA-DRE-NUM
               PERFORM ACUMULA-NA-CONTA
           ELSE
               IF RAZAO-COMPETENCIA IS NOT LESS THAN
                       INICIO-ANO-ANTERIOR
                       AND RAZAO-COMPETENCIA IS NOT GREATER THAN
                           FIM-ANO-ANTERIOR
                   PERFORM ACUMULA-NA-CONTA.

       ACUMULA-NA-CONTA.
           IF RAZAO-CREDITO
               MOVE RAZAO-VALOR TO VALOR-LANCAMENTO
           ELSE
               COMPUTE VALOR-LANCAMENTO = ZEROS - RAZAO-VALOR.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM PROCURA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF CONTA-ACHADA
               MOVE CTA-TIPO(IDX-CONTA) TO TIPO-DA-CONTA
           ELSE
               MOVE SPACE TO TIPO-DA-CONTA
               IF RAZAO-COMPETENCIA IS EQUAL COMPETENCIA-DRE-NUM
                   ADD 1 TO FORA-DO-PLANO.

           IF RAZAO-COMPETENCIA IS EQUAL COMPETENCIA-DRE-NUM
               PERFORM CONFERE-LANCAMENTO-DO-MES.
           IF TIPO-RESULTADO
               PERFORM SOMA-NA-LINHA-DO-GRUPO.

       PROCURA-CONTA.
           IF CTA-CODIGO(IDX-CONTA) IS EQUAL RAZAO-CONTA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

      *    O MOVIMENTO DO MES ALIMENTA A CONFERENCIA - TOTAIS DO
      *    BALANCETE, VARIACAO DAS CONTAS PATRIMONIAIS (DEBITO MENOS
      *    CREDITO) E O QUE FICOU SEM CLASSIFICACAO.
       CONFERE-LANCAMENTO-DO-MES.
           IF RAZAO-DEBITO
               ADD RAZAO-VALOR TO TOTAL-DEBITOS-MES
           ELSE
               ADD RAZAO-VALOR TO TOTAL-CREDITOS-MES.
           IF TIPO-PATRIMONIAL
               SUBTRACT VALOR-LANCAMENTO FROM VARIACAO-PATRIMONIAL
           ELSE
               IF NOT TIPO-RESULTADO
                   SUBTRACT VALOR-LANCAMENTO
                       FROM SEM-CLASSIFICACAO-MES.

       SOMA-NA-LINHA-DO-GRUPO.
           IF TIPO-DA-CONTA IS EQUAL "R"
               MOVE 1 TO IDX-SECAO
           ELSE
               MOVE 2 TO IDX-SECAO.
           MOVE CTA-GRUPO(IDX-CONTA) TO IDX-GRUPO.
           IF RAZAO-COMPETENCIA IS LESS THAN INICIO-ANO
               ADD VALOR-LANCAMENTO
                   TO GRP-ANO-ANTERIOR(IDX-SECAO, IDX-GRUPO)
           ELSE
               ADD VALOR-LANCAMENTO TO GRP-ANO(IDX-SECAO, IDX-GRUPO)
               IF RAZAO-COMPETENCIA IS EQUAL COMPETENCIA-DRE-NUM
                   ADD VALOR-LANCAMENTO
                       TO GRP-MES(IDX-SECAO, IDX-GRUPO).

       IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEMONSTRACAO DO RESULTADO - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE COMPETENCIA-MES TO CAB-MES.
           MOVE COMPETENCIA-ANO TO CAB-ANO-MES.
           MOVE COMPETENCIA-ANO TO CAB-ANO.
           COMPUTE CAB-ANO-ANTERIOR = COMPETENCIA-ANO - 1.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF IDX-SECAO IS EQUAL 1
               MOVE "RECEITAS" TO LINHA-RELATORIO
           ELSE
               MOVE "DESPESAS" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO SECAO-MES.
           MOVE ZEROS TO SECAO-ANO.
           MOVE ZEROS TO SECAO-ANO-ANTERIOR.
           MOVE 1 TO IDX-GRUPO.
           PERFORM IMPRIME-UM-GRUPO
                   UNTIL IDX-GRUPO IS GREATER THAN 99.
           IF IDX-SECAO IS EQUAL 1
               MOVE "TOTAL DAS RECEITAS" TO LIN-DESCRICAO
           ELSE
               MOVE "TOTAL DAS DESPESAS" TO LIN-DESCRICAO.
           MOVE SECAO-MES          TO LIN-MES.
           MOVE SECAO-ANO          TO LIN-ANO.
           MOVE SECAO-ANO-ANTERIOR TO LIN-ANO-ANTERIOR.
           MOVE LINHA-GRUPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD SECAO-MES          TO RESULTADO-MES.
           ADD SECAO-ANO          TO RESULTADO-ANO.
           ADD SECAO-ANO-ANTERIOR TO RESULTADO-ANO-ANTERIOR.

       IMPRIME-UM-GRUPO.
           IF GRP-USADO(IDX-SECAO, IDX-GRUPO) IS EQUAL "S"
               MOVE GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO)
                    TO LIN-DESCRICAO
               MOVE GRP-MES(IDX-SECAO, IDX-GRUPO) TO LIN-MES
               MOVE GRP-ANO(IDX-SECAO, IDX-GRUPO) TO LIN-ANO
               MOVE GRP-ANO-ANTERIOR(IDX-SECAO, IDX-GRUPO)
                    TO LIN-ANO-ANTERIOR
               MOVE LINHA-GRUPO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD GRP-MES(IDX-SECAO, IDX-GRUPO) TO SECAO-MES
               ADD GRP-ANO(IDX-SECAO, IDX-GRUPO) TO SECAO-ANO
               ADD GRP-ANO-ANTERIOR(IDX-SECAO, IDX-GRUPO)
                   TO SECAO-ANO-ANTERIOR.
           ADD 1 TO IDX-GRUPO.

       IMPRIME-RESULTADO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESULTADO DO PERIODO"  TO LIN-DESCRICAO.
           MOVE RESULTADO-MES          TO LIN-MES.
           MOVE RESULTADO-ANO          TO LIN-ANO.
           MOVE RESULTADO-ANO-ANTERIOR TO LIN-ANO-ANTERIOR.
           MOVE LINHA-GRUPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    COM O BALANCETE FECHADO (DEBITOS IGUAIS AOS CREDITOS) E
      *    TODA CONTA CLASSIFICADA, O RESULTADO DO MES E' IGUAL A
      *    VARIACAO DO PATRIMONIO (ATIVO MENOS PASSIVO E PL) NO MES.
       IMPRIME-CONFERENCIA.
           COMPUTE DIFERENCA-CONFERENCIA =
                   RESULTADO-MES - VARIACAO-PATRIMONIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFERENCIA COM O BALANCETE DO MES (PROG133)"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-DEBITOS-MES TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DEBITOS DO MES              : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-CREDITOS-MES TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CREDITOS DO MES             : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RESULTADO-MES TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  RESULTADO DO MES (DRE)      : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE VARIACAO-PATRIMONIAL TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  VARIACAO PATRIMONIAL        : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF SEM-CLASSIFICACAO-MES IS NOT EQUAL ZEROS
               MOVE SEM-CLASSIFICACAO-MES TO VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CONTAS SEM TIPO/FORA PLANO  : "
                      VALOR-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           MOVE DIFERENCA-CONFERENCIA TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "N" TO CONFERENCIA-SW.
           IF DIFERENCA-CONFERENCIA IS EQUAL ZEROS
                   AND TOTAL-DEBITOS-MES IS EQUAL TOTAL-CREDITOS-MES
               MOVE "S" TO CONFERENCIA-SW
               STRING "  CONTROLE: RESULTADO = VARIACAO PATRIMONIAL "
                      "- CONFERE"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "  CONTROLE: ** DIFERENCA " VALOR-EDITADO
                      " - NAO CONFERE **"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF FORA-DO-PLANO IS GREATER THAN ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  LANCAMENTOS DO MES COM CONTA FORA DO PLANO : "
                      FORA-DO-PLANO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
