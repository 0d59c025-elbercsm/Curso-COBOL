       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG177.

      *    BALANCO PATRIMONIAL DO RAZAO INTERNO - SALDOS DE RAZAO.DAT
      *    ACUMULADOS ATE O FIM DA COMPETENCIA INFORMADA, SOMADOS NAS
      *    LINHAS DE GRUPO DO PLANO DE CONTAS (PLANCTAS.DAT) E
      *    IMPRESSOS EM BALANCO.REL EM TRES BLOCOS - ATIVO, PASSIVO E
      *    PATRIMONIO LIQUIDO. O SALDO DAS CONTAS DE RECEITA E DE
      *    DESPESA AINDA NAO ENCERRADAS ENTRA NO PATRIMONIO LIQUIDO
      *    COMO RESULTADO DO EXERCICIO. FECHA COM A CONFERENCIA
      *    CONTRA O BALANCETE (PROG133) - DEBITOS E CREDITOS
      *    ACUMULADOS E A PROVA DE QUE O ATIVO IGUALA O PASSIVO MAIS
      *    O PATRIMONIO LIQUIDO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRAZAO.cob".
           COPY "SELPLANCTAS.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "BALANCO.REL"
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
       01  COMPETENCIA-BALANCO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-BALANCO-NUM REDEFINES COMPETENCIA-BALANCO
                                   PIC 9(06).

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

      *    LINHAS DO BALANCO - SECAO 1 ATIVO (SALDO DEVEDOR
      *    POSITIVO), 2 PASSIVO E 3 PATRIMONIO LIQUIDO (SALDO CREDOR
      *    POSITIVO) - UMA POR NUMERO DE GRUPO.
       01  TABELA-GRUPOS.
           05 SECAO-ITEM OCCURS 3 TIMES.
               10 GRUPO-ITEM OCCURS 99 TIMES.
                   15 GRP-USADO        PIC X(01).
                   15 GRP-DESCRICAO    PIC X(25).
                   15 GRP-SALDO        PIC S9(12)V9(02).
       01  IDX-SECAO               PIC 9(01).
       01  IDX-GRUPO               PIC 9(03).

      *    SALDO DO LANCAMENTO COM DEBITO POSITIVO.
       01  VALOR-LANCAMENTO        PIC S9(12)V9(02).

       01  TOTAL-DA-SECAO          PIC S9(12)V9(02).
       01  TOTAL-ATIVO             PIC S9(12)V9(02) VALUE ZEROS.
       01  TOTAL-PASSIVO           PIC S9(12)V9(02) VALUE ZEROS.
       01  TOTAL-PATRIMONIO        PIC S9(12)V9(02) VALUE ZEROS.
       01  RESULTADO-EXERCICIO     PIC S9(12)V9(02) VALUE ZEROS.

      *    CONFERENCIA COM O BALANCETE ACUMULADO ATE A COMPETENCIA.
       01  TOTAL-DEBITOS           PIC 9(12)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS          PIC 9(12)V9(02) VALUE ZEROS.
       01  SEM-CLASSIFICACAO       PIC S9(12)V9(02) VALUE ZEROS.
       01  TOTAL-PASSIVO-E-PL      PIC S9(12)V9(02).
       01  DIFERENCA-CONFERENCIA   PIC S9(12)V9(02).
       01  CONFERENCIA-SW          PIC X(01).
           88 CONFERENCIA-OK       VALUE "S".
       01  FORA-DO-PLANO           PIC 9(04) VALUE ZEROS.

       01  VALOR-EDITADO           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  LINHA-GRUPO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-SALDO            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- BALANCO PATRIMONIAL ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM LIMPA-TABELA-GRUPOS.
           PERFORM CARREGA-PLANO-CONTAS.
           PERFORM ACUMULA-RAZAO.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE 1 TO IDX-SECAO.
           PERFORM IMPRIME-SECAO.
           MOVE TOTAL-DA-SECAO TO TOTAL-ATIVO.
           MOVE 2 TO IDX-SECAO.
           PERFORM IMPRIME-SECAO.
           MOVE TOTAL-DA-SECAO TO TOTAL-PASSIVO.
           MOVE 3 TO IDX-SECAO.
           PERFORM IMPRIME-SECAO.
           MOVE TOTAL-DA-SECAO TO TOTAL-PATRIMONIO.
           PERFORM IMPRIME-TOTAL-PASSIVO-E-PL.
           PERFORM IMPRIME-CONFERENCIA.
           CLOSE ARQUIVO-RELATORIO.

           MOVE TOTAL-ATIVO TO VALOR-EDITADO.
           DISPLAY "TOTAL DO ATIVO           : " VALOR-EDITADO.
           MOVE TOTAL-PASSIVO-E-PL TO VALOR-EDITADO.
           DISPLAY "TOTAL DO PASSIVO E DO PL : " VALOR-EDITADO.
           IF CONFERENCIA-OK
               DISPLAY "CONFERENCIA COM O BALANCETE OK."
           ELSE
               DISPLAY "** CONFERENCIA COM O BALANCETE NAO FECHA - "
                       "VER BALANCO.REL **"
               MOVE 4 TO RETURN-CODE.
           DISPLAY "BALANCO GRAVADO EM BALANCO.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES ANTERIOR, O MES QUE
      *    NORMALMENTE SE FECHA.
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DO BALANCO (AAAAMM - ENTER = MES "
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
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-BALANCO.
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

       LIMPA-TABELA-GRUPOS.
           MOVE 1 TO IDX-SECAO.
           PERFORM LIMPA-UMA-SECAO
                   UNTIL IDX-SECAO IS GREATER THAN 3.

       LIMPA-UMA-SECAO.
           MOVE 1 TO IDX-GRUPO.
           PERFORM LIMPA-UM-GRUPO
                   UNTIL IDX-GRUPO IS GREATER THAN 99.
           ADD 1 TO IDX-SECAO.

       LIMPA-UM-GRUPO.
           MOVE "N"    TO GRP-USADO(IDX-SECAO, IDX-GRUPO).
           MOVE SPACES TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO).
           MOVE ZEROS  TO GRP-SALDO(IDX-SECAO, IDX-GRUPO).
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
               IF TIPO-PATRIMONIAL
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

       SECAO-DO-TIPO.
           IF TIPO-DA-CONTA IS EQUAL "A"
               MOVE 1 TO IDX-SECAO
           ELSE
               IF TIPO-DA-CONTA IS EQUAL "P"
                   MOVE 2 TO IDX-SECAO
               ELSE
                   MOVE 3 TO IDX-SECAO.

      *    A DESCRICAO DA LINHA VEM DA PRIMEIRA CONTA DO GRUPO QUE A
      *    INFORMA - NO GRUPO 99 SEM DESCRICAO, "OUTRAS CONTAS"; NOS
      *    DEMAIS, A DESCRICAO DA CONTA.
       REGISTRA-LINHA-DO-GRUPO.
           PERFORM SECAO-DO-TIPO.
           MOVE GRUPO-DA-CONTA TO IDX-GRUPO.
           MOVE "S" TO GRP-USADO(IDX-SECAO, IDX-GRUPO).
           IF GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO) IS EQUAL SPACES
               MOVE PLANCTAS-GRUPO-DESCRICAO
                    TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO).
           IF GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO) IS EQUAL SPACES
               IF IDX-GRUPO IS EQUAL 99
                   MOVE "OUTRAS CONTAS"
                        TO GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO)
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

       EXAMINA-LANCAMENTO.
           IF RAZAO-COMPETENCIA IS NOT GREATER THAN
                   COMPETENCIA-BALANCO-NUM
               PERFORM ACUMULA-NA-CONTA.
           PERFORM LEIA-PROXIMO-RAZAO.

       ACUMULA-NA-CONTA.
           IF RAZAO-DEBITO
               ADD RAZAO-VALOR TO TOTAL-DEBITOS
               MOVE RAZAO-VALOR TO VALOR-LANCAMENTO
           ELSE
               ADD RAZAO-VALOR TO TOTAL-CREDITOS
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
               ADD 1 TO FORA-DO-PLANO.

           IF TIPO-PATRIMONIAL
               PERFORM SOMA-NA-LINHA-DO-GRUPO
           ELSE
               IF TIPO-RESULTADO
                   SUBTRACT VALOR-LANCAMENTO FROM RESULTADO-EXERCICIO
               ELSE
                   ADD VALOR-LANCAMENTO TO SEM-CLASSIFICACAO.

       PROCURA-CONTA.
           IF CTA-CODIGO(IDX-CONTA) IS EQUAL RAZAO-CONTA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

      *    ATIVO SOMA O SALDO DEVEDOR; PASSIVO E PATRIMONIO LIQUIDO,
      *    O CREDOR.
       SOMA-NA-LINHA-DO-GRUPO.
           PERFORM SECAO-DO-TIPO.
           MOVE CTA-GRUPO(IDX-CONTA) TO IDX-GRUPO.
           IF IDX-SECAO IS EQUAL 1
               ADD VALOR-LANCAMENTO
                   TO GRP-SALDO(IDX-SECAO, IDX-GRUPO)
           ELSE
               SUBTRACT VALOR-LANCAMENTO
                   FROM GRP-SALDO(IDX-SECAO, IDX-GRUPO).

       IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BALANCO PATRIMONIAL - POSICAO NO FIM DE "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF IDX-SECAO IS EQUAL 1
               MOVE "ATIVO" TO LINHA-RELATORIO.
           IF IDX-SECAO IS EQUAL 2
               MOVE "PASSIVO" TO LINHA-RELATORIO.
           IF IDX-SECAO IS EQUAL 3
               MOVE "PATRIMONIO LIQUIDO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO TOTAL-DA-SECAO.
           MOVE 1 TO IDX-GRUPO.
           PERFORM IMPRIME-UM-GRUPO
                   UNTIL IDX-GRUPO IS GREATER THAN 99.
           IF IDX-SECAO IS EQUAL 3
               MOVE "RESULTADO DO EXERCICIO (NAO ENCERRADO)"
                    TO LIN-DESCRICAO
               MOVE RESULTADO-EXERCICIO TO LIN-SALDO
               MOVE LINHA-GRUPO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD RESULTADO-EXERCICIO TO TOTAL-DA-SECAO.
           IF IDX-SECAO IS EQUAL 1
               MOVE "TOTAL DO ATIVO" TO LIN-DESCRICAO.
           IF IDX-SECAO IS EQUAL 2
               MOVE "TOTAL DO PASSIVO" TO LIN-DESCRICAO.
           IF IDX-SECAO IS EQUAL 3
               MOVE "TOTAL DO PATRIMONIO LIQUIDO" TO LIN-DESCRICAO.
           MOVE TOTAL-DA-SECAO TO LIN-SALDO.
           MOVE LINHA-GRUPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-GRUPO.
           IF GRP-USADO(IDX-SECAO, IDX-GRUPO) IS EQUAL "S"
               MOVE GRP-DESCRICAO(IDX-SECAO, IDX-GRUPO)
                    TO LIN-DESCRICAO
               MOVE GRP-SALDO(IDX-SECAO, IDX-GRUPO) TO LIN-SALDO
               MOVE LINHA-GRUPO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD GRP-SALDO(IDX-SECAO, IDX-GRUPO) TO TOTAL-DA-SECAO.
           ADD 1 TO IDX-GRUPO.

       IMPRIME-TOTAL-PASSIVO-E-PL.
           COMPUTE TOTAL-PASSIVO-E-PL =
                   TOTAL-PASSIVO + TOTAL-PATRIMONIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL DO PASSIVO E DO PATRIMONIO LIQUIDO"
                TO LIN-DESCRICAO.
           MOVE TOTAL-PASSIVO-E-PL TO LIN-SALDO.
           MOVE LINHA-GRUPO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    COM O BALANCETE FECHADO (DEBITOS IGUAIS AOS CREDITOS) E
      *    TODA CONTA CLASSIFICADA, O ATIVO IGUALA O PASSIVO MAIS O
      *    PATRIMONIO LIQUIDO.
       IMPRIME-CONFERENCIA.
           COMPUTE DIFERENCA-CONFERENCIA =
                   TOTAL-ATIVO - TOTAL-PASSIVO-E-PL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFERENCIA COM O BALANCETE ACUMULADO (PROG133)"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-DEBITOS TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DEBITOS ACUMULADOS          : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-CREDITOS TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CREDITOS ACUMULADOS         : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF SEM-CLASSIFICACAO IS NOT EQUAL ZEROS
               MOVE SEM-CLASSIFICACAO TO VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CONTAS SEM TIPO/FORA PLANO  : "
                      VALOR-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           MOVE DIFERENCA-CONFERENCIA TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "N" TO CONFERENCIA-SW.
           IF DIFERENCA-CONFERENCIA IS EQUAL ZEROS
                   AND TOTAL-DEBITOS IS EQUAL TOTAL-CREDITOS
               MOVE "S" TO CONFERENCIA-SW
               STRING "  CONTROLE: ATIVO = PASSIVO + PATRIMONIO "
                      "LIQUIDO - CONFERE"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "  CONTROLE: ** DIFERENCA " VALOR-EDITADO
                      " - NAO CONFERE **"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF FORA-DO-PLANO IS GREATER THAN ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  LANCAMENTOS COM CONTA FORA DO PLANO : "
                      FORA-DO-PLANO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
