       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG188.

      *    RENTABILIDADE POR FILIAL NO MES - REUNE, PARA CADA FILIAL,
      *    A VENDA LIQUIDA (NOTAS NAO CANCELADAS DO MES EM
      *    NOTAFISC.DAT MENOS AS NOTAS DE CREDITO DO MES EM
      *    NOTACRED.DAT, ATRIBUIDAS A FILIAL DA NOTA DE ORIGEM), O
      *    CMV DAS SAIDAS E DEVOLUCOES DE ESTOQUE (ESTOQMOV.DAT, PELO
      *    CUSTO MEDIO DO MOVIMENTO), A FOLHA BRUTA DA COMPETENCIA
      *    (FOLHAREG.DAT) DOS FUNCIONARIOS LOTADOS NA FILIAL, O FGTS
      *    (8%) E O INSS PATRONAL (20%) SOBRE ELA, E AS DESPESAS
      *    LANCADAS NO CONTAS A PAGAR (CONTAPAG.DAT) PARA A FILIAL.
      *    AS REGRAS SAO AS MESMAS DA EXTRACAO DO FATURAMENTO
      *    (PROG108), DO FGTS (PROG113) E DO INSS PATRONAL (PROG114),
      *    PARA QUE OS NUMEROS BATAM COM OS LOTES CONTABEIS. O
      *    RELATORIO RENTAB.REL TERMINA COM A MARGEM DE CONTRIBUICAO
      *    DE CADA FILIAL, O TOTAL DA EMPRESA E A CONFERENCIA DA
      *    FOLHA LIQUIDA COM O RESUMO GERENCIAL DO MES (PROG93).
      *    O QUE NAO TEM FILIAL (TITULO DA EMPRESA, FUNCIONARIO SEM
      *    LOTACAO, NOTA DE ORIGEM NAO ENCONTRADA) SAI NA FILIAL 000.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELFILIAL.cob".
           COPY "SELRESUMO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "RENTAB.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDFILIAL.cob".
           COPY "FDRESUMO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  RESUMO-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FILCAD            PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-RELATORIO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

       01  PERCENTUAL-FGTS         PIC 9(02)V9(02) VALUE 8.00.
       01  PERCENTUAL-PATRONAL     PIC 9(02)V9(02) VALUE 20.00.

      *    CADASTRO DE FILIAIS CARREGADO NO INICIO (VER PROG151) -
      *    SO PARA O NOME DA FILIAL NO RELATORIO.
       01  CADASTRO-FILIAIS.
           05 QTD-FILCAD           PIC 9(02) VALUE ZEROS.
           05 FILCAD-ITEM OCCURS 50 TIMES.
               10 FILCAD-CODIGO       PIC 9(03).
               10 FILCAD-NOME         PIC X(25).
       01  IDX-FILCAD              PIC 9(02).
       01  FILCAD-ACHADA-SW        PIC X(01).
           88 FILCAD-ACHADA        VALUE "S".
       01  NOME-DA-FILIAL          PIC X(25).

      *    ACUMULADOS POR FILIAL, MANTIDOS NA ORDEM DO CODIGO - A
      *    INCLUSAO DESLOCA OS ITENS MAIORES PARA ABRIR O LUGAR (VER
      *    PROG161), E O RELATORIO SAI DIRETO NA ORDEM DA TABELA.
       01  TABELA-RENTAB.
           05 QTD-RENTAB           PIC 9(03) VALUE ZEROS.
           05 RENTAB-ITEM OCCURS 100 TIMES.
               10 RENTAB-FILIAL       PIC 9(03).
               10 RENTAB-VENDAS       PIC 9(11)V9(02).
               10 RENTAB-DEVOLUCOES   PIC 9(11)V9(02).
               10 RENTAB-CMV          PIC S9(11)V9(02).
               10 RENTAB-FOLHA        PIC 9(11)V9(02).
               10 RENTAB-FGTS         PIC 9(11)V9(02).
               10 RENTAB-INSS         PIC 9(11)V9(02).
               10 RENTAB-DESPESAS     PIC 9(11)V9(02).
       01  IDX-RENTAB              PIC 9(03).
       01  IDX-DESLOCA             PIC 9(03).
       01  FILIAL-PROCURADA        PIC 9(03).

      *    BASE DA FOLHA POR FUNCIONARIO - O FGTS E O INSS PATRONAL
      *    SAO ARREDONDADOS POR FUNCIONARIO, COMO NO PROG113 E NO
      *    PROG114, PARA O TOTAL BATER COM OS LOTES DELES.
       01  TABELA-BASE-FOLHA.
           05 QTD-BASE             PIC 9(04) VALUE ZEROS.
           05 BASE-ITEM OCCURS 5000 TIMES.
               10 BASE-CODIGO         PIC 9(06).
               10 BASE-VALOR          PIC 9(09)V9(02).
       01  IDX-BASE                PIC 9(04).
       01  BASE-ACHADA-SW          PIC X(01).
           88 BASE-ACHADA          VALUE "S".

       01  CUSTO-MOVIMENTO         PIC 9(10)V9(02).
       01  ENCARGO-CALCULADO       PIC 9(09)V9(02).
       01  VENDA-LIQUIDA           PIC S9(11)V9(02).
       01  MARGEM-CALCULADA        PIC S9(11)V9(02).
       01  PERCENTUAL-CALCULADO    PIC S9(05)V9(02).

       01  TOTAL-VENDAS            PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-DEVOLUCOES        PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-CMV               PIC S9(11)V9(02) VALUE ZEROS.
       01  TOTAL-FOLHA             PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-FGTS              PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-INSS              PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-DESPESAS          PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-NOTAS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-NOTAS-CREDITO     PIC 9(06) VALUE ZEROS.
       01  TOTAL-TITULOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-CUSTO         PIC 9(06) VALUE ZEROS.

      *    CONFERENCIA COM O RESUMO GERENCIAL - A FOLHA LIQUIDA DA
      *    FOLHA MENSAL DA COMPETENCIA, SOMADA COMO NO PROG93.
       01  FOLHA-LIQUIDA-APURADA   PIC 9(10)V9(02) VALUE ZEROS.
       01  FOLHA-LIQUIDA-RESUMO    PIC 9(10)V9(02) VALUE ZEROS.
       01  RESUMO-ACHADO-SW        PIC X(01) VALUE "N".
           88 RESUMO-ACHADO        VALUE "S".
       01  COMPETENCIA-NUM         PIC 9(06).

      *    VALORES DA FILIAL (OU DA EMPRESA) EM IMPRESSAO.
       01  IMPRIME-VENDAS          PIC 9(11)V9(02).
       01  IMPRIME-DEVOLUCOES      PIC 9(11)V9(02).
       01  IMPRIME-CMV             PIC S9(11)V9(02).
       01  IMPRIME-FOLHA           PIC 9(11)V9(02).
       01  IMPRIME-FGTS            PIC 9(11)V9(02).
       01  IMPRIME-INSS            PIC 9(11)V9(02).
       01  IMPRIME-DESPESAS        PIC 9(11)V9(02).

       01  LINHA-VALOR.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LIN-TITULO           PIC X(34).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-VALOR            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-PERCENTUAL       PIC ZZZ9.99-.
           05 LIN-SINAL-PERC       PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- RENTABILIDADE POR FILIAL NO MES ----".
           PERFORM PEDE-COMPETENCIA.
           COMPUTE COMPETENCIA-NUM =
                   (COMPETENCIA-ANO * 100) + COMPETENCIA-MES.
           PERFORM CARREGA-CADASTRO-FILIAIS.

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM SOMA-VENDAS-DAS-NOTAS.
           PERFORM SOMA-DEVOLUCOES.
           PERFORM SOMA-CUSTO-DOS-MOVIMENTOS.
           CLOSE ARQUIVO-NOTA.

           PERFORM SOMA-FOLHA-DA-COMPETENCIA.
           PERFORM SOMA-DESPESAS-A-PAGAR.
           PERFORM LE-RESUMO-DA-COMPETENCIA.

           PERFORM IMPRIME-RENTABILIDADE.

           DISPLAY "NOTAS DO MES            : " TOTAL-NOTAS.
           DISPLAY "NOTAS DE CREDITO DO MES : " TOTAL-NOTAS-CREDITO.
           DISPLAY "TITULOS A PAGAR DO MES  : " TOTAL-TITULOS.
           DISPLAY "FILIAIS LISTADAS        : " QTD-RENTAB.
           IF TOTAL-SEM-CUSTO IS GREATER THAN ZEROS
               DISPLAY "AVISO - " TOTAL-SEM-CUSTO " SAIDA(S) SEM "
                       "CUSTO MEDIO - O CMV ESTA SUBESTIMADO."
               MOVE 4 TO RETURN-CODE.
           IF NOT RESUMO-ACHADO
               DISPLAY "AVISO - RESUMO GERENCIAL DA COMPETENCIA NAO "
                       "GERADO (PROG93) - FOLHA NAO CONFERIDA."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF FOLHA-LIQUIDA-RESUMO IS NOT EQUAL
                       FOLHA-LIQUIDA-APURADA
                   DISPLAY "AVISO - FOLHA LIQUIDA DIFERENTE DA DO "
                           "RESUMO GERENCIAL - GERE O PROG93 DE NOVO."
                   MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM RENTAB.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES CORRENTE.
       PEDE-COMPETENCIA.
           DISPLAY "MES DO RELATORIO (AAAAMM - ENTER = MES "
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

      *===============================================================
      *    VENDAS - O TOTAL DAS NOTAS NAO CANCELADAS DO MES, COMO NA
      *    EXTRACAO DO FATURAMENTO (PROG108).
      *===============================================================
       SOMA-VENDAS-DAS-NOTAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM SOMA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UMA-NOTA.
           IF NOTA-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NOTA-DATA-MES IS EQUAL COMPETENCIA-MES
                   AND NOT NOTA-CANCELADA
               ADD 1 TO TOTAL-NOTAS
               MOVE NOTA-FILIAL TO FILIAL-PROCURADA
               PERFORM LOCALIZA-OU-INCLUI-FILIAL
               ADD NOTA-VALOR-TOTAL TO RENTAB-VENDAS(IDX-RENTAB).
           PERFORM LEIA-PROXIMA-NOTA.

      *===============================================================
      *    DEVOLUCOES - AS NOTAS DE CREDITO EMITIDAS NO MES, NA
      *    FILIAL DA NOTA DE VENDA DE ORIGEM.
      *===============================================================
       SOMA-DEVOLUCOES.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM SOMA-UMA-DEVOLUCAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UMA-DEVOLUCAO.
           IF NCRED-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NCRED-DATA-MES IS EQUAL COMPETENCIA-MES
               ADD 1 TO TOTAL-NOTAS-CREDITO
               MOVE NCRED-NOTA-ORIGEM TO NOTA-NUMERO
               PERFORM ACHA-FILIAL-DA-NOTA
               PERFORM LOCALIZA-OU-INCLUI-FILIAL
               ADD NCRED-VALOR-TOTAL TO RENTAB-DEVOLUCOES(IDX-RENTAB).
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    LE A NOTA DE NOTA-NUMERO PELA CHAVE - NAO ACHANDO, A
      *    FILIAL FICA ZERO.
       ACHA-FILIAL-DA-NOTA.
           READ ARQUIVO-NOTA
                INVALID KEY
                MOVE ZEROS TO FILIAL-PROCURADA
                MOVE "C" TO NOTA-SITUACAO
                NOT INVALID KEY
                MOVE NOTA-FILIAL TO FILIAL-PROCURADA.

      *===============================================================
      *    CMV - AS SAIDAS DE ESTOQUE DO MES DAS NOTAS NAO CANCELADAS
      *    MENOS O CUSTO DAS DEVOLUCOES QUE VOLTARAM AO ESTOQUE NO
      *    MES, PELO CUSTO MEDIO DO MOVIMENTO (PROG108).
      *===============================================================
       SOMA-CUSTO-DOS-MOVIMENTOS.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS NOT EQUAL "00"
              AND ESTOQMOV-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O LIVRO DE ESTOQUE - STATUS : "
                       ESTOQMOV-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ESTOQMOV.
           PERFORM SOMA-UM-MOVIMENTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-ESTOQMOV.

       LEIA-PROXIMO-ESTOQMOV.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UM-MOVIMENTO.
           IF ESTOQMOV-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND ESTOQMOV-DATA-MES IS EQUAL COMPETENCIA-MES
               IF ESTOQMOV-SAIDA
                   PERFORM SOMA-CUSTO-DE-UMA-SAIDA
               ELSE
                   IF ESTOQMOV-DEVOLUCAO
                       PERFORM ESTORNA-CUSTO-DEVOLVIDO.
           PERFORM LEIA-PROXIMO-ESTOQMOV.

       SOMA-CUSTO-DE-UMA-SAIDA.
           MOVE ESTOQMOV-NOTA TO NOTA-NUMERO.
           PERFORM ACHA-FILIAL-DA-NOTA.
           IF NOT NOTA-CANCELADA
               IF ESTOQMOV-CUSTO-UNIT IS EQUAL ZEROS
                   ADD 1 TO TOTAL-SEM-CUSTO
               ELSE
                   COMPUTE CUSTO-MOVIMENTO ROUNDED =
                           ESTOQMOV-QUANTIDADE * ESTOQMOV-CUSTO-UNIT
                   PERFORM LOCALIZA-OU-INCLUI-FILIAL
                   ADD CUSTO-MOVIMENTO TO RENTAB-CMV(IDX-RENTAB).

      *    NA DEVOLUCAO O MOVIMENTO APONTA A NOTA DE VENDA DE ORIGEM
      *    (PROG105) - O CUSTO VOLTA PARA A FILIAL DELA.
       ESTORNA-CUSTO-DEVOLVIDO.
           MOVE ESTOQMOV-NOTA TO NOTA-NUMERO.
           PERFORM ACHA-FILIAL-DA-NOTA.
           COMPUTE CUSTO-MOVIMENTO ROUNDED =
                   ESTOQMOV-QUANTIDADE * ESTOQMOV-CUSTO-UNIT.
           PERFORM LOCALIZA-OU-INCLUI-FILIAL.
           SUBTRACT CUSTO-MOVIMENTO FROM RENTAB-CMV(IDX-RENTAB).

      *===============================================================
      *    FOLHA - O BRUTO REGISTRADO DA COMPETENCIA, SEM O
      *    ADIANTAMENTO (QUE JA ESTA NA FOLHA MENSAL), SOMADO POR
      *    FUNCIONARIO E LEVADO A FILIAL DE LOTACAO DELE. A FOLHA
      *    LIQUIDA DA FOLHA MENSAL E' SOMADA A PARTE PARA A
      *    CONFERENCIA COM O RESUMO GERENCIAL.
      *===============================================================
       SOMA-FOLHA-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS NOT EQUAL "00"
              AND FOLHAREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O REGISTRO DA FOLHA - STATUS : "
                       FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE COMPETENCIA-RELATORIO TO FOLHAREG-COMPETENCIA.
           MOVE LOW-VALUES TO FOLHAREG-TIPO.
           MOVE ZEROS TO FOLHAREG-CODIGO.
           START ARQUIVO-FOLHAREG KEY IS NOT LESS THAN
                   FOLHAREG-CHAVE
               INVALID KEY MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-FOLHAREG.
           PERFORM SOMA-FOLHAREG
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FOLHAREG.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE 1 TO IDX-BASE.
           PERFORM LEVA-BASE-A-FILIAL
                   UNTIL IDX-BASE IS GREATER THAN QTD-BASE.
           CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-FOLHAREG.
           IF FOLHAREG-COMPETENCIA IS NOT EQUAL COMPETENCIA-RELATORIO
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               IF FOLHAREG-FOLHA-MENSAL
                   ADD FOLHAREG-LIQUIDO TO FOLHA-LIQUIDA-APURADA
               END-IF
               IF NOT FOLHAREG-ADIANTAMENTO
                   PERFORM ACUMULA-BASE-DO-FUNCIONARIO
               END-IF
               PERFORM LEIA-PROXIMO-FOLHAREG.

       ACUMULA-BASE-DO-FUNCIONARIO.
           MOVE 1 TO IDX-BASE.
           MOVE "N" TO BASE-ACHADA-SW.
           PERFORM PROCURA-BASE-DO-FUNCIONARIO
                   UNTIL BASE-ACHADA
                   OR IDX-BASE IS GREATER THAN QTD-BASE.
           IF NOT BASE-ACHADA
               IF QTD-BASE IS EQUAL 5000
                   DISPLAY "TABELA DE FUNCIONARIOS CHEIA (LIMITE "
                           "5000) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-BASE
                   MOVE QTD-BASE TO IDX-BASE
                   MOVE FOLHAREG-CODIGO TO BASE-CODIGO(IDX-BASE)
                   MOVE ZEROS TO BASE-VALOR(IDX-BASE).
           ADD FOLHAREG-BRUTO TO BASE-VALOR(IDX-BASE).

       PROCURA-BASE-DO-FUNCIONARIO.
           IF BASE-CODIGO(IDX-BASE) IS EQUAL FOLHAREG-CODIGO
               MOVE "S" TO BASE-ACHADA-SW
           ELSE
               ADD 1 TO IDX-BASE.

      *    FUNCIONARIO DESLIGADO (FORA DO CADASTRO) OU SEM LOTACAO
      *    FICA NA FILIAL ZERO.
       LEVA-BASE-A-FILIAL.
           MOVE BASE-CODIGO(IDX-BASE) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE ZEROS TO FILIAL-PROCURADA
                NOT INVALID KEY
                MOVE FUNCIONARIO-FILIAL TO FILIAL-PROCURADA.
           IF FILIAL-PROCURADA IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-PROCURADA.
           PERFORM LOCALIZA-OU-INCLUI-FILIAL.
           ADD BASE-VALOR(IDX-BASE) TO RENTAB-FOLHA(IDX-RENTAB).
           COMPUTE ENCARGO-CALCULADO ROUNDED =
                   BASE-VALOR(IDX-BASE) * PERCENTUAL-FGTS / 100.
           ADD ENCARGO-CALCULADO TO RENTAB-FGTS(IDX-RENTAB).
           COMPUTE ENCARGO-CALCULADO ROUNDED =
                   BASE-VALOR(IDX-BASE) * PERCENTUAL-PATRONAL / 100.
           ADD ENCARGO-CALCULADO TO RENTAB-INSS(IDX-RENTAB).
           ADD 1 TO IDX-BASE.

      *===============================================================
      *    DESPESAS - OS TITULOS A PAGAR EMITIDOS NO MES, MENOS OS
      *    CANCELADOS (O RETIDO E' DESPESA, SO NAO FOI LIBERADO PARA
      *    PAGAMENTO), NA FILIAL INFORMADA NO LANCAMENTO (PROG146).
      *===============================================================
       SOMA-DESPESAS-A-PAGAR.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS NOT EQUAL "00"
              AND CTAPAG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS TITULOS A PAGAR - STATUS : "
                       CTAPAG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-TITULO.
           PERFORM SOMA-UM-TITULO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UM-TITULO.
           IF TITULO-EMIS-ANO IS EQUAL COMPETENCIA-ANO
                   AND TITULO-EMIS-MES IS EQUAL COMPETENCIA-MES
                   AND NOT TITULO-CANCELADO
               ADD 1 TO TOTAL-TITULOS
               MOVE TITULO-FILIAL TO FILIAL-PROCURADA
               IF FILIAL-PROCURADA IS NOT NUMERIC
                   MOVE ZEROS TO FILIAL-PROCURADA
               END-IF
               PERFORM LOCALIZA-OU-INCLUI-FILIAL
               ADD TITULO-VALOR TO RENTAB-DESPESAS(IDX-RENTAB).
           PERFORM LEIA-PROXIMO-TITULO.

      *    A FOLHA LIQUIDA GUARDADA PELO RESUMO GERENCIAL DA
      *    COMPETENCIA (PROG93) - A ULTIMA GERACAO E' A QUE VALE.
       LE-RESUMO-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-RESUMO.
           IF RESUMO-ARQ-STATUS IS NOT EQUAL "00"
               CLOSE ARQUIVO-RESUMO
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RESUMO
               PERFORM EXAMINA-RESUMO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RESUMO.

       LEIA-PROXIMO-RESUMO.
           READ ARQUIVO-RESUMO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-RESUMO.
           IF RESUMO-COMPETENCIA IS EQUAL COMPETENCIA-NUM
               MOVE "S" TO RESUMO-ACHADO-SW
               MOVE RESUMO-FOLHA-LIQUIDA TO FOLHA-LIQUIDA-RESUMO.
           PERFORM LEIA-PROXIMO-RESUMO.

      *    PROCURA A FILIAL NA TABELA ORDENADA - PARA NO PRIMEIRO
      *    ITEM IGUAL OU MAIOR. NAO ACHANDO, ABRE O LUGAR NESSA
      *    POSICAO E INCLUI A FILIAL ZERADA.
       LOCALIZA-OU-INCLUI-FILIAL.
           MOVE 1 TO IDX-RENTAB.
           PERFORM AVANCA-RENTAB
                   UNTIL IDX-RENTAB IS GREATER THAN QTD-RENTAB
                   OR RENTAB-FILIAL(IDX-RENTAB) IS NOT LESS THAN
                      FILIAL-PROCURADA.
           IF IDX-RENTAB IS GREATER THAN QTD-RENTAB
                   OR RENTAB-FILIAL(IDX-RENTAB) IS NOT EQUAL
                      FILIAL-PROCURADA
               PERFORM INCLUI-FILIAL-NA-POSICAO.

       AVANCA-RENTAB.
           ADD 1 TO IDX-RENTAB.

       INCLUI-FILIAL-NA-POSICAO.
           IF QTD-RENTAB IS GREATER THAN OR EQUAL 100
               DISPLAY "TABELA DE FILIAIS CHEIA (LIMITE 100) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE QTD-RENTAB TO IDX-DESLOCA.
           PERFORM DESLOCA-UM-ITEM
                   UNTIL IDX-DESLOCA IS LESS THAN IDX-RENTAB.
           ADD 1 TO QTD-RENTAB.
           MOVE FILIAL-PROCURADA TO RENTAB-FILIAL(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-VENDAS(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-DEVOLUCOES(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-CMV(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-FOLHA(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-FGTS(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-INSS(IDX-RENTAB).
           MOVE ZEROS TO RENTAB-DESPESAS(IDX-RENTAB).

       DESLOCA-UM-ITEM.
           MOVE RENTAB-ITEM(IDX-DESLOCA)
                TO RENTAB-ITEM(IDX-DESLOCA + 1).
           SUBTRACT 1 FROM IDX-DESLOCA.

      *===============================================================
      *    RELATORIO - UM BLOCO POR FILIAL COM A MARGEM DE
      *    CONTRIBUICAO, O BLOCO DA EMPRESA E A CONFERENCIA COM O
      *    RESUMO GERENCIAL NO FIM. OS PERCENTUAIS SAO SOBRE A VENDA
      *    LIQUIDA.
      *===============================================================
       IMPRIME-RENTABILIDADE.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RENTABILIDADE POR FILIAL - MES "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE 1 TO IDX-RENTAB.
           PERFORM IMPRIME-UMA-FILIAL
                   UNTIL IDX-RENTAB IS GREATER THAN QTD-RENTAB.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL DA EMPRESA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VENDAS     TO IMPRIME-VENDAS.
           MOVE TOTAL-DEVOLUCOES TO IMPRIME-DEVOLUCOES.
           MOVE TOTAL-CMV        TO IMPRIME-CMV.
           MOVE TOTAL-FOLHA      TO IMPRIME-FOLHA.
           MOVE TOTAL-FGTS       TO IMPRIME-FGTS.
           MOVE TOTAL-INSS       TO IMPRIME-INSS.
           MOVE TOTAL-DESPESAS   TO IMPRIME-DESPESAS.
           PERFORM IMPRIME-BLOCO-DE-VALORES.

           PERFORM IMPRIME-CONFERENCIA-RESUMO.
           CLOSE ARQUIVO-RELATORIO.

       IMPRIME-UMA-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM NOMEIA-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FILIAL " RENTAB-FILIAL(IDX-RENTAB) " - "
                  NOME-DA-FILIAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RENTAB-VENDAS(IDX-RENTAB)     TO IMPRIME-VENDAS.
           MOVE RENTAB-DEVOLUCOES(IDX-RENTAB) TO IMPRIME-DEVOLUCOES.
           MOVE RENTAB-CMV(IDX-RENTAB)        TO IMPRIME-CMV.
           MOVE RENTAB-FOLHA(IDX-RENTAB)      TO IMPRIME-FOLHA.
           MOVE RENTAB-FGTS(IDX-RENTAB)       TO IMPRIME-FGTS.
           MOVE RENTAB-INSS(IDX-RENTAB)       TO IMPRIME-INSS.
           MOVE RENTAB-DESPESAS(IDX-RENTAB)   TO IMPRIME-DESPESAS.
           PERFORM IMPRIME-BLOCO-DE-VALORES.
           ADD RENTAB-VENDAS(IDX-RENTAB)     TO TOTAL-VENDAS.
           ADD RENTAB-DEVOLUCOES(IDX-RENTAB) TO TOTAL-DEVOLUCOES.
           ADD RENTAB-CMV(IDX-RENTAB)        TO TOTAL-CMV.
           ADD RENTAB-FOLHA(IDX-RENTAB)      TO TOTAL-FOLHA.
           ADD RENTAB-FGTS(IDX-RENTAB)       TO TOTAL-FGTS.
           ADD RENTAB-INSS(IDX-RENTAB)       TO TOTAL-INSS.
           ADD RENTAB-DESPESAS(IDX-RENTAB)   TO TOTAL-DESPESAS.
           ADD 1 TO IDX-RENTAB.

       NOMEIA-FILIAL.
           IF RENTAB-FILIAL(IDX-RENTAB) IS EQUAL ZEROS
               MOVE "EMPRESA (SEM FILIAL)" TO NOME-DA-FILIAL
           ELSE
               MOVE 1 TO IDX-FILCAD
               MOVE "N" TO FILCAD-ACHADA-SW
               PERFORM COMPARA-FILCAD
                       UNTIL FILCAD-ACHADA
                       OR IDX-FILCAD IS GREATER THAN QTD-FILCAD
               IF FILCAD-ACHADA
                   MOVE FILCAD-NOME(IDX-FILCAD) TO NOME-DA-FILIAL
               ELSE
                   MOVE "(SEM CADASTRO)" TO NOME-DA-FILIAL.

       COMPARA-FILCAD.
           IF FILCAD-CODIGO(IDX-FILCAD) IS EQUAL
                   RENTAB-FILIAL(IDX-RENTAB)
               MOVE "S" TO FILCAD-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILCAD.

      *    IMPRIME OS VALORES EM IMPRIME-... DA VENDA ATE A MARGEM
      *    DE CONTRIBUICAO.
       IMPRIME-BLOCO-DE-VALORES.
           COMPUTE VENDA-LIQUIDA = IMPRIME-VENDAS - IMPRIME-DEVOLUCOES.
           COMPUTE MARGEM-CALCULADA = VENDA-LIQUIDA - IMPRIME-CMV
                   - IMPRIME-FOLHA - IMPRIME-FGTS - IMPRIME-INSS
                   - IMPRIME-DESPESAS.

           MOVE "VENDAS" TO LIN-TITULO.
           MOVE IMPRIME-VENDAS TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) DEVOLUCOES" TO LIN-TITULO.
           MOVE IMPRIME-DEVOLUCOES TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "VENDA LIQUIDA" TO LIN-TITULO.
           MOVE VENDA-LIQUIDA TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) CMV" TO LIN-TITULO.
           MOVE IMPRIME-CMV TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) FOLHA BRUTA" TO LIN-TITULO.
           MOVE IMPRIME-FOLHA TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) FGTS 8%" TO LIN-TITULO.
           MOVE IMPRIME-FGTS TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) INSS PATRONAL 20%" TO LIN-TITULO.
           MOVE IMPRIME-INSS TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE "(-) DESPESAS DO CONTAS A PAGAR" TO LIN-TITULO.
           MOVE IMPRIME-DESPESAS TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.

           MOVE "MARGEM DE CONTRIBUICAO" TO LIN-TITULO.
           MOVE MARGEM-CALCULADA TO LIN-VALOR.
           IF VENDA-LIQUIDA IS GREATER THAN ZEROS
               COMPUTE PERCENTUAL-CALCULADO ROUNDED =
                       MARGEM-CALCULADA * 100 / VENDA-LIQUIDA
               MOVE PERCENTUAL-CALCULADO TO LIN-PERCENTUAL
               MOVE "%" TO LIN-SINAL-PERC
               MOVE LINHA-VALOR TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.

       IMPRIME-LINHA-SEM-PERCENTUAL.
           MOVE LINHA-VALOR TO LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO(61:20).
           WRITE LINHA-RELATORIO.

      *    A FOLHA LIQUIDA DA FOLHA MENSAL APURADA AQUI CONTRA A
      *    GUARDADA PELO RESUMO GERENCIAL DA COMPETENCIA.
       IMPRIME-CONFERENCIA-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFERENCIA COM O RESUMO GERENCIAL (PROG93)"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "FOLHA LIQUIDA APURADA" TO LIN-TITULO.
           MOVE FOLHA-LIQUIDA-APURADA TO LIN-VALOR.
           PERFORM IMPRIME-LINHA-SEM-PERCENTUAL.
           IF RESUMO-ACHADO
               MOVE "FOLHA LIQUIDA DO RESUMO" TO LIN-TITULO
               MOVE FOLHA-LIQUIDA-RESUMO TO LIN-VALOR
               PERFORM IMPRIME-LINHA-SEM-PERCENTUAL
               IF FOLHA-LIQUIDA-RESUMO IS EQUAL FOLHA-LIQUIDA-APURADA
                   MOVE "    CONFERE." TO LINHA-RELATORIO
               ELSE
                   MOVE "    ** DIVERGE - GERE O RESUMO DE NOVO **"
                        TO LINHA-RELATORIO
               END-IF
           ELSE
               MOVE "    ** RESUMO DA COMPETENCIA NAO GERADO **"
                    TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       CARREGA-CADASTRO-FILIAIS.
           MOVE ZEROS TO QTD-FILCAD.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILCAD
               PERFORM LEIA-PROXIMA-FILCAD
               PERFORM GUARDA-FILCAD-NA-TABELA
                       UNTIL FINAL-FILCAD IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILCAD.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILCAD.

       GUARDA-FILCAD-NA-TABELA.
           IF QTD-FILCAD IS LESS THAN 50
               ADD 1 TO QTD-FILCAD
               MOVE FILIAL-CODIGO   TO FILCAD-CODIGO(QTD-FILCAD)
               MOVE FILIAL-NOME     TO FILCAD-NOME(QTD-FILCAD).
           PERFORM LEIA-PROXIMA-FILCAD.
