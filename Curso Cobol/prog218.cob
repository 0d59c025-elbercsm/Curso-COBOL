       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG218.

      *    ANALISE MENSAL DA CARTEIRA DE CLIENTES - SEGMENTACAO RFM
      *    (RECENCIA, FREQUENCIA E VALOR) E CURVA ABC DO FATURAMENTO.
      *    PARA CADA CLIENTE ATIVO, NOS 12 MESES ATE A COMPETENCIA
      *    INFORMADA, APURA O VALOR LIQUIDO COMPRADO (NOTAFISC.DAT
      *    MENOS AS NOTAS DE CREDITO DE NOTACRED.DAT), O NUMERO DE
      *    NOTAS E A DATA DA ULTIMA NOTA, DA A NOTA DE 1 A 5 EM CADA
      *    DIMENSAO E CLASSIFICA O CLIENTE EM A, B OU C PELA
      *    PARTICIPACAO ACUMULADA NO FATURAMENTO. O RELATORIO SAI EM
      *    RFM.REL, NA ORDEM DA CURVA.
      *    O CLIENTE QUE COMPRAVA COM REGULARIDADE E ESTA HA N MESES
      *    SEM NOTA ENTRA NA LISTA DE RISCO E GANHA UMA PENDENCIA DE
      *    RETORNO NO HISTORICO DE CONTATOS (CLINOTAS.DAT, VER
      *    PROG81) EM NOME DO LOGIN DO VENDEDOR DA ULTIMA NOTA DELE.
      *    A PENDENCIA SO E' CRIADA SE NAO HOUVER OUTRA DO MESMO
      *    ASSUNTO AINDA EM ABERTO - A ANALISE PODE SER REPETIDA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLIENTE.cob".
           COPY "SELNOTA.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELCLINOTAS.cob".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-RFM.TMP".
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "RFM.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDNOTA.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDCLINOTAS.cob".

      *    CLIENTES NA ORDEM DA CURVA ABC - MAIOR VALOR LIQUIDO
      *    PRIMEIRO.
       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VALOR            PIC S9(09)V9(02).
           05 ORD-CLIENTE          PIC 9(06).
           05 ORD-INDICE           PIC 9(04).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  CLINOTAS-ARQ-STATUS     PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-ANALISE.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

      *    OS MESES SAO CONTADOS PARA TRAS A PARTIR DA COMPETENCIA -
      *    DISTANCIA ZERO E' O PROPRIO MES DA COMPETENCIA. O QUE VEM
      *    DEPOIS DELA E' IGNORADO.
       01  MES-COMPETENCIA-NUM     PIC 9(06).
       01  MES-MOVIMENTO-NUM       PIC 9(06).
       01  DISTANCIA-MESES         PIC S9(06).
       01  DATA-MOVIMENTO.
           05 MOVIMENTO-ANO        PIC 9(04).
           05 MOVIMENTO-MES        PIC 9(02).
           05 MOVIMENTO-DIA        PIC 9(02).

      *    REGRA DO RISCO - SEM NOTA NOS ULTIMOS N MESES (INFORMADO,
      *    ENTER = 3, ATE 12) E COM COMPRA EM PELO MENOS 3 MESES
      *    DISTINTOS NOS 12 MESES ANTERIORES AO SILENCIO.
       01  MESES-SEM-COMPRA        PIC 9(02).
       01  MESES-REGULARIDADE      PIC 9(02) VALUE 3.
       01  QTD-MESES-COM-COMPRA    PIC 9(02).
       01  IDX-MES                 PIC 9(02).
       01  MES-FINAL-SILENCIO      PIC 9(02).
       01  MES-FINAL-REGULARIDADE  PIC 9(02).
       01  SILENCIO-SW             PIC X(01).
           88 HOUVE-COMPRA-NO-SILENCIO VALUE "S".
       01  ASSUNTO-RETOMADA        PIC X(30)
           VALUE "RETOMAR CONTATO - SEM COMPRAS".

      *    CLIENTES ATIVOS E OS ACUMULADOS DE CADA UM. O MES-COMPRA
      *    MARCA OS MESES COM NOTA, DA DISTANCIA ZERO (POSICAO 1)
      *    ATE A 23 (POSICAO 24).
       01  TABELA-CLIENTES.
           05 QTD-CLIENTES         PIC 9(04) VALUE ZEROS.
           05 CLIENTE-ITEM OCCURS 2000 TIMES.
               10 CLI-CODIGO          PIC 9(06).
               10 CLI-NOME            PIC X(20).
               10 CLI-QTD-NOTAS       PIC 9(05).
               10 CLI-VALOR           PIC S9(09)V9(02).
               10 CLI-ULTIMA-NOTA     PIC 9(08).
               10 CLI-VENDEDOR        PIC 9(06).
               10 CLI-MES-COMPRA      PIC X(01) OCCURS 24 TIMES.
               10 CLI-RECENCIA        PIC 9(01).
               10 CLI-FREQUENCIA      PIC 9(01).
               10 CLI-VALOR-NOTA      PIC 9(01).
               10 CLI-MESES-SILENCIO  PIC 9(03).
               10 CLI-RISCO           PIC X(01).
               10 CLI-TAREFA-ABERTA   PIC X(01).
       01  IDX-CLIENTE             PIC 9(04).
       01  CLIENTE-PROCURADO       PIC 9(06).
       01  CLIENTE-ACHADO-SW       PIC X(01).
           88 CLIENTE-ACHADO       VALUE "S".
       01  NOME-TABELA-CHEIA       PIC X(14).

      *    LOGINS LIGADOS A UM FUNCIONARIO - O VENDEDOR DA NOTA E'
      *    UM CODIGO DE FUNCIONARIO (PROG59).
       01  TABELA-LOGINS.
           05 QTD-LOGINS           PIC 9(03) VALUE ZEROS.
           05 LOGIN-ITEM OCCURS 200 TIMES.
               10 LOGIN-FUNCIONARIO   PIC 9(06).
               10 LOGIN-CODIGO        PIC X(10).
       01  IDX-LOGIN               PIC 9(03).
       01  LOGIN-ACHADO-SW         PIC X(01).
           88 LOGIN-ACHADO         VALUE "S".
       01  LOGIN-DO-VENDEDOR       PIC X(10).

      *    CURVA ABC - ATE 80% DO FATURAMENTO ACUMULADO E' A, ATE 95%
      *    E' B, O RESTO E' C. O CLIENTE QUE CRUZA A FAIXA FICA NELA.
      *    O VALOR (M) VAI POR QUINTIS DOS CLIENTES COM VALOR
      *    POSITIVO, NA MESMA ORDEM.
       01  FATURAMENTO-TOTAL       PIC 9(11)V9(02).
       01  FATURAMENTO-ACUMULADO   PIC 9(11)V9(02).
       01  QTD-POSITIVOS           PIC 9(04).
       01  POSICAO-NA-CURVA        PIC 9(04).
       01  PERC-PARTICIPACAO       PIC 9(03)V9(02).
       01  PERC-ACUMULADO-ANTES    PIC 9(03)V9(02).
       01  PERC-ACUMULADO          PIC 9(03)V9(02).
       01  CLASSE-ABC              PIC X(01).
       01  FAIXA-DO-QUINTIL        PIC 9(01).

       01  TOTAIS-POR-CLASSE.
           05 TOTAL-CLASSE OCCURS 3 TIMES.
               10 TOT-CLASSE-QTD      PIC 9(04).
               10 TOT-CLASSE-VALOR    PIC S9(11)V9(02).
       01  IDX-CLASSE              PIC 9(01).

       01  TOTAL-EM-RISCO          PIC 9(04) VALUE ZEROS.
       01  TOTAL-TAREFAS-CRIADAS   PIC 9(04) VALUE ZEROS.
       01  TOTAL-TAREFAS-ABERTAS   PIC 9(04) VALUE ZEROS.
       01  TOTAL-SEM-VENDEDOR      PIC 9(04) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-RECENCIA         PIC 9(01).
           05 DET-FREQUENCIA       PIC 9(01).
           05 DET-VALOR-NOTA       PIC 9(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VALOR            PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PARTICIPACAO     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ACUMULADO        PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CLASSE           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SEGMENTO         PIC X(10).

       01  LINHA-CLASSE.
           05 FILLER               PIC X(07) VALUE "CLASSE ".
           05 CLS-CLASSE           PIC X(01).
           05 FILLER               PIC X(03) VALUE " : ".
           05 CLS-QTD              PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE " CLIENTES  -  ".
           05 CLS-VALOR            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(03) VALUE " - ".
           05 CLS-PARTICIPACAO     PIC ZZ9.99.
           05 FILLER               PIC X(01) VALUE "%".

       01  LINHA-RISCO.
           05 RIS-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-MESES            PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-ULTIMA-DIA       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 RIS-ULTIMA-MES       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 RIS-ULTIMA-ANO       PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-VENDEDOR         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-LOGIN            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 RIS-TAREFA           PIC X(12).

       01  TEXTO-ULTIMA-NOTA.
           05 TXT-ULTIMA-ANO       PIC 9(04).
           05 TXT-ULTIMA-MES       PIC 9(02).
           05 TXT-ULTIMA-DIA       PIC 9(02).
       01  TXT-MESES               PIC 9(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ANALISE RFM E CURVA ABC DE CLIENTES ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM PEDE-MESES-SEM-COMPRA.
           COMPUTE MES-COMPETENCIA-NUM =
                   COMPETENCIA-ANO * 12 + COMPETENCIA-MES.
           COMPUTE MES-FINAL-SILENCIO = MESES-SEM-COMPRA.
           COMPUTE MES-FINAL-REGULARIDADE = MESES-SEM-COMPRA + 12.

           PERFORM CARREGA-CLIENTES-ATIVOS.
           IF QTD-CLIENTES IS EQUAL ZEROS
               DISPLAY "NENHUM CLIENTE ATIVO NO CADASTRO - NADA A "
                       "ANALISAR."
               STOP RUN.
           PERFORM ACUMULA-NOTAS.
           PERFORM ABATE-NOTAS-DE-CREDITO.
           PERFORM CARREGA-LOGINS-DE-VENDEDORES.
           PERFORM MARCA-TAREFAS-EM-ABERTO.

           MOVE ZEROS TO FATURAMENTO-TOTAL.
           MOVE ZEROS TO QTD-POSITIVOS.
           MOVE 1 TO IDX-CLIENTE.
           PERFORM CLASSIFICA-RECENCIA-E-FREQUENCIA
                   UNTIL IDX-CLIENTE IS GREATER THAN QTD-CLIENTES.

           MOVE ZEROS TO TOTAIS-POR-CLASSE.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           SORT ARQUIVO-ORDENACAO
                ON DESCENDING KEY ORD-VALOR
                ON ASCENDING KEY ORD-CLIENTE
                INPUT PROCEDURE IS LIBERA-CLIENTES
                OUTPUT PROCEDURE IS GRAVA-CURVA-ABC.
           PERFORM GRAVA-RESUMO-POR-CLASSE.
           PERFORM GRAVA-LISTA-DE-RISCO.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "==============================================".
           DISPLAY "CLIENTES ATIVOS ANALISADOS : " QTD-CLIENTES.
           DISPLAY "CLASSE A                   : " TOT-CLASSE-QTD(1).
           DISPLAY "CLASSE B                   : " TOT-CLASSE-QTD(2).
           DISPLAY "CLASSE C                   : " TOT-CLASSE-QTD(3).
           DISPLAY "CLIENTES EM RISCO          : " TOTAL-EM-RISCO.
           DISPLAY "PENDENCIAS CRIADAS         : "
                   TOTAL-TAREFAS-CRIADAS.
           IF TOTAL-TAREFAS-ABERTAS IS GREATER THAN ZEROS
               DISPLAY "JA COM PENDENCIA EM ABERTO : "
                       TOTAL-TAREFAS-ABERTAS.
           IF TOTAL-SEM-VENDEDOR IS GREATER THAN ZEROS
               DISPLAY "SEM LOGIN DE VENDEDOR      : "
                       TOTAL-SEM-VENDEDOR
               DISPLAY "  (PENDENCIA GRAVADA EM NOME DE S/VENDEDOR)".
           DISPLAY "DETALHES EM RFM.REL - PENDENCIAS NO PROG81.".
           DISPLAY "==============================================".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA ANALISE (AAAAMM - ENTER = MES "
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
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-ANALISE.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PEDE-MESES-SEM-COMPRA.
           DISPLAY "MESES SEM NOTA PARA O ALERTA DE RISCO (ENTER = 3,"
                   " ATE 12) : ".
           MOVE ZEROS TO MESES-SEM-COMPRA.
           ACCEPT MESES-SEM-COMPRA.
           IF MESES-SEM-COMPRA IS NOT NUMERIC
               MOVE ZEROS TO MESES-SEM-COMPRA.
           IF MESES-SEM-COMPRA IS EQUAL ZEROS
               MOVE 3 TO MESES-SEM-COMPRA.
           IF MESES-SEM-COMPRA IS GREATER THAN 12
               DISPLAY "QUANTIDADE DE MESES INVALIDA : "
                       MESES-SEM-COMPRA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CARREGA-CLIENTES-ATIVOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND CLIENTE-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-CLIENTE.
           PERFORM GUARDA-CLIENTE-ATIVO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CLIENTE.

       LEIA-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-CLIENTE-ATIVO.
           IF CLIENTE-ATIVO
               PERFORM INCLUI-CLIENTE-NA-TABELA.
           PERFORM LEIA-PROXIMO-CLIENTE.

       INCLUI-CLIENTE-NA-TABELA.
           IF QTD-CLIENTES IS EQUAL 2000
               MOVE "CLIENTES" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           ADD 1 TO QTD-CLIENTES.
           MOVE CLIENTE-CODIGO TO CLI-CODIGO(QTD-CLIENTES).
           MOVE CLIENTE-NOME   TO CLI-NOME(QTD-CLIENTES).
           MOVE ZEROS TO CLI-QTD-NOTAS(QTD-CLIENTES).
           MOVE ZEROS TO CLI-VALOR(QTD-CLIENTES).
           MOVE ZEROS TO CLI-ULTIMA-NOTA(QTD-CLIENTES).
           MOVE ZEROS TO CLI-VENDEDOR(QTD-CLIENTES).
           MOVE 1 TO IDX-MES.
           PERFORM LIMPA-MES-COMPRA
                   UNTIL IDX-MES IS GREATER THAN 24.
           MOVE ZEROS TO CLI-RECENCIA(QTD-CLIENTES).
           MOVE ZEROS TO CLI-FREQUENCIA(QTD-CLIENTES).
           MOVE ZEROS TO CLI-VALOR-NOTA(QTD-CLIENTES).
           MOVE ZEROS TO CLI-MESES-SILENCIO(QTD-CLIENTES).
           MOVE "N" TO CLI-RISCO(QTD-CLIENTES).
           MOVE "N" TO CLI-TAREFA-ABERTA(QTD-CLIENTES).

       LIMPA-MES-COMPRA.
           MOVE "N" TO CLI-MES-COMPRA(QTD-CLIENTES, IDX-MES).
           ADD 1 TO IDX-MES.

       LOCALIZA-CLIENTE.
           MOVE 1 TO IDX-CLIENTE.
           MOVE "N" TO CLIENTE-ACHADO-SW.
           PERFORM COMPARA-CLIENTE
                   UNTIL CLIENTE-ACHADO
                   OR IDX-CLIENTE IS GREATER THAN QTD-CLIENTES.

       COMPARA-CLIENTE.
           IF CLI-CODIGO(IDX-CLIENTE) IS EQUAL CLIENTE-PROCURADO
               MOVE "S" TO CLIENTE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-CLIENTE.

       ACUSA-TABELA-CHEIA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    DISTANCIA EM MESES DA DATA EM DATA-MOVIMENTO ATE A
      *    COMPETENCIA - NEGATIVA QUANDO O MOVIMENTO E' POSTERIOR.
       CALCULA-DISTANCIA-MESES.
           COMPUTE MES-MOVIMENTO-NUM =
                   MOVIMENTO-ANO * 12 + MOVIMENTO-MES.
           COMPUTE DISTANCIA-MESES =
                   MES-COMPETENCIA-NUM - MES-MOVIMENTO-NUM.

      *===============================================================
      *    NOTAS EMITIDAS (NAO CANCELADAS) ATE A COMPETENCIA. A DATA
      *    E O VENDEDOR DA ULTIMA NOTA CONTAM EM QUALQUER EPOCA; O
      *    VALOR E A QUANTIDADE SO NOS 12 MESES DA ANALISE.
      *===============================================================
       ACUMULA-NOTAS.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM ACUMULA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-UMA-NOTA.
           IF NOT NOTA-CANCELADA
               MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               MOVE NOTA-DATA TO DATA-MOVIMENTO
               PERFORM CALCULA-DISTANCIA-MESES
               IF CLIENTE-ACHADO
                       AND DISTANCIA-MESES IS NOT LESS THAN ZEROS
                   PERFORM REGISTRA-NOTA-DO-CLIENTE.
           PERFORM LEIA-PROXIMA-NOTA.

       REGISTRA-NOTA-DO-CLIENTE.
           IF DISTANCIA-MESES IS LESS THAN 12
               ADD 1 TO CLI-QTD-NOTAS(IDX-CLIENTE)
               ADD NOTA-VALOR-TOTAL TO CLI-VALOR(IDX-CLIENTE).
           IF DISTANCIA-MESES IS LESS THAN 24
               MOVE "S" TO CLI-MES-COMPRA(IDX-CLIENTE,
                                          DISTANCIA-MESES + 1).
           IF NOTA-DATA IS NOT LESS THAN CLI-ULTIMA-NOTA(IDX-CLIENTE)
               MOVE NOTA-DATA TO CLI-ULTIMA-NOTA(IDX-CLIENTE)
               IF NOTA-VENDEDOR IS NUMERIC
                       AND NOTA-VENDEDOR IS GREATER THAN ZEROS
                   MOVE NOTA-VENDEDOR TO CLI-VENDEDOR(IDX-CLIENTE).

      *    A NOTA DE CREDITO ABATE O VALOR NO MES EM QUE FOI
      *    EMITIDA, DENTRO DOS 12 MESES DA ANALISE.
       ABATE-NOTAS-DE-CREDITO.
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
           PERFORM ABATE-UMA-NOTA-DE-CREDITO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ABATE-UMA-NOTA-DE-CREDITO.
           MOVE NCRED-CLIENTE TO CLIENTE-PROCURADO.
           PERFORM LOCALIZA-CLIENTE.
           MOVE NCRED-DATA TO DATA-MOVIMENTO.
           PERFORM CALCULA-DISTANCIA-MESES.
           IF CLIENTE-ACHADO
                   AND DISTANCIA-MESES IS NOT LESS THAN ZEROS
                   AND DISTANCIA-MESES IS LESS THAN 12
               SUBTRACT NCRED-VALOR-TOTAL FROM CLI-VALOR(IDX-CLIENTE).
           PERFORM LEIA-PROXIMA-NOTACRED.

       CARREGA-LOGINS-DE-VENDEDORES.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS NOT EQUAL "00"
              AND OPERADOR-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE OPERADORES - "
                       "STATUS : " OPERADOR-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-OPERADOR.
           PERFORM GUARDA-LOGIN-DE-VENDEDOR
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-LOGIN-DE-VENDEDOR.
           IF OPERADOR-ATIVO
                   AND OPERADOR-FUNCIONARIO IS NUMERIC
                   AND OPERADOR-FUNCIONARIO IS GREATER THAN ZEROS
               IF QTD-LOGINS IS EQUAL 200
                   MOVE "LOGINS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-LOGINS
                   MOVE OPERADOR-FUNCIONARIO
                        TO LOGIN-FUNCIONARIO(QTD-LOGINS)
                   MOVE OPERADOR-CODIGO TO LOGIN-CODIGO(QTD-LOGINS).
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    AS PENDENCIAS DE RETOMADA AINDA ABERTAS NO PROG81 NAO SAO
      *    DUPLICADAS.
       MARCA-TAREFAS-EM-ABERTO.
           OPEN INPUT ARQUIVO-CLINOTAS.
           IF CLINOTAS-ARQ-STATUS IS NOT EQUAL "00"
              AND CLINOTAS-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO DE CONTATOS - "
                       "STATUS : " CLINOTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-CLINOTA.
           PERFORM EXAMINA-CLINOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CLINOTAS.

       LEIA-PROXIMA-CLINOTA.
           READ ARQUIVO-CLINOTAS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-CLINOTA.
           IF CLINOTAS-COM-PENDENCIA
                   AND CLINOTAS-ASSUNTO IS EQUAL ASSUNTO-RETOMADA
               MOVE CLINOTAS-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE
               IF CLIENTE-ACHADO
                   MOVE "S" TO CLI-TAREFA-ABERTA(IDX-CLIENTE).
           PERFORM LEIA-PROXIMA-CLINOTA.

      *===============================================================
      *    RECENCIA PELOS MESES DESDE A ULTIMA NOTA : NO PROPRIO MES
      *    5, UM MES 4, DOIS OU TRES 3, QUATRO A SEIS 2, MAIS QUE
      *    ISSO (OU NUNCA COMPROU) 1. FREQUENCIA PELAS NOTAS DOS 12
      *    MESES : 12 OU MAIS 5, 6 A 11 4, 3 A 5 3, 1 OU 2 2, NENHUMA
      *    1. AQUI TAMBEM SAI A MARCA DE RISCO E O TOTAL FATURADO.
      *===============================================================
       CLASSIFICA-RECENCIA-E-FREQUENCIA.
           IF CLI-ULTIMA-NOTA(IDX-CLIENTE) IS EQUAL ZEROS
               MOVE 999 TO CLI-MESES-SILENCIO(IDX-CLIENTE)
           ELSE
               MOVE CLI-ULTIMA-NOTA(IDX-CLIENTE) TO DATA-MOVIMENTO
               PERFORM CALCULA-DISTANCIA-MESES
               IF DISTANCIA-MESES IS GREATER THAN 999
                   MOVE 999 TO CLI-MESES-SILENCIO(IDX-CLIENTE)
               ELSE
                   MOVE DISTANCIA-MESES
                        TO CLI-MESES-SILENCIO(IDX-CLIENTE).

           IF CLI-MESES-SILENCIO(IDX-CLIENTE) IS EQUAL ZEROS
               MOVE 5 TO CLI-RECENCIA(IDX-CLIENTE)
           ELSE
               IF CLI-MESES-SILENCIO(IDX-CLIENTE) IS EQUAL 1
                   MOVE 4 TO CLI-RECENCIA(IDX-CLIENTE)
               ELSE
                   IF CLI-MESES-SILENCIO(IDX-CLIENTE) IS LESS THAN 4
                       MOVE 3 TO CLI-RECENCIA(IDX-CLIENTE)
                   ELSE
                       IF CLI-MESES-SILENCIO(IDX-CLIENTE) IS LESS
                               THAN 7
                           MOVE 2 TO CLI-RECENCIA(IDX-CLIENTE)
                       ELSE
                           MOVE 1 TO CLI-RECENCIA(IDX-CLIENTE).

           IF CLI-QTD-NOTAS(IDX-CLIENTE) IS NOT LESS THAN 12
               MOVE 5 TO CLI-FREQUENCIA(IDX-CLIENTE)
           ELSE
               IF CLI-QTD-NOTAS(IDX-CLIENTE) IS NOT LESS THAN 6
                   MOVE 4 TO CLI-FREQUENCIA(IDX-CLIENTE)
               ELSE
                   IF CLI-QTD-NOTAS(IDX-CLIENTE) IS NOT LESS THAN 3
                       MOVE 3 TO CLI-FREQUENCIA(IDX-CLIENTE)
                   ELSE
                       IF CLI-QTD-NOTAS(IDX-CLIENTE) IS GREATER
                               THAN ZEROS
                           MOVE 2 TO CLI-FREQUENCIA(IDX-CLIENTE)
                       ELSE
                           MOVE 1 TO CLI-FREQUENCIA(IDX-CLIENTE).

           MOVE 1 TO CLI-VALOR-NOTA(IDX-CLIENTE).
           IF CLI-VALOR(IDX-CLIENTE) IS GREATER THAN ZEROS
               ADD 1 TO QTD-POSITIVOS
               ADD CLI-VALOR(IDX-CLIENTE) TO FATURAMENTO-TOTAL.

           PERFORM VERIFICA-RISCO.
           ADD 1 TO IDX-CLIENTE.

      *    SEM NOTA NAS DISTANCIAS 0 A N-1 E COM NOTA EM PELO MENOS
      *    3 MESES DISTINTOS DAS DISTANCIAS N A N+11.
       VERIFICA-RISCO.
           MOVE "N" TO SILENCIO-SW.
           MOVE 1 TO IDX-MES.
           PERFORM EXAMINA-MES-DO-SILENCIO
                   UNTIL IDX-MES IS GREATER THAN MES-FINAL-SILENCIO.
           MOVE ZEROS TO QTD-MESES-COM-COMPRA.
           IF NOT HOUVE-COMPRA-NO-SILENCIO
               PERFORM CONTA-MES-DA-REGULARIDADE
                       UNTIL IDX-MES IS GREATER THAN
                             MES-FINAL-REGULARIDADE.
           IF QTD-MESES-COM-COMPRA IS NOT LESS THAN
                   MESES-REGULARIDADE
               MOVE "S" TO CLI-RISCO(IDX-CLIENTE)
               ADD 1 TO TOTAL-EM-RISCO.

       EXAMINA-MES-DO-SILENCIO.
           IF CLI-MES-COMPRA(IDX-CLIENTE, IDX-MES) IS EQUAL "S"
               MOVE "S" TO SILENCIO-SW.
           ADD 1 TO IDX-MES.

       CONTA-MES-DA-REGULARIDADE.
           IF CLI-MES-COMPRA(IDX-CLIENTE, IDX-MES) IS EQUAL "S"
               ADD 1 TO QTD-MESES-COM-COMPRA.
           ADD 1 TO IDX-MES.

      *===============================================================
      *    ENTRADA DO SORT - TODOS OS CLIENTES ATIVOS, COM OU SEM
      *    COMPRA NO PERIODO.
      *===============================================================
       LIBERA-CLIENTES.
           MOVE 1 TO IDX-CLIENTE.
           PERFORM LIBERA-UM-CLIENTE
                   UNTIL IDX-CLIENTE IS GREATER THAN QTD-CLIENTES.

       LIBERA-UM-CLIENTE.
           MOVE CLI-VALOR(IDX-CLIENTE)  TO ORD-VALOR.
           MOVE CLI-CODIGO(IDX-CLIENTE) TO ORD-CLIENTE.
           MOVE IDX-CLIENTE             TO ORD-INDICE.
           RELEASE ORDENACAO-REGISTRO.
           ADD 1 TO IDX-CLIENTE.

      *===============================================================
      *    SAIDA DO SORT - PARTICIPACAO, CLASSE ABC E QUINTIL DE
      *    VALOR NA ORDEM DECRESCENTE DO FATURAMENTO LIQUIDO.
      *===============================================================
       GRAVA-CURVA-ABC.
           MOVE ZEROS TO FATURAMENTO-ACUMULADO.
           MOVE ZEROS TO POSICAO-NA-CURVA.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-PROXIMO-CLIENTE.
           PERFORM GRAVA-CLIENTE-NA-CURVA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-PROXIMO-CLIENTE.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       GRAVA-CLIENTE-NA-CURVA.
           MOVE ORD-INDICE TO IDX-CLIENTE.
           MOVE ZEROS TO PERC-PARTICIPACAO.
           IF ORD-VALOR IS GREATER THAN ZEROS
               PERFORM APURA-POSICAO-NA-CURVA
           ELSE
               MOVE "C" TO CLASSE-ABC.
           IF FATURAMENTO-TOTAL IS GREATER THAN ZEROS
               COMPUTE PERC-ACUMULADO ROUNDED =
                       FATURAMENTO-ACUMULADO * 100 / FATURAMENTO-TOTAL
           ELSE
               MOVE ZEROS TO PERC-ACUMULADO.

           IF CLASSE-ABC IS EQUAL "A"
               MOVE 1 TO IDX-CLASSE
           ELSE
               IF CLASSE-ABC IS EQUAL "B"
                   MOVE 2 TO IDX-CLASSE
               ELSE
                   MOVE 3 TO IDX-CLASSE.
           ADD 1 TO TOT-CLASSE-QTD(IDX-CLASSE).
           ADD ORD-VALOR TO TOT-CLASSE-VALOR(IDX-CLASSE).

           MOVE SPACES TO LINHA-DETALHE.
           MOVE CLI-CODIGO(IDX-CLIENTE)     TO DET-CLIENTE.
           MOVE CLI-NOME(IDX-CLIENTE)       TO DET-NOME.
           MOVE CLI-RECENCIA(IDX-CLIENTE)   TO DET-RECENCIA.
           MOVE CLI-FREQUENCIA(IDX-CLIENTE) TO DET-FREQUENCIA.
           MOVE CLI-VALOR-NOTA(IDX-CLIENTE) TO DET-VALOR-NOTA.
           MOVE CLI-VALOR(IDX-CLIENTE)      TO DET-VALOR.
           MOVE PERC-PARTICIPACAO           TO DET-PARTICIPACAO.
           MOVE PERC-ACUMULADO              TO DET-ACUMULADO.
           MOVE CLASSE-ABC                  TO DET-CLASSE.
           PERFORM DEFINE-SEGMENTO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM RETORNA-PROXIMO-CLIENTE.

       APURA-POSICAO-NA-CURVA.
           ADD 1 TO POSICAO-NA-CURVA.
           COMPUTE PERC-ACUMULADO-ANTES ROUNDED =
                   FATURAMENTO-ACUMULADO * 100 / FATURAMENTO-TOTAL.
           IF PERC-ACUMULADO-ANTES IS LESS THAN 80
               MOVE "A" TO CLASSE-ABC
           ELSE
               IF PERC-ACUMULADO-ANTES IS LESS THAN 95
                   MOVE "B" TO CLASSE-ABC
               ELSE
                   MOVE "C" TO CLASSE-ABC.
           ADD ORD-VALOR TO FATURAMENTO-ACUMULADO.
           COMPUTE PERC-PARTICIPACAO ROUNDED =
                   ORD-VALOR * 100 / FATURAMENTO-TOTAL.
           COMPUTE FAIXA-DO-QUINTIL =
                   (POSICAO-NA-CURVA - 1) * 5 / QTD-POSITIVOS.
           COMPUTE CLI-VALOR-NOTA(IDX-CLIENTE) = 5 - FAIXA-DO-QUINTIL.

      *    SEGMENTO PARA O MARKETING - EM RISCO PELA REGRA ACIMA; SEM
      *    COMPRA QUEM NUNCA TEVE NOTA; CAMPEAO COM R, F E M DE 4 OU
      *    MAIS; FIEL COM FREQUENCIA DE 4 OU MAIS; INATIVO COM
      *    RECENCIA 1; OS DEMAIS OCASIONAL.
       DEFINE-SEGMENTO.
           IF CLI-RISCO(IDX-CLIENTE) IS EQUAL "S"
               MOVE "EM RISCO" TO DET-SEGMENTO
           ELSE
               IF CLI-ULTIMA-NOTA(IDX-CLIENTE) IS EQUAL ZEROS
                   MOVE "SEM COMPRA" TO DET-SEGMENTO
               ELSE
                   IF CLI-RECENCIA(IDX-CLIENTE) IS GREATER THAN 3
                           AND CLI-FREQUENCIA(IDX-CLIENTE) IS GREATER
                               THAN 3
                           AND CLI-VALOR-NOTA(IDX-CLIENTE) IS GREATER
                               THAN 3
                       MOVE "CAMPEAO" TO DET-SEGMENTO
                   ELSE
                       IF CLI-FREQUENCIA(IDX-CLIENTE) IS GREATER
                               THAN 3
                           MOVE "FIEL" TO DET-SEGMENTO
                       ELSE
                           IF CLI-RECENCIA(IDX-CLIENTE) IS EQUAL 1
                               MOVE "INATIVO" TO DET-SEGMENTO
                           ELSE
                               MOVE "OCASIONAL" TO DET-SEGMENTO.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANALISE RFM E CURVA ABC - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  " - ULTIMOS 12 MESES"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR LIQUIDO DAS NOTAS DE CREDITO  RFM DE 1 A 5  "
                  "CURVA A ATE 80% B ATE 95%"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME                 RFM  VALOR LIQUIDO "
                  "  PART%  ACUM% C SEGMENTO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RESUMO-POR-CLASSE.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "A" TO CLS-CLASSE.
           MOVE 1 TO IDX-CLASSE.
           PERFORM GRAVA-UMA-CLASSE.
           MOVE "B" TO CLS-CLASSE.
           MOVE 2 TO IDX-CLASSE.
           PERFORM GRAVA-UMA-CLASSE.
           MOVE "C" TO CLS-CLASSE.
           MOVE 3 TO IDX-CLASSE.
           PERFORM GRAVA-UMA-CLASSE.

       GRAVA-UMA-CLASSE.
           MOVE TOT-CLASSE-QTD(IDX-CLASSE)   TO CLS-QTD.
           MOVE TOT-CLASSE-VALOR(IDX-CLASSE) TO CLS-VALOR.
           MOVE ZEROS TO PERC-PARTICIPACAO.
           IF FATURAMENTO-TOTAL IS GREATER THAN ZEROS
                   AND TOT-CLASSE-VALOR(IDX-CLASSE) IS GREATER
                       THAN ZEROS
               COMPUTE PERC-PARTICIPACAO ROUNDED =
                       TOT-CLASSE-VALOR(IDX-CLASSE) * 100 /
                       FATURAMENTO-TOTAL.
           MOVE PERC-PARTICIPACAO TO CLS-PARTICIPACAO.
           MOVE LINHA-CLASSE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    LISTA DE RISCO E PENDENCIAS DE RETOMADA NO HISTORICO DE
      *    CONTATOS.
      *===============================================================
       GRAVA-LISTA-DE-RISCO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLIENTES REGULARES SEM NOTA HA " MESES-SEM-COMPRA
                  " MESES OU MAIS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME                 MES ULT. NOTA  VENDED "
                  "LOGIN      PENDENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF TOTAL-EM-RISCO IS EQUAL ZEROS
               MOVE "NENHUM CLIENTE EM RISCO." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               OPEN EXTEND ARQUIVO-CLINOTAS
               IF CLINOTAS-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-CLINOTAS
               END-IF
               MOVE 1 TO IDX-CLIENTE
               PERFORM TRATA-CLIENTE-EM-RISCO
                       UNTIL IDX-CLIENTE IS GREATER THAN QTD-CLIENTES
               CLOSE ARQUIVO-CLINOTAS.

       TRATA-CLIENTE-EM-RISCO.
           IF CLI-RISCO(IDX-CLIENTE) IS EQUAL "S"
               PERFORM PROCURA-LOGIN-DO-VENDEDOR
               MOVE CLI-CODIGO(IDX-CLIENTE) TO RIS-CLIENTE
               MOVE CLI-NOME(IDX-CLIENTE) TO RIS-NOME
               MOVE CLI-MESES-SILENCIO(IDX-CLIENTE) TO RIS-MESES
               MOVE CLI-ULTIMA-NOTA(IDX-CLIENTE) TO TEXTO-ULTIMA-NOTA
               MOVE TXT-ULTIMA-DIA TO RIS-ULTIMA-DIA
               MOVE TXT-ULTIMA-MES TO RIS-ULTIMA-MES
               MOVE TXT-ULTIMA-ANO TO RIS-ULTIMA-ANO
               MOVE CLI-VENDEDOR(IDX-CLIENTE) TO RIS-VENDEDOR
               MOVE LOGIN-DO-VENDEDOR TO RIS-LOGIN
               IF CLI-TAREFA-ABERTA(IDX-CLIENTE) IS EQUAL "S"
                   MOVE "JA EM ABERTO" TO RIS-TAREFA
                   ADD 1 TO TOTAL-TAREFAS-ABERTAS
               ELSE
                   PERFORM GRAVA-TAREFA-DE-RETOMADA
                   MOVE "CRIADA" TO RIS-TAREFA
               END-IF
               MOVE LINHA-RISCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-CLIENTE.

      *    SEM VENDEDOR NA ULTIMA NOTA OU SEM LOGIN LIGADO A ELE, A
      *    PENDENCIA FICA EM NOME DE S/VENDEDOR PARA O MARKETING
      *    REDISTRIBUIR.
       PROCURA-LOGIN-DO-VENDEDOR.
           MOVE "S/VENDEDOR" TO LOGIN-DO-VENDEDOR.
           MOVE "N" TO LOGIN-ACHADO-SW.
           IF CLI-VENDEDOR(IDX-CLIENTE) IS GREATER THAN ZEROS
               MOVE 1 TO IDX-LOGIN
               PERFORM COMPARA-LOGIN-DO-VENDEDOR
                       UNTIL LOGIN-ACHADO
                       OR IDX-LOGIN IS GREATER THAN QTD-LOGINS.
           IF LOGIN-ACHADO
               MOVE LOGIN-CODIGO(IDX-LOGIN) TO LOGIN-DO-VENDEDOR
           ELSE
               ADD 1 TO TOTAL-SEM-VENDEDOR.

       COMPARA-LOGIN-DO-VENDEDOR.
           IF LOGIN-FUNCIONARIO(IDX-LOGIN) IS EQUAL
                   CLI-VENDEDOR(IDX-CLIENTE)
               MOVE "S" TO LOGIN-ACHADO-SW
           ELSE
               ADD 1 TO IDX-LOGIN.

       GRAVA-TAREFA-DE-RETOMADA.
           MOVE CLI-CODIGO(IDX-CLIENTE) TO CLINOTAS-CODIGO.
           ACCEPT CLINOTAS-DATA FROM DATE YYYYMMDD.
           ACCEPT CLINOTAS-HORA FROM TIME.
           MOVE LOGIN-DO-VENDEDOR TO CLINOTAS-OPERADOR.
           MOVE ASSUNTO-RETOMADA TO CLINOTAS-ASSUNTO.
           MOVE CLI-MESES-SILENCIO(IDX-CLIENTE) TO TXT-MESES.
           MOVE SPACES TO CLINOTAS-TEXTO.
           STRING "SEM NOTA HA " TXT-MESES " MESES - ULTIMA NOTA "
                  TXT-ULTIMA-DIA "/" TXT-ULTIMA-MES "/"
                  TXT-ULTIMA-ANO " - VEND " CLI-VENDEDOR(IDX-CLIENTE)
                  DELIMITED BY SIZE INTO CLINOTAS-TEXTO.
           MOVE "P" TO CLINOTAS-PENDENTE.
           WRITE CLINOTAS-REGISTRO.
           ADD 1 TO TOTAL-TAREFAS-CRIADAS.
