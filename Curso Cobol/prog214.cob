       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG214.

      *    CONFERENCIA DA FOLHA ANTES DA REMESSA BANCARIA - RODA NO
      *    MONTHJOB ENTRE A FOLHA (PROG39) E A REMESSA (PROG71), QUE
      *    ANTES MANDAVA AO BANCO O QUE A FOLHA GRAVASSE SEM NINGUEM
      *    OLHAR. COMPARA A FOLHA MENSAL DE CADA FUNCIONARIO NA
      *    COMPETENCIA (FOLHAREG.DAT, TIPO "F") COM A DA COMPETENCIA
      *    ANTERIOR E APONTA EM CONFFOLHA.REL :
      *    - VARIACAO DO BRUTO OU DO LIQUIDO ACIMA DO PERCENTUAL DE
      *      CONFPARM.DAT (PADRAO 20%);
      *    - FUNCIONARIO NOVO NA FOLHA E FUNCIONARIO QUE SUMIU DELA;
      *    - LIQUIDO ZERO (O PROG39 GRAVA ZERO NO LIQUIDO NEGATIVO);
      *    - LIQUIDO ACIMA DO TETO DE CONFPARM.DAT (PADRAO R$
      *      30.000,00).
      *    COM OCORRENCIAS, TERMINA COM RETURN CODE 8 E A CADEIA
      *    SEGURA A REMESSA ATE O SUPERVISOR REVISAR O RELATORIO E
      *    LIBERAR A COMPETENCIA NO PROG215 (LIBFOLHA.DAT) - AI O JOB
      *    RESSUBMETIDO PASSA POR AQUI COM RETURN CODE 4 E SEGUE. SEM
      *    OCORRENCIAS, RETURN CODE 0.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOLHAREG.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCONFPARM.cob".
           COPY "SELLIBFOLHA.cob".
           COPY "SELMSGLOG.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CONFFOLHA.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAREG.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCONFPARM.cob".
           COPY "FDLIBFOLHA.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CONFPARM-ARQ-STATUS     PIC X(02).
       01  LIBFOLHA-ARQ-STATUS     PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-FOLHAREG          PIC X.
       01  FINAL-LIBFOLHA          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-CONFERIDA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  FILLER REDEFINES COMPETENCIA-CONFERIDA.
           05 COMPETENCIA-NUM      PIC 9(06).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-ANTERIOR.
           05 COMP-ANTERIOR-ANO    PIC 9(04).
           05 COMP-ANTERIOR-MES    PIC 9(02).
       01  FILLER REDEFINES COMPETENCIA-ANTERIOR.
           05 COMP-ANTERIOR-NUM    PIC 9(06).
       01  COMPETENCIA-LIDA        PIC 9(06).

      *    PARAMETROS DA CONFERENCIA (CONFPARM.DAT).
       01  PERC-VARIACAO-MAXIMA    PIC 9(03)V9(02) VALUE 20.00.
       01  TETO-LIQUIDO            PIC 9(06)V9(02) VALUE 30000.00.
       01  PERC-VARIACAO-EDITADO   PIC ZZ9.99.
       01  TETO-LIQUIDO-EDITADO    PIC $ZZZ,ZZ9.99.

      *    FOLHA MENSAL DA COMPETENCIA ANTERIOR, MARCADA A MEDIDA QUE
      *    O FUNCIONARIO REAPARECE NA COMPETENCIA CONFERIDA.
       01  TABELA-ANTERIOR.
           05 QTD-ANTERIOR         PIC 9(04) VALUE ZEROS.
           05 ANTERIOR-ITEM OCCURS 5000 TIMES.
               10 ANT-CODIGO          PIC 9(06).
               10 ANT-BRUTO           PIC 9(06)V9(02).
               10 ANT-LIQUIDO         PIC 9(06)V9(02).
               10 ANT-VISTO-SW        PIC X(01).
                   88 ANT-VISTO       VALUE "S".
       01  IDX-ANTERIOR            PIC 9(04).
       01  ANTERIOR-ACHADO-SW      PIC X(01).
           88 ANTERIOR-ACHADO      VALUE "S".

       01  VALOR-ANTERIOR          PIC 9(06)V9(02).
       01  VALOR-ATUAL             PIC 9(06)V9(02).
       01  PERC-VARIACAO           PIC S9(05)V9(02).
       01  PERC-LIMITE-NEGATIVO    PIC S9(05)V9(02).
       01  TEXTO-OCORRENCIA        PIC X(22).
       01  MOSTRA-PERC-SW          PIC X(01).
           88 MOSTRA-PERC          VALUE "S".

       01  TOTAL-CONFERIDOS        PIC 9(05) VALUE ZEROS.
       01  TOTAL-OCORRENCIAS       PIC 9(05) VALUE ZEROS.
       01  TOTAL-LIQUIDO           PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-LIQUIDO-EDITADO   PIC $ZZZ,ZZZ,ZZ9.99.

      *    LIBERACAO DO SUPERVISOR PARA A COMPETENCIA (PROG215).
       01  LIBERADA-SW             PIC X(01) VALUE "N".
           88 COMPETENCIA-LIBERADA VALUE "S".
       01  SUPERVISOR-LIBERACAO    PIC X(10).
       01  DATA-LIBERACAO          PIC 9(08).

       01  LINHA-DETALHE.
           05 DET-CODIGO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-OCORRENCIA       PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ANTERIOR         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ATUAL            PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PERC             PIC ZZZ9.9-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CONFERENCIA DA FOLHA ANTES DA REMESSA ----".
           PERFORM GRAVA-MSGLOG-INICIO.
           PERFORM PEDE-COMPETENCIA.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS NOT EQUAL "00"
              AND FOLHAREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O REGISTRO DA FOLHA - STATUS : "
                       FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           PERFORM CARREGA-FOLHA-ANTERIOR.
           PERFORM CONFERE-FOLHA-DA-COMPETENCIA.
           IF QTD-ANTERIOR IS GREATER THAN ZEROS
                   AND TOTAL-CONFERIDOS IS GREATER THAN ZEROS
               MOVE 1 TO IDX-ANTERIOR
               PERFORM VERIFICA-AUSENTE
                       UNTIL IDX-ANTERIOR IS GREATER THAN
                             QTD-ANTERIOR.
           PERFORM GRAVA-RODAPE.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAREG.

           MOVE TOTAL-LIQUIDO TO TOTAL-LIQUIDO-EDITADO.
           DISPLAY "COMPETENCIA CONFERIDA   : " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO.
           DISPLAY "FUNCIONARIOS CONFERIDOS : " TOTAL-CONFERIDOS.
           DISPLAY "TOTAL LIQUIDO           : " TOTAL-LIQUIDO-EDITADO.
           DISPLAY "OCORRENCIAS             : " TOTAL-OCORRENCIAS.
           PERFORM DECIDE-RETENCAO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES CORRENTE - MESMA
      *    CONVENCAO DA FOLHA (PROG39) E DA REMESSA (PROG71).
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA A CONFERIR (AAAAMM - ENTER = MES "
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
                        TO COMPETENCIA-CONFERIDA.
           MOVE COMPETENCIA-ANO TO COMP-ANTERIOR-ANO.
           IF COMPETENCIA-MES IS EQUAL 1
               MOVE 12 TO COMP-ANTERIOR-MES
               SUBTRACT 1 FROM COMP-ANTERIOR-ANO
           ELSE
               COMPUTE COMP-ANTERIOR-MES = COMPETENCIA-MES - 1.

      *    SEM O ARQUIVO DE PARAMETROS VALEM OS PADROES.
       CARREGA-PARAMETROS.
           OPEN INPUT ARQUIVO-CONFPARM.
           IF CONFPARM-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-CONFPARM
                   AT END MOVE "10" TO CONFPARM-ARQ-STATUS
               END-READ
               IF CONFPARM-ARQ-STATUS IS EQUAL "00"
                   IF CONFPARM-PERC-VARIACAO IS NUMERIC
                           AND CONFPARM-PERC-VARIACAO IS GREATER
                               THAN ZEROS
                       MOVE CONFPARM-PERC-VARIACAO
                            TO PERC-VARIACAO-MAXIMA
                   END-IF
                   IF CONFPARM-TETO-LIQUIDO IS NUMERIC
                           AND CONFPARM-TETO-LIQUIDO IS GREATER
                               THAN ZEROS
                       MOVE CONFPARM-TETO-LIQUIDO TO TETO-LIQUIDO.
           CLOSE ARQUIVO-CONFPARM.
           COMPUTE PERC-LIMITE-NEGATIVO = 0 - PERC-VARIACAO-MAXIMA.

      *    O INDEXADO PERMITE POSICIONAR DIRETO NA COMPETENCIA
      *    PEDIDA EM VEZ DE VARRER O HISTORICO DESDE O INICIO.
       POSICIONA-FOLHAREG.
           MOVE "N" TO FINAL-FOLHAREG.
           MOVE COMPETENCIA-LIDA TO FOLHAREG-COMPETENCIA.
           MOVE LOW-VALUES TO FOLHAREG-TIPO.
           MOVE ZEROS TO FOLHAREG-CODIGO.
           START ARQUIVO-FOLHAREG KEY IS NOT LESS THAN
                   FOLHAREG-CHAVE
               INVALID KEY MOVE "S" TO FINAL-FOLHAREG.
           IF FINAL-FOLHAREG IS EQUAL "N"
               PERFORM LEIA-PROXIMO-FOLHAREG.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT AT END
           MOVE "S" TO FINAL-FOLHAREG.
           IF FINAL-FOLHAREG IS EQUAL "N"
                   AND FOLHAREG-COMPETENCIA IS GREATER THAN
                       COMPETENCIA-LIDA
               MOVE "S" TO FINAL-FOLHAREG.

       CARREGA-FOLHA-ANTERIOR.
           MOVE COMP-ANTERIOR-NUM TO COMPETENCIA-LIDA.
           PERFORM POSICIONA-FOLHAREG.
           PERFORM GUARDA-FOLHA-ANTERIOR
                   UNTIL FINAL-FOLHAREG IS EQUAL "S".
           IF QTD-ANTERIOR IS EQUAL ZEROS
               DISPLAY "SEM FOLHA NA COMPETENCIA ANTERIOR - SO O "
                       "LIQUIDO ZERO E O TETO SAO CONFERIDOS.".

       GUARDA-FOLHA-ANTERIOR.
           IF FOLHAREG-FOLHA-MENSAL
               IF QTD-ANTERIOR IS EQUAL 5000
                   DISPLAY "TABELA DA FOLHA ANTERIOR CHEIA (LIMITE "
                           "5000) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-ANTERIOR
                   MOVE FOLHAREG-CODIGO  TO ANT-CODIGO(QTD-ANTERIOR)
                   MOVE FOLHAREG-BRUTO   TO ANT-BRUTO(QTD-ANTERIOR)
                   MOVE FOLHAREG-LIQUIDO TO ANT-LIQUIDO(QTD-ANTERIOR)
                   MOVE "N" TO ANT-VISTO-SW(QTD-ANTERIOR).
           PERFORM LEIA-PROXIMO-FOLHAREG.

       CONFERE-FOLHA-DA-COMPETENCIA.
           MOVE COMPETENCIA-NUM TO COMPETENCIA-LIDA.
           PERFORM POSICIONA-FOLHAREG.
           PERFORM CONFERE-UM-FUNCIONARIO
                   UNTIL FINAL-FOLHAREG IS EQUAL "S".
           IF TOTAL-CONFERIDOS IS EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA MENSAL REGISTRADA PARA A "
                       "COMPETENCIA - NADA A CONFERIR.".

       CONFERE-UM-FUNCIONARIO.
           IF FOLHAREG-FOLHA-MENSAL
               ADD 1 TO TOTAL-CONFERIDOS
               ADD FOLHAREG-LIQUIDO TO TOTAL-LIQUIDO
               PERFORM CONFERE-VALORES-DO-FUNCIONARIO.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       CONFERE-VALORES-DO-FUNCIONARIO.
           MOVE FOLHAREG-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO FUNCIONARIO-NOME.
           MOVE "N" TO MOSTRA-PERC-SW.
           IF FOLHAREG-LIQUIDO IS EQUAL ZEROS
               MOVE "LIQUIDO ZERO/NEGATIVO" TO TEXTO-OCORRENCIA
               MOVE ZEROS TO VALOR-ANTERIOR
               MOVE FOLHAREG-LIQUIDO TO VALOR-ATUAL
               PERFORM GRAVA-OCORRENCIA.
           IF FOLHAREG-LIQUIDO IS GREATER THAN TETO-LIQUIDO
               MOVE "LIQUIDO ACIMA DO TETO" TO TEXTO-OCORRENCIA
               MOVE TETO-LIQUIDO TO VALOR-ANTERIOR
               MOVE FOLHAREG-LIQUIDO TO VALOR-ATUAL
               PERFORM GRAVA-OCORRENCIA.
           IF QTD-ANTERIOR IS GREATER THAN ZEROS
               PERFORM COMPARA-COM-ANTERIOR.

       COMPARA-COM-ANTERIOR.
           MOVE 1 TO IDX-ANTERIOR.
           MOVE "N" TO ANTERIOR-ACHADO-SW.
           PERFORM PROCURA-ANTERIOR
                   UNTIL ANTERIOR-ACHADO
                   OR IDX-ANTERIOR IS GREATER THAN QTD-ANTERIOR.
           IF NOT ANTERIOR-ACHADO
               MOVE "NOVO NA FOLHA" TO TEXTO-OCORRENCIA
               MOVE ZEROS TO VALOR-ANTERIOR
               MOVE FOLHAREG-LIQUIDO TO VALOR-ATUAL
               PERFORM GRAVA-OCORRENCIA
           ELSE
               MOVE "S" TO ANT-VISTO-SW(IDX-ANTERIOR)
               MOVE ANT-BRUTO(IDX-ANTERIOR) TO VALOR-ANTERIOR
               MOVE FOLHAREG-BRUTO TO VALOR-ATUAL
               MOVE "VARIACAO DO BRUTO" TO TEXTO-OCORRENCIA
               PERFORM CONFERE-VARIACAO
               MOVE ANT-LIQUIDO(IDX-ANTERIOR) TO VALOR-ANTERIOR
               MOVE FOLHAREG-LIQUIDO TO VALOR-ATUAL
               MOVE "VARIACAO DO LIQUIDO" TO TEXTO-OCORRENCIA
               PERFORM CONFERE-VARIACAO.

       PROCURA-ANTERIOR.
           IF ANT-CODIGO(IDX-ANTERIOR) IS EQUAL FOLHAREG-CODIGO
               MOVE "S" TO ANTERIOR-ACHADO-SW
           ELSE
               ADD 1 TO IDX-ANTERIOR.

      *    VARIACAO EM PERCENTUAL SOBRE O VALOR ANTERIOR, PARA MAIS
      *    OU PARA MENOS. SAIR DE ZERO PARA QUALQUER VALOR CONTA COMO
      *    VARIACAO MAXIMA.
       CONFERE-VARIACAO.
           IF VALOR-ANTERIOR IS EQUAL ZEROS
               IF VALOR-ATUAL IS EQUAL ZEROS
                   MOVE ZEROS TO PERC-VARIACAO
               ELSE
                   MOVE 9999.99 TO PERC-VARIACAO
           ELSE
               COMPUTE PERC-VARIACAO ROUNDED =
                       (VALOR-ATUAL - VALOR-ANTERIOR) * 100 /
                       VALOR-ANTERIOR
                   ON SIZE ERROR MOVE 9999.99 TO PERC-VARIACAO.
           IF PERC-VARIACAO IS GREATER THAN PERC-VARIACAO-MAXIMA
                   OR PERC-VARIACAO IS LESS THAN PERC-LIMITE-NEGATIVO
               MOVE "S" TO MOSTRA-PERC-SW
               PERFORM GRAVA-OCORRENCIA
               MOVE "N" TO MOSTRA-PERC-SW.

      *    FUNCIONARIO PAGO NA COMPETENCIA ANTERIOR E FORA DESTA.
       VERIFICA-AUSENTE.
           IF NOT ANT-VISTO(IDX-ANTERIOR)
               MOVE ANT-CODIGO(IDX-ANTERIOR) TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                    INVALID KEY
                    MOVE "(FORA DO CADASTRO)" TO FUNCIONARIO-NOME
               END-READ
               MOVE "AUSENTE NA FOLHA" TO TEXTO-OCORRENCIA
               MOVE ANT-LIQUIDO(IDX-ANTERIOR) TO VALOR-ANTERIOR
               MOVE ZEROS TO VALOR-ATUAL
               MOVE "N" TO MOSTRA-PERC-SW
               PERFORM GRAVA-OCORRENCIA.
           ADD 1 TO IDX-ANTERIOR.

       GRAVA-OCORRENCIA.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE FUNCIONARIO-CODIGO TO DET-CODIGO.
           MOVE FUNCIONARIO-NOME   TO DET-NOME.
           MOVE TEXTO-OCORRENCIA   TO DET-OCORRENCIA.
           MOVE VALOR-ANTERIOR     TO DET-ANTERIOR.
           MOVE VALOR-ATUAL        TO DET-ATUAL.
           IF MOSTRA-PERC
               MOVE PERC-VARIACAO  TO DET-PERC.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-OCORRENCIAS.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFERENCIA DA FOLHA ANTES DA REMESSA - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO " - EM "
                  DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE PERC-VARIACAO-MAXIMA TO PERC-VARIACAO-EDITADO.
           MOVE TETO-LIQUIDO TO TETO-LIQUIDO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPARADA COM " COMP-ANTERIOR-MES "/"
                  COMP-ANTERIOR-ANO " - VARIACAO MAXIMA "
                  PERC-VARIACAO-EDITADO "% - TETO DO LIQUIDO "
                  TETO-LIQUIDO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME                 OCORRENCIA            "
                  "   ANTERIOR      ATUAL   VAR %"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RODAPE.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-LIQUIDO TO TOTAL-LIQUIDO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFERIDOS : " TOTAL-CONFERIDOS
                  "  OCORRENCIAS : " TOTAL-OCORRENCIAS
                  "  LIQUIDO : " TOTAL-LIQUIDO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    RETENCAO DA REMESSA - COM OCORRENCIAS, SO SEGUE COM A
      *    LIBERACAO DO SUPERVISOR PARA A MESMA QUANTIDADE DE
      *    OCORRENCIAS E O MESMO TOTAL LIQUIDO; SEM ELA, A
      *    PENDENCIA E' REGISTRADA EM LIBFOLHA.DAT E O PASSO
      *    TERMINA COM RETURN CODE 8, QUE SEGURA O PROG71.
      *===============================================================
       DECIDE-RETENCAO.
           IF TOTAL-OCORRENCIAS IS EQUAL ZEROS
               IF TOTAL-CONFERIDOS IS EQUAL ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "FOLHA CONFERIDA SEM OCORRENCIAS."
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           ELSE
               PERFORM PROCURA-LIBERACAO
               IF COMPETENCIA-LIBERADA
                   DISPLAY "OCORRENCIAS REVISADAS E LIBERADAS POR "
                           SUPERVISOR-LIBERACAO " EM "
                           DATA-LIBERACAO " - REMESSA SEGUE."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM GRAVA-PENDENCIA
                   DISPLAY "REMESSA RETIDA - REVISAR CONFFOLHA.REL E "
                           "LIBERAR PELO SUPERVISOR (PROG215)."
                   MOVE 8 TO RETURN-CODE.

       PROCURA-LIBERACAO.
           MOVE "N" TO LIBERADA-SW.
           OPEN INPUT ARQUIVO-LIBFOLHA.
           IF LIBFOLHA-ARQ-STATUS IS NOT EQUAL "00"
              AND LIBFOLHA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CONTROLE DE LIBERACAO - "
                       "STATUS : " LIBFOLHA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-LIBFOLHA.
           PERFORM LEIA-PROXIMA-LIBERACAO.
           PERFORM EXAMINA-LIBERACAO
                   UNTIL FINAL-LIBFOLHA IS EQUAL "S".
           CLOSE ARQUIVO-LIBFOLHA.

       LEIA-PROXIMA-LIBERACAO.
           READ ARQUIVO-LIBFOLHA AT END
           MOVE "S" TO FINAL-LIBFOLHA.

       EXAMINA-LIBERACAO.
           IF LIBFOL-COMPETENCIA IS EQUAL COMPETENCIA-NUM
                   AND LIBFOL-LIBERADA
                   AND LIBFOL-QTD-OCORRENCIAS IS EQUAL
                       TOTAL-OCORRENCIAS
                   AND LIBFOL-TOTAL-LIQUIDO IS EQUAL TOTAL-LIQUIDO
               MOVE "S" TO LIBERADA-SW
               MOVE LIBFOL-SUPERVISOR TO SUPERVISOR-LIBERACAO
               MOVE LIBFOL-DATA TO DATA-LIBERACAO.
           PERFORM LEIA-PROXIMA-LIBERACAO.

       GRAVA-PENDENCIA.
           MOVE COMPETENCIA-NUM   TO LIBFOL-COMPETENCIA.
           MOVE "P"               TO LIBFOL-SITUACAO.
           MOVE DATA-CORRENTE     TO LIBFOL-DATA.
           MOVE TOTAL-OCORRENCIAS TO LIBFOL-QTD-OCORRENCIAS.
           MOVE TOTAL-LIQUIDO     TO LIBFOL-TOTAL-LIQUIDO.
           MOVE SPACES            TO LIBFOL-SUPERVISOR.
           OPEN EXTEND ARQUIVO-LIBFOLHA.
           IF LIBFOLHA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-LIBFOLHA.
           WRITE LIBFOLHA-REGISTRO.
           CLOSE ARQUIVO-LIBFOLHA.

       GRAVA-MSGLOG-INICIO.
           MOVE "INICIO DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "I" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-MSGLOG-FIM.
           IF RETURN-CODE IS EQUAL 8
               MOVE "FIM DA EXECUCAO - REMESSA RETIDA PARA REVISAO."
                    TO MSGLOG-MENSAGEM
           ELSE
               MOVE "FIM DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "F" TO MSGLOG-EVENTO.
           MOVE TOTAL-CONFERIDOS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-OCORRENCIAS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG214" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
