       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG191.

      *    FOLGA CONCEDIDA CONTRA O BANCO DE HORAS - REGISTRA NO
      *    BANCO (BANCOHOR.DAT) O DEBITO DO DIA DE FOLGA DE UM
      *    HORISTA, PELAS HORAS DA ESCALA DAQUELE DIA DA SEMANA
      *    (ESCALA.DAT, CADA TURNO VALENDO MEIA JORNADA). O DIA
      *    PRECISA SER UMA DATA REAL (PROG95), ESCALADO, SEM BATIDA
      *    (PONTODIA.DAT) E SEM OUTRA FOLGA, E NAO PODE SER DOMINGO
      *    NEM FERIADO; O SALDO DO BANCO PRECISA COBRIR A FOLGA. O
      *    FECHAMENTO DO PONTO (PROG116) PAGA O DIA DE FOLGA COMO
      *    HORAS NORMAIS - FOLGA NUMA COMPETENCIA COM O PONTO JA
      *    FECHADO E' GRAVADA, MAS COM AVISO DE QUE NAO ENTRA NA
      *    FOLHA JA FECHADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELESCALA.cob".
           COPY "SELFERIADO.cob".
           COPY "SELPONTODIA.cob".
           COPY "SELPONTO.cob".
           COPY "SELBANCOHOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDESCALA.cob".
           COPY "FDFERIADO.cob".
           COPY "FDPONTODIA.cob".
           COPY "FDPONTO.cob".
           COPY "FDBANCOHOR.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  ESCALA-ARQ-STATUS       PIC X(02).
       01  FERIADO-ARQ-STATUS      PIC X(02).
       01  PONTODIA-ARQ-STATUS     PIC X(02).
       01  PONTO-ARQ-STATUS        PIC X(02).
       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE           PIC 9(08).

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

      *    MINUTOS ESCALADOS DO HORISTA POR DIA DA SEMANA (1=SEGUNDA
      *    A 6=SABADO).
       01  ESCALA-DO-HORISTA.
           05 MINUTOS-ESCALA-DIA OCCURS 6 TIMES PIC 9(04).
       01  MINUTOS-POR-TURNO       PIC 9(04) VALUE 240.
       01  DIA-DA-ESCALA           PIC 9(01).
       01  HORISTA-ESCALADO-SW     PIC X(01).
           88 HORISTA-ESCALADO     VALUE "S".

       01  DATA-INFORMADA          PIC X(08).
       01  DATA-DA-FOLGA.
           05 FOLGA-ANO            PIC 9(04).
           05 FOLGA-MES            PIC 9(02).
           05 FOLGA-DIA            PIC 9(02).
       01  MINUTOS-DA-FOLGA        PIC 9(04).
       01  DIA-DA-SEMANA           PIC 9(01).
       01  DIAS-DESDE-BASE         PIC S9(08).
       01  SEMANAS-DESDE-BASE      PIC S9(08).
       01  FOLGA-OK-SW             PIC X(01).
           88 FOLGA-OK             VALUE "S".
       01  E-FERIADO-SW            PIC X(01).
           88 E-FERIADO            VALUE "S".
       01  DIA-COM-BATIDA-SW       PIC X(01).
           88 DIA-COM-BATIDA       VALUE "S".
       01  DIA-COM-FOLGA-SW        PIC X(01).
           88 DIA-COM-FOLGA        VALUE "S".
       01  PONTO-FECHADO-SW        PIC X(01).
           88 PONTO-FECHADO        VALUE "S".

       01  SALDO-DO-BANCO          PIC S9(07).
       01  TOTAL-FOLGAS            PIC 9(04) VALUE ZEROS.
           COPY "DTVALPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- FOLGA CONTRA O BANCO DE HORAS ----".

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "S" TO RESPOSTA.
           PERFORM LANCA-FOLGA
                   UNTIL RESPOSTA IS EQUAL "N".

           CLOSE ARQUIVO-FUNCIONARIO.
           DISPLAY "FOLGAS GRAVADAS NESTA SESSAO : " TOTAL-FOLGAS.

       PROGRAM-DONE.
           STOP RUN.

       LANCA-FOLGA.
           DISPLAY "CODIGO DO HORISTA : ".
           ACCEPT FUNCIONARIO-CODIGO.

           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "CODIGO " FUNCIONARIO-CODIGO
                        " NAO ENCONTRADO.".

           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               IF NOT FUNCIONARIO-HORISTA
                   DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO " NAO E' "
                           "HORISTA - NAO TEM BANCO DE HORAS."
               ELSE
                   DISPLAY "FUNCIONARIO : " FUNCIONARIO-NOME
                   PERFORM CARREGA-ESCALA-DO-HORISTA
                   IF NOT HORISTA-ESCALADO
                       DISPLAY "HORISTA SEM ESCALA EM ESCALA.DAT - "
                               "NAO ESTA NO BANCO DE HORAS."
                   ELSE
                       PERFORM CAPTURA-FOLGA.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRA-FOLGA
                   UNTIL RESPOSTA-VALIDA.

       CARREGA-ESCALA-DO-HORISTA.
           MOVE ZEROS TO ESCALA-DO-HORISTA.
           MOVE "N" TO HORISTA-ESCALADO-SW.
           OPEN INPUT ARQUIVO-ESCALA.
           IF ESCALA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-ESCALA
               PERFORM GUARDA-ESCALA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-ESCALA.

       LEIA-PROXIMA-ESCALA.
           READ ARQUIVO-ESCALA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-ESCALA.
           IF ESCALA-CODIGO IS EQUAL FUNCIONARIO-CODIGO
                   AND ESCALA-DIA-SEMANA IS GREATER THAN ZEROS
                   AND ESCALA-DIA-SEMANA IS LESS THAN 7
               MOVE "S" TO HORISTA-ESCALADO-SW
               MOVE ESCALA-DIA-SEMANA TO DIA-DA-ESCALA
               ADD MINUTOS-POR-TURNO
                   TO MINUTOS-ESCALA-DIA(DIA-DA-ESCALA).
           PERFORM LEIA-PROXIMA-ESCALA.

       CAPTURA-FOLGA.
           PERFORM CAPTURA-DATA-DA-FOLGA.
           IF FOLGA-OK
               PERFORM VALIDA-DIA-DA-FOLGA.
           IF FOLGA-OK
               PERFORM CALCULA-SALDO-DO-BANCO
               DISPLAY "SALDO DO BANCO DE HORAS : " SALDO-DO-BANCO
                       " MIN - FOLGA DE " MINUTOS-DA-FOLGA " MIN."
               IF DIA-COM-FOLGA
                   DISPLAY "O HORISTA JA TEM FOLGA NESTE DIA - NADA "
                           "GRAVADO."
               ELSE
                   IF SALDO-DO-BANCO IS LESS THAN MINUTOS-DA-FOLGA
                       DISPLAY "SALDO INSUFICIENTE PARA A FOLGA - "
                               "NADA GRAVADO."
                   ELSE
                       PERFORM CONFIRMA-E-GRAVA-FOLGA.

      *    A FOLGA PODE SER MARCADA COM ANTECEDENCIA - SO A DATA
      *    IMPOSSIVEL E' RECUSADA PELA ROTINA CENTRAL DE DATAS.
       CAPTURA-DATA-DA-FOLGA.
           MOVE "N" TO FOLGA-OK-SW.
           DISPLAY "DATA DA FOLGA (AAAAMMDD) : ".
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA."
           ELSE
               MOVE DATA-INFORMADA TO DTVAL-DATA-1
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA INVALIDA - CONFIRA O CALENDARIO."
               ELSE
                   MOVE DATA-INFORMADA TO DATA-DA-FOLGA
                   MOVE "S" TO FOLGA-OK-SW.

      *    DOMINGO, FERIADO, DIA FORA DA ESCALA E DIA COM BATIDA NAO
      *    TEM O QUE FOLGAR.
       VALIDA-DIA-DA-FOLGA.
           PERFORM CLASSIFICA-DIA.
           IF E-FERIADO
               DISPLAY "DOMINGO OU FERIADO - NAO HA FOLGA A CONCEDER."
               MOVE "N" TO FOLGA-OK-SW
           ELSE
               COMPUTE DIA-DA-ESCALA = DIA-DA-SEMANA + 1
               MOVE MINUTOS-ESCALA-DIA(DIA-DA-ESCALA)
                    TO MINUTOS-DA-FOLGA
               IF MINUTOS-DA-FOLGA IS EQUAL ZEROS
                   DISPLAY "O HORISTA NAO ESTA ESCALADO NESTE DIA DA "
                           "SEMANA - NAO HA FOLGA A CONCEDER."
                   MOVE "N" TO FOLGA-OK-SW
               ELSE
                   PERFORM VERIFICA-BATIDA-NO-DIA
                   IF DIA-COM-BATIDA
                       DISPLAY "O HORISTA TEM BATIDA NESTE DIA - NAO "
                               "HA FOLGA A CONCEDER."
                       MOVE "N" TO FOLGA-OK-SW.

      *    DIA DA SEMANA PELA DIFERENCA DE DIAS DESDE UMA SEGUNDA-
      *    FEIRA CONHECIDA (01/01/2024) - RESTO 6 E' DOMINGO (VER
      *    PROG116).
       CLASSIFICA-DIA.
           MOVE "N" TO E-FERIADO-SW.
           OPEN INPUT ARQUIVO-FERIADO.
           IF FERIADO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FERIADO
               PERFORM COMPARA-FERIADO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FERIADO.
           IF NOT E-FERIADO
               MOVE "D" TO DTVAL-FUNCAO
               MOVE 20240101 TO DTVAL-DATA-1
               MOVE DATA-DA-FOLGA TO DTVAL-DATA-2
               CALL "PROG95" USING DTVAL-PARAMETROS
               MOVE DTVAL-DIAS TO DIAS-DESDE-BASE
               DIVIDE DIAS-DESDE-BASE BY 7
                   GIVING SEMANAS-DESDE-BASE
                   REMAINDER DIA-DA-SEMANA
               IF DIA-DA-SEMANA IS EQUAL 6
                   MOVE "S" TO E-FERIADO-SW.

       LEIA-PROXIMO-FERIADO.
           READ ARQUIVO-FERIADO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COMPARA-FERIADO.
           IF FERIADO-DATA IS EQUAL DATA-DA-FOLGA
               MOVE "S" TO E-FERIADO-SW.
           PERFORM LEIA-PROXIMO-FERIADO.

       VERIFICA-BATIDA-NO-DIA.
           MOVE "N" TO DIA-COM-BATIDA-SW.
           OPEN INPUT ARQUIVO-PONTODIA.
           IF PONTODIA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-BATIDA
               PERFORM COMPARA-BATIDA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PONTODIA.

       LEIA-PROXIMA-BATIDA.
           READ ARQUIVO-PONTODIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COMPARA-BATIDA.
           IF PONTODIA-CODIGO IS EQUAL FUNCIONARIO-CODIGO
                   AND PONTODIA-DATA IS EQUAL DATA-DA-FOLGA
               MOVE "S" TO DIA-COM-BATIDA-SW.
           PERFORM LEIA-PROXIMA-BATIDA.

      *    SALDO = CREDITOS MENOS DEBITOS, FOLGAS E PAGAMENTOS DE
      *    TODOS OS MOVIMENTOS DO HORISTA NO BANCO.
       CALCULA-SALDO-DO-BANCO.
           MOVE ZEROS TO SALDO-DO-BANCO.
           MOVE "N" TO DIA-COM-FOLGA-SW.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BANCOHOR
               PERFORM SOMA-MOVIMENTO-DO-BANCO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-MOVIMENTO-DO-BANCO.
           IF BANCOHOR-CODIGO IS EQUAL FUNCIONARIO-CODIGO
               IF BANCOHOR-CREDITO
                   ADD BANCOHOR-MINUTOS TO SALDO-DO-BANCO
               ELSE
                   SUBTRACT BANCOHOR-MINUTOS FROM SALDO-DO-BANCO
                   IF BANCOHOR-FOLGA
                           AND BANCOHOR-DATA IS EQUAL DATA-DA-FOLGA
                       MOVE "S" TO DIA-COM-FOLGA-SW.
           PERFORM LEIA-PROXIMO-BANCOHOR.

       CONFIRMA-E-GRAVA-FOLGA.
           PERFORM VERIFICA-PONTO-FECHADO.
           IF PONTO-FECHADO
               DISPLAY "AVISO - O PONTO DE " FOLGA-MES "/" FOLGA-ANO
                       " JA FOI FECHADO PARA O HORISTA - A FOLGA SO "
                       "SERA PAGA SE O PONTO FOR REFEITO.".
           DISPLAY "CONFIRMA A FOLGA EM " FOLGA-DIA "/" FOLGA-MES "/"
                   FOLGA-ANO " ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "FOLGA NAO GRAVADA."
           ELSE
               PERFORM GRAVA-FOLGA.

       VERIFICA-PONTO-FECHADO.
           MOVE "N" TO PONTO-FECHADO-SW.
           OPEN INPUT ARQUIVO-PONTO.
           IF PONTO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PONTO
               PERFORM COMPARA-PONTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PONTO.

       LEIA-PROXIMO-PONTO.
           READ ARQUIVO-PONTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COMPARA-PONTO.
           IF PONTO-CODIGO IS EQUAL FUNCIONARIO-CODIGO
                   AND PONTO-COMP-ANO IS EQUAL FOLGA-ANO
                   AND PONTO-COMP-MES IS EQUAL FOLGA-MES
               MOVE "S" TO PONTO-FECHADO-SW.
           PERFORM LEIA-PROXIMO-PONTO.

       GRAVA-FOLGA.
           MOVE FUNCIONARIO-CODIGO TO BANCOHOR-CODIGO.
           MOVE DATA-DA-FOLGA      TO BANCOHOR-DATA.
           MOVE "F"                TO BANCOHOR-TIPO.
           MOVE MINUTOS-DA-FOLGA   TO BANCOHOR-MINUTOS.
           MOVE FOLGA-ANO          TO BANCOHOR-COMP-ANO.
           MOVE FOLGA-MES          TO BANCOHOR-COMP-MES.
           MOVE DATA-CORRENTE      TO BANCOHOR-DATA-LANCAMENTO.
           OPEN EXTEND ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-BANCOHOR.
           WRITE BANCOHOR-REGISTRO.
           CLOSE ARQUIVO-BANCOHOR.
           ADD 1 TO TOTAL-FOLGAS.
           DISPLAY "FOLGA GRAVADA PARA " BANCOHOR-CODIGO " EM "
                   FOLGA-DIA "/" FOLGA-MES "/" FOLGA-ANO ".".

       PERGUNTA-CONFIRMACAO.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    RELE A RESPOSTA ATE QUE SEJA "S" OU "N" - EVITA PROSSEGUIR
      *    COM UMA RESPOSTA INVALIDA DIGITADA POR ENGANO.
       PERGUNTA-OUTRA-FOLGA.
           DISPLAY "DESEJA LANCAR OUTRA FOLGA ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".
