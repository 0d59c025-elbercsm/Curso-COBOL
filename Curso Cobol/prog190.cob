       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG190.

      *    APURACAO MENSAL DO BANCO DE HORAS - COMPARA AS BATIDAS DA
      *    COMPETENCIA (PONTODIA.DAT, PROG115) DE CADA HORISTA COM
      *    ESCALA (ESCALA.DAT, PROG82) COM AS HORAS ESCALADAS PARA O
      *    DIA DA SEMANA, CADA TURNO VALENDO MEIA JORNADA. O QUE O
      *    HORISTA TRABALHOU A MAIS NO DIA E' CREDITADO NO BANCO DE
      *    HORAS (BANCOHOR.DAT) E O QUE TRABALHOU A MENOS E'
      *    DEBITADO, EM MINUTOS, COM A DATA DA BATIDA - A FOLHA
      *    (PROG116) PAGA AS HORAS DA ESCALA SEM EXTRA A 50%. DOMINGO
      *    E FERIADO (FERIADOS.DAT) NAO ENTRAM NO BANCO - CONTINUAM
      *    PAGOS A 100% PELO PROG116. HORISTA SEM ESCALA NAO ESTA NO
      *    BANCO. UMA COMPETENCIA JA APURADA NAO E' APURADA DE NOVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPONTODIA.cob".
           COPY "SELFERIADO.cob".
           COPY "SELESCALA.cob".
           COPY "SELBANCOHOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPONTODIA.cob".
           COPY "FDFERIADO.cob".
           COPY "FDESCALA.cob".
           COPY "FDBANCOHOR.cob".

       WORKING-STORAGE SECTION.

       01  PONTODIA-ARQ-STATUS     PIC X(02).
       01  FERIADO-ARQ-STATUS      PIC X(02).
       01  ESCALA-ARQ-STATUS       PIC X(02).
       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  FINAL-PONTODIA          PIC X.
       01  FINAL-FERIADO           PIC X.
       01  FINAL-ESCALA            PIC X.
       01  FINAL-BANCOHOR          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-APURADA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

      *    FERIADOS CARREGADOS DE FERIADOS.DAT.
       01  TABELA-FERIADOS.
           05 QTD-FERIADOS         PIC 9(03) VALUE ZEROS.
           05 FERIADO-TAB OCCURS 100 TIMES PIC 9(08).
       01  IDX-FERIADO             PIC 9(03).
       01  E-FERIADO-SW            PIC X(01).
           88 E-FERIADO            VALUE "S".

      *    MINUTOS ESCALADOS POR HORISTA E DIA DA SEMANA (1=SEGUNDA
      *    A 6=SABADO), CADA TURNO DA ESCALA VALENDO MEIA JORNADA -
      *    COMO NO PROG116.
       01  TABELA-ESCALA.
           05 QTD-ESCALADOS        PIC 9(03) VALUE ZEROS.
           05 ESCALADO-ITEM OCCURS 500 TIMES.
               10 ESCALADO-CODIGO     PIC 9(06).
               10 ESCALADO-MINUTOS OCCURS 6 TIMES PIC 9(04).
       01  IDX-ESCALADO            PIC 9(03).
       01  ESCALADO-ACHADO-SW      PIC X(01).
           88 ESCALADO-ACHADO      VALUE "S".
       01  MINUTOS-POR-TURNO       PIC 9(04) VALUE 240.
       01  DIA-DA-ESCALA           PIC 9(01).
       01  CODIGO-PROCURADO        PIC 9(06).

       01  MINUTOS-DO-DIA          PIC S9(06).
       01  MINUTOS-ESCALADOS       PIC 9(04).
       01  DIFERENCA-DO-DIA        PIC S9(06).
       01  DIA-DA-SEMANA           PIC 9(01).
       01  DIAS-DESDE-BASE         PIC S9(08).
       01  SEMANAS-DESDE-BASE      PIC S9(08).

       01  COMPETENCIA-JA-APURADA-SW PIC X(01) VALUE "N".
           88 COMPETENCIA-JA-APURADA VALUE "S".

       01  TOTAL-BATIDAS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-FORA-DO-BANCO     PIC 9(06) VALUE ZEROS.
       01  TOTAL-CREDITOS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-DEBITOS           PIC 9(05) VALUE ZEROS.
       01  MINUTOS-CREDITADOS      PIC 9(08) VALUE ZEROS.
       01  MINUTOS-DEBITADOS       PIC 9(08) VALUE ZEROS.
           COPY "DTVALPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APURACAO MENSAL DO BANCO DE HORAS ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-APURADA.
           IF COMPETENCIA-JA-APURADA
               DISPLAY "COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " JA APURADA NO BANCO DE "
                       "HORAS - NADA GRAVADO."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-ESCALA.
           IF QTD-ESCALADOS IS EQUAL ZEROS
               DISPLAY "NENHUM HORISTA COM ESCALA EM ESCALA.DAT - "
                       "NINGUEM ESTA NO BANCO DE HORAS."
               STOP RUN.

           DISPLAY "CONFIRMA A APURACAO DE " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO " ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "APURACAO CANCELADA."
               STOP RUN.

           OPEN EXTEND ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS NOT EQUAL "00"
              AND BANCOHOR-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O BANCO DE HORAS - STATUS : "
                       BANCOHOR-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "CONFERENCIA DOS DIAS DO BANCO DE HORAS :".
           PERFORM APURA-BATIDAS-DA-COMPETENCIA.
           CLOSE ARQUIVO-BANCOHOR.

           DISPLAY "===================================".
           DISPLAY "BATIDAS EXAMINADAS    : " TOTAL-BATIDAS.
           DISPLAY "FORA DO BANCO         : " TOTAL-FORA-DO-BANCO.
           DISPLAY "CREDITOS GRAVADOS     : " TOTAL-CREDITOS
                   " (" MINUTOS-CREDITADOS " MIN)".
           DISPLAY "DEBITOS GRAVADOS      : " TOTAL-DEBITOS
                   " (" MINUTOS-DEBITADOS " MIN)".
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA APURACAO (AAAAMM - ENTER = MES "
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
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-APURADA.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PERGUNTA-CONFIRMACAO.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    A COMPETENCIA JA FOI APURADA SE O BANCO JA TEM CREDITO OU
      *    DEBITO APURADO NELA.
       VERIFICA-COMPETENCIA-APURADA.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-BANCOHOR
               PERFORM LEIA-PROXIMO-BANCOHOR
               PERFORM EXAMINA-BANCOHOR
                       UNTIL FINAL-BANCOHOR IS EQUAL "S".
           CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-BANCOHOR.

       EXAMINA-BANCOHOR.
           IF BANCOHOR-COMPETENCIA IS EQUAL COMPETENCIA-APURADA
                   AND (BANCOHOR-CREDITO OR BANCOHOR-DEBITO)
               MOVE "S" TO COMPETENCIA-JA-APURADA-SW
               MOVE "S" TO FINAL-BANCOHOR
           ELSE
               PERFORM LEIA-PROXIMO-BANCOHOR.

       CARREGA-FERIADOS.
           MOVE ZEROS TO QTD-FERIADOS.
           OPEN INPUT ARQUIVO-FERIADO.
           IF FERIADO-ARQ-STATUS IS NOT EQUAL "00"
              AND FERIADO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FERIADOS - "
                       "STATUS : " FERIADO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-FERIADO.
           PERFORM LEIA-PROXIMO-FERIADO.
           PERFORM GUARDA-FERIADO
                   UNTIL FINAL-FERIADO IS EQUAL "S".
           CLOSE ARQUIVO-FERIADO.

       LEIA-PROXIMO-FERIADO.
           READ ARQUIVO-FERIADO AT END
           MOVE "S" TO FINAL-FERIADO.

       GUARDA-FERIADO.
           IF QTD-FERIADOS IS LESS THAN 100
               ADD 1 TO QTD-FERIADOS
               MOVE FERIADO-DATA TO FERIADO-TAB(QTD-FERIADOS).
           PERFORM LEIA-PROXIMO-FERIADO.

       CARREGA-ESCALA.
           MOVE ZEROS TO QTD-ESCALADOS.
           OPEN INPUT ARQUIVO-ESCALA.
           IF ESCALA-ARQ-STATUS IS NOT EQUAL "00"
              AND ESCALA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR A ESCALA SEMANAL - STATUS : "
                       ESCALA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ESCALA.
           PERFORM LEIA-PROXIMA-ESCALA.
           PERFORM GUARDA-ESCALA
                   UNTIL FINAL-ESCALA IS EQUAL "S".
           CLOSE ARQUIVO-ESCALA.

       LEIA-PROXIMA-ESCALA.
           READ ARQUIVO-ESCALA AT END
           MOVE "S" TO FINAL-ESCALA.

       GUARDA-ESCALA.
           IF ESCALA-DIA-SEMANA IS GREATER THAN ZEROS
                   AND ESCALA-DIA-SEMANA IS LESS THAN 7
               MOVE ESCALA-CODIGO TO CODIGO-PROCURADO
               PERFORM PROCURA-ESCALADO
               IF NOT ESCALADO-ACHADO
                   PERFORM ABRE-ESCALADO
               END-IF
               MOVE ESCALA-DIA-SEMANA TO DIA-DA-ESCALA
               ADD MINUTOS-POR-TURNO
                   TO ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA).
           PERFORM LEIA-PROXIMA-ESCALA.

       ABRE-ESCALADO.
           IF QTD-ESCALADOS IS EQUAL 500
               DISPLAY "TABELA DA ESCALA CHEIA (LIMITE 500) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-ESCALADOS.
           MOVE QTD-ESCALADOS TO IDX-ESCALADO.
           MOVE CODIGO-PROCURADO TO ESCALADO-CODIGO(IDX-ESCALADO).
           MOVE 1 TO DIA-DA-ESCALA.
           PERFORM ZERA-DIA-DO-ESCALADO
                   UNTIL DIA-DA-ESCALA IS GREATER THAN 6.

       ZERA-DIA-DO-ESCALADO.
           MOVE ZEROS TO ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA).
           ADD 1 TO DIA-DA-ESCALA.

       PROCURA-ESCALADO.
           MOVE 1 TO IDX-ESCALADO.
           MOVE "N" TO ESCALADO-ACHADO-SW.
           PERFORM COMPARA-ESCALADO
                   UNTIL ESCALADO-ACHADO
                   OR IDX-ESCALADO IS GREATER THAN QTD-ESCALADOS.

       COMPARA-ESCALADO.
           IF ESCALADO-CODIGO(IDX-ESCALADO) IS EQUAL CODIGO-PROCURADO
               MOVE "S" TO ESCALADO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-ESCALADO.

       APURA-BATIDAS-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-PONTODIA.
           IF PONTODIA-ARQ-STATUS IS NOT EQUAL "00"
              AND PONTODIA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE BATIDAS - "
                       "STATUS : " PONTODIA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PONTODIA.
           PERFORM LEIA-PROXIMA-BATIDA.
           PERFORM EXAMINA-BATIDA
                   UNTIL FINAL-PONTODIA IS EQUAL "S".
           CLOSE ARQUIVO-PONTODIA.

       LEIA-PROXIMA-BATIDA.
           READ ARQUIVO-PONTODIA AT END
           MOVE "S" TO FINAL-PONTODIA.

       EXAMINA-BATIDA.
           IF PONTODIA-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND PONTODIA-DATA-MES IS EQUAL COMPETENCIA-MES
               ADD 1 TO TOTAL-BATIDAS
               PERFORM APURA-UM-DIA.
           PERFORM LEIA-PROXIMA-BATIDA.

      *    SO ENTRAM NO BANCO OS DIAS UTEIS DE HORISTA COM ESCALA -
      *    BATIDA INVALIDA, DOMINGO E FERIADO FICAM DE FORA, COMO NO
      *    FECHAMENTO DO PROG116.
       APURA-UM-DIA.
           COMPUTE MINUTOS-DO-DIA =
                   (PONTODIA-SAI-HH * 60 + PONTODIA-SAI-MM) -
                   (PONTODIA-ENT-HH * 60 + PONTODIA-ENT-MM).
           MOVE PONTODIA-CODIGO TO CODIGO-PROCURADO.
           PERFORM PROCURA-ESCALADO.
           IF NOT ESCALADO-ACHADO
                   OR MINUTOS-DO-DIA IS NOT GREATER THAN ZEROS
               ADD 1 TO TOTAL-FORA-DO-BANCO
           ELSE
               PERFORM CLASSIFICA-DIA
               IF E-FERIADO
                   ADD 1 TO TOTAL-FORA-DO-BANCO
               ELSE
                   COMPUTE DIA-DA-ESCALA = DIA-DA-SEMANA + 1
                   MOVE ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA)
                        TO MINUTOS-ESCALADOS
                   COMPUTE DIFERENCA-DO-DIA =
                           MINUTOS-DO-DIA - MINUTOS-ESCALADOS
                   PERFORM GRAVA-MOVIMENTO-DO-DIA.

      *    DIA DA SEMANA PELA DIFERENCA DE DIAS DESDE UMA SEGUNDA-
      *    FEIRA CONHECIDA (01/01/2024) - RESTO 6 E' DOMINGO (VER
      *    PROG116).
       CLASSIFICA-DIA.
           MOVE "N" TO E-FERIADO-SW.
           MOVE 1 TO IDX-FERIADO.
           PERFORM COMPARA-FERIADO
                   UNTIL E-FERIADO
                   OR IDX-FERIADO IS GREATER THAN QTD-FERIADOS.
           IF NOT E-FERIADO
               MOVE "D" TO DTVAL-FUNCAO
               MOVE 20240101 TO DTVAL-DATA-1
               MOVE PONTODIA-DATA TO DTVAL-DATA-2
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   MOVE "S" TO E-FERIADO-SW
               ELSE
                   MOVE DTVAL-DIAS TO DIAS-DESDE-BASE
                   DIVIDE DIAS-DESDE-BASE BY 7
                       GIVING SEMANAS-DESDE-BASE
                       REMAINDER DIA-DA-SEMANA
                   IF DIA-DA-SEMANA IS EQUAL 6
                       MOVE "S" TO E-FERIADO-SW.

       COMPARA-FERIADO.
           IF FERIADO-TAB(IDX-FERIADO) IS EQUAL PONTODIA-DATA
               MOVE "S" TO E-FERIADO-SW
           ELSE
               ADD 1 TO IDX-FERIADO.

       GRAVA-MOVIMENTO-DO-DIA.
           IF DIFERENCA-DO-DIA IS NOT EQUAL ZEROS
               MOVE PONTODIA-CODIGO     TO BANCOHOR-CODIGO
               MOVE PONTODIA-DATA       TO BANCOHOR-DATA
               MOVE COMPETENCIA-APURADA TO BANCOHOR-COMPETENCIA
               MOVE DATA-CORRENTE       TO BANCOHOR-DATA-LANCAMENTO
               IF DIFERENCA-DO-DIA IS GREATER THAN ZEROS
                   MOVE "C" TO BANCOHOR-TIPO
                   MOVE DIFERENCA-DO-DIA TO BANCOHOR-MINUTOS
                   ADD 1 TO TOTAL-CREDITOS
                   ADD BANCOHOR-MINUTOS TO MINUTOS-CREDITADOS
               ELSE
                   MOVE "D" TO BANCOHOR-TIPO
                   COMPUTE BANCOHOR-MINUTOS = 0 - DIFERENCA-DO-DIA
                   ADD 1 TO TOTAL-DEBITOS
                   ADD BANCOHOR-MINUTOS TO MINUTOS-DEBITADOS
               END-IF
               WRITE BANCOHOR-REGISTRO.
           DISPLAY "  " PONTODIA-CODIGO " "
                   PONTODIA-DATA-DIA "/" PONTODIA-DATA-MES "/"
                   PONTODIA-DATA-ANO " TRABALHADO " MINUTOS-DO-DIA
                   " ESCALA " MINUTOS-ESCALADOS " SALDO DO DIA "
                   DIFERENCA-DO-DIA " MIN".
