      *    CONFERENCIA COM OS DIAS QUE COMPOEM CADA TOTAL. HORISTA
      *    QUE JA TEM PONTO LANCADO NA COMPETENCIA (DIGITACAO ANTIGA
      *    DO PROG55) E' PULADO COM AVISO.
      *    2026-10-15 HORISTA COM ESCALA EM ESCALA.DAT PASSOU A
      *    ESTAR NO BANCO DE HORAS - EM DIA UTIL RECEBE AS HORAS DA
      *    ESCALA DO DIA COMO NORMAIS, SEM EXTRA A 50% (O EXCESSO E A
      *    FALTA VAO PARA O BANCO NA APURACAO DO PROG190), E A FOLGA
      *    CONCEDIDA CONTRA O BANCO (BANCOHOR.DAT, PROG191) E' PAGA
      *    COMO HORAS NORMAIS DO DIA. DOMINGO E FERIADO CONTINUAM A
      *    100%.
      *    2026-10-15 OS MINUTOS DE CADA BATIDA ENTRE 22:00 E 05:00
      *    PASSARAM A SER APURADOS COMO TRABALHO NOTURNO - O TOTAL DO
      *    MES E' CONVERTIDO PARA A HORA NOTURNA REDUZIDA (52 MINUTOS
      *    E 30 SEGUNDOS) E GRAVADO NO PONTO PARA O ADICIONAL NOTURNO
      *    DA FOLHA (PROG39).

       ENVIRONMENT DIVISION.

           COPY "SELPONTODIA.cob".
           COPY "SELPONTO.cob".
           COPY "SELFERIADO.cob".
           COPY "SELESCALA.cob".
           COPY "SELBANCOHOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPONTODIA.cob".
           COPY "FDPONTO.cob".
           COPY "FDFERIADO.cob".
           COPY "FDESCALA.cob".
           COPY "FDBANCOHOR.cob".

       WORKING-STORAGE SECTION.

       01  FINAL-PONTODIA         PIC X.
       01  FINAL-PONTO             PIC X.
       01  FINAL-FERIADO           PIC X.
       01  ESCALA-ARQ-STATUS       PIC X(02).
       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  FINAL-ESCALA            PIC X.
       01  FINAL-BANCOHOR          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
               10 APUR-MIN-NORMAIS    PIC 9(06).
               10 APUR-MIN-EXTRAS50   PIC 9(06).
               10 APUR-MIN-EXTRAS100  PIC 9(06).
               10 APUR-MIN-NOTURNOS   PIC 9(06).
       01  IDX-APUR                PIC 9(03).
       01  APUR-ACHADO-SW          PIC X(01).
           88 APUR-ACHADO          VALUE "S".

      *    MINUTOS ESCALADOS POR HORISTA E DIA DA SEMANA (1=SEGUNDA
      *    A 6=SABADO), CADA TURNO DA ESCALA VALENDO MEIA JORNADA -
      *    QUEM ESTA NESTA TABELA ESTA NO BANCO DE HORAS.
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
       01  CODIGO-APURADO          PIC 9(06).
       01  TOTAL-FOLGAS            PIC 9(04) VALUE ZEROS.

       01  MINUTOS-DO-DIA          PIC S9(06).
       01  MINUTOS-NORMAIS-DIA     PIC 9(06).
       01  MINUTOS-EXTRAS-DIA      PIC 9(06).
       01  SEMANAS-DESDE-BASE      PIC S9(08).
       01  HORAS-CONVERTIDAS       PIC 9(03).

      *    FAIXA DO TRABALHO NOTURNO, EM MINUTOS DESDE A MEIA-NOITE -
      *    DAS 22:00 AS 24:00 E DA 00:00 AS 05:00 (A BATIDA NAO VIRA
      *    O DIA, VER APURA-UM-DIA). A HORA NOTURNA REDUZIDA TEM 52,5
      *    MINUTOS DE RELOGIO.
       01  INICIO-NOITE            PIC 9(04) VALUE 1320.
       01  FIM-DO-DIA              PIC 9(04) VALUE 1440.
       01  FIM-MADRUGADA           PIC 9(04) VALUE 300.
       01  MINUTOS-HORA-NOTURNA    PIC 9(02)V9(01) VALUE 52.5.
       01  MINUTO-ENTRADA          PIC 9(04).
       01  MINUTO-SAIDA            PIC 9(04).
       01  INICIO-TRECHO-NOTURNO   PIC 9(04).
       01  FIM-TRECHO-NOTURNO      PIC 9(04).
       01  MINUTOS-NOTURNOS-DIA    PIC 9(04).
       01  HORAS-NOTURNAS-CONV     PIC 9(03)V9(02).

       01  TOTAL-BATIDAS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-FECHADOS          PIC 9(03) VALUE ZEROS.
       01  TOTAL-PULADOS           PIC 9(03) VALUE ZEROS.
           PERFORM PEDE-COMPETENCIA.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-LANCADOS-COMPETENCIA.
           PERFORM CARREGA-ESCALA.

           DISPLAY "CONFERENCIA DAS BATIDAS DA COMPETENCIA :".
           PERFORM APURA-BATIDAS-DA-COMPETENCIA.
           PERFORM APURA-FOLGAS-DA-COMPETENCIA.
           IF QTD-APURADOS IS EQUAL ZEROS
               DISPLAY "NENHUMA BATIDA NA COMPETENCIA "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO "."

           DISPLAY "===================================".
           DISPLAY "BATIDAS EXAMINADAS    : " TOTAL-BATIDAS.
           DISPLAY "FOLGAS DO BANCO       : " TOTAL-FOLGAS.
           DISPLAY "HORISTAS FECHADOS     : " TOTAL-FECHADOS.
           DISPLAY "HORISTAS JA LANCADOS  : " TOTAL-PULADOS.
           DISPLAY "TOTAIS GRAVADOS EM PONTO.DAT - A FOLHA (PROG39) "
           ELSE
               PERFORM CLASSIFICA-DIA
               PERFORM ACUMULA-MINUTOS-DO-DIA
               PERFORM APURA-MINUTOS-NOTURNOS
               PERFORM IMPRIME-LINHA-CONFERENCIA.

      *    MINUTOS DA BATIDA DENTRO DA FAIXA NOTURNA - O TRECHO DA
      *    MADRUGADA (ATE 05:00) E O DA NOITE (A PARTIR DE 22:00) SAO
      *    MEDIDOS EM SEPARADO. VALE EM QUALQUER DIA, INCLUSIVE
      *    DOMINGO E FERIADO.
       APURA-MINUTOS-NOTURNOS.
           MOVE ZEROS TO MINUTOS-NOTURNOS-DIA.
           COMPUTE MINUTO-ENTRADA =
                   PONTODIA-ENT-HH * 60 + PONTODIA-ENT-MM.
           COMPUTE MINUTO-SAIDA =
                   PONTODIA-SAI-HH * 60 + PONTODIA-SAI-MM.
           MOVE MINUTO-ENTRADA TO INICIO-TRECHO-NOTURNO.
           MOVE MINUTO-SAIDA TO FIM-TRECHO-NOTURNO.
           IF FIM-TRECHO-NOTURNO IS GREATER THAN FIM-MADRUGADA
               MOVE FIM-MADRUGADA TO FIM-TRECHO-NOTURNO.
           IF FIM-TRECHO-NOTURNO IS GREATER THAN INICIO-TRECHO-NOTURNO
               COMPUTE MINUTOS-NOTURNOS-DIA =
                       FIM-TRECHO-NOTURNO - INICIO-TRECHO-NOTURNO.
           MOVE MINUTO-ENTRADA TO INICIO-TRECHO-NOTURNO.
           MOVE MINUTO-SAIDA TO FIM-TRECHO-NOTURNO.
           IF INICIO-TRECHO-NOTURNO IS LESS THAN INICIO-NOITE
               MOVE INICIO-NOITE TO INICIO-TRECHO-NOTURNO.
           IF FIM-TRECHO-NOTURNO IS GREATER THAN FIM-DO-DIA
               MOVE FIM-DO-DIA TO FIM-TRECHO-NOTURNO.
           IF FIM-TRECHO-NOTURNO IS GREATER THAN INICIO-TRECHO-NOTURNO
               COMPUTE MINUTOS-NOTURNOS-DIA = MINUTOS-NOTURNOS-DIA +
                       FIM-TRECHO-NOTURNO - INICIO-TRECHO-NOTURNO.
           ADD MINUTOS-NOTURNOS-DIA TO APUR-MIN-NOTURNOS(IDX-APUR).

      *    DIA DA SEMANA PELA DIFERENCA DE DIAS DESDE UMA SEGUNDA-
      *    FEIRA CONHECIDA (01/01/2024) - RESTO 6 E' DOMINGO.
       CLASSIFICA-DIA.
           ELSE
               ADD 1 TO IDX-FERIADO.

      *    HORISTA DO BANCO DE HORAS RECEBE EM DIA UTIL AS HORAS DA
      *    ESCALA DO DIA - A DIFERENCA PARA O TRABALHADO VAI PARA O
      *    BANCO NA APURACAO DO PROG190.
       ACUMULA-MINUTOS-DO-DIA.
           MOVE PONTODIA-CODIGO TO CODIGO-APURADO.
           PERFORM LOCALIZA-OU-ABRE-APURACAO.
           IF IDX-APUR IS EQUAL ZEROS
               DISPLAY "TABELA DE APURACAO CHEIA - AUMENTE O LIMITE "
                       "NO PROGRAMA."
               STOP RUN.
           PERFORM PROCURA-ESCALADO.
           IF E-FERIADO
               ADD MINUTOS-DO-DIA TO APUR-MIN-EXTRAS100(IDX-APUR)
           ELSE
               IF ESCALADO-ACHADO
                   COMPUTE DIA-DA-ESCALA = DIA-DA-SEMANA + 1
                   ADD ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA)
                       TO APUR-MIN-NORMAIS(IDX-APUR)
               ELSE
                   IF MINUTOS-DO-DIA IS GREATER THAN JORNADA-MINUTOS
                       ADD JORNADA-MINUTOS
                           TO APUR-MIN-NORMAIS(IDX-APUR)
                       COMPUTE MINUTOS-EXTRAS-DIA =
                               MINUTOS-DO-DIA - JORNADA-MINUTOS
                       ADD MINUTOS-EXTRAS-DIA
                           TO APUR-MIN-EXTRAS50(IDX-APUR)
                   ELSE
                       ADD MINUTOS-DO-DIA
                           TO APUR-MIN-NORMAIS(IDX-APUR).

       LOCALIZA-OU-ABRE-APURACAO.
           MOVE 1 TO IDX-APUR.
               ELSE
                   ADD 1 TO QTD-APURADOS
                   MOVE QTD-APURADOS TO IDX-APUR
                   MOVE CODIGO-APURADO TO APUR-CODIGO(IDX-APUR)
                   MOVE ZEROS TO APUR-MIN-NORMAIS(IDX-APUR)
                   MOVE ZEROS TO APUR-MIN-EXTRAS50(IDX-APUR)
                   MOVE ZEROS TO APUR-MIN-EXTRAS100(IDX-APUR)
                   MOVE ZEROS TO APUR-MIN-NOTURNOS(IDX-APUR).

       COMPARA-APURACAO.
           IF APUR-CODIGO(IDX-APUR) IS EQUAL CODIGO-APURADO
               MOVE "S" TO APUR-ACHADO-SW
           ELSE
               ADD 1 TO IDX-APUR.
                       PONTODIA-SAIDA " (" MINUTOS-DO-DIA
                       " MIN - DOMINGO/FERIADO, 100%)"
           ELSE
               IF ESCALADO-ACHADO
                   DISPLAY "  " PONTODIA-CODIGO " "
                           PONTODIA-DATA-DIA "/" PONTODIA-DATA-MES "/"
                           PONTODIA-DATA-ANO " " PONTODIA-ENTRADA "-"
                           PONTODIA-SAIDA " (" MINUTOS-DO-DIA
                           " MIN - BANCO DE HORAS, ESCALA "
                           ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA)
                           " MIN)"
               ELSE
                   DISPLAY "  " PONTODIA-CODIGO " "
                           PONTODIA-DATA-DIA "/" PONTODIA-DATA-MES "/"
                           PONTODIA-DATA-ANO " " PONTODIA-ENTRADA "-"
                           PONTODIA-SAIDA " (" MINUTOS-DO-DIA " MIN)".
           IF MINUTOS-NOTURNOS-DIA IS GREATER THAN ZEROS
               DISPLAY "         DOS QUAIS " MINUTOS-NOTURNOS-DIA
                       " MIN NOTURNOS (22:00-05:00)".

      *    CONVERTE OS MINUTOS EM HORAS INTEIRAS (ARREDONDADAS) E
      *    GRAVA O TOTAL DE CADA HORISTA NO LAYOUT QUE A FOLHA LE.
               COMPUTE HORAS-CONVERTIDAS ROUNDED =
                       APUR-MIN-EXTRAS100(IDX-APUR) / 60
               MOVE HORAS-CONVERTIDAS TO PONTO-HORAS-EXTRAS-100
               COMPUTE HORAS-NOTURNAS-CONV ROUNDED =
                       APUR-MIN-NOTURNOS(IDX-APUR) /
                       MINUTOS-HORA-NOTURNA
               MOVE HORAS-NOTURNAS-CONV TO PONTO-HORAS-NOTURNAS
               OPEN EXTEND ARQUIVO-PONTO
               IF PONTO-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-PONTO
               DISPLAY "FECHADO : HORISTA " PONTO-CODIGO " NORMAIS "
                       PONTO-HORAS-NORMAIS " EXTRAS50 "
                       PONTO-HORAS-EXTRAS " EXTRAS100 "
                       PONTO-HORAS-EXTRAS-100 " NOTURNAS "
                       HORAS-NOTURNAS-CONV.
           ADD 1 TO IDX-APUR.

       VERIFICA-JA-LANCADO.
               MOVE "S" TO LANCADO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-LANCADO.

      *    ESCALA SEMANAL (ESCALA.DAT, VER PROG82) - CADA TURNO
      *    LANCADO SOMA MEIA JORNADA AO DIA DA SEMANA DO HORISTA.
       CARREGA-ESCALA.
           MOVE ZEROS TO QTD-ESCALADOS.
           OPEN INPUT ARQUIVO-ESCALA.
           IF ESCALA-ARQ-STATUS IS NOT EQUAL "00"
              AND ESCALA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR A ESCALA SEMANAL - STATUS : "
                       ESCALA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
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
               MOVE ESCALA-CODIGO TO CODIGO-APURADO
               PERFORM PROCURA-ESCALADO
               IF NOT ESCALADO-ACHADO
                   PERFORM ABRE-ESCALADO
               END-IF
               IF ESCALADO-ACHADO
                   MOVE ESCALA-DIA-SEMANA TO DIA-DA-ESCALA
                   ADD MINUTOS-POR-TURNO
                       TO ESCALADO-MINUTOS(IDX-ESCALADO, DIA-DA-ESCALA).
           PERFORM LEIA-PROXIMA-ESCALA.

       ABRE-ESCALADO.
           IF QTD-ESCALADOS IS EQUAL 500
               DISPLAY "TABELA DA ESCALA CHEIA - AUMENTE O LIMITE "
                       "NO PROGRAMA."
               STOP RUN.
           ADD 1 TO QTD-ESCALADOS.
           MOVE QTD-ESCALADOS TO IDX-ESCALADO.
           MOVE CODIGO-APURADO TO ESCALADO-CODIGO(IDX-ESCALADO).
           MOVE 1 TO DIA-DA-ESCALA.
           PERFORM ZERA-DIA-DO-ESCALADO
                   UNTIL DIA-DA-ESCALA IS GREATER THAN 6.
           MOVE "S" TO ESCALADO-ACHADO-SW.

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
           IF ESCALADO-CODIGO(IDX-ESCALADO) IS EQUAL CODIGO-APURADO
               MOVE "S" TO ESCALADO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-ESCALADO.

      *    FOLGAS CONCEDIDAS CONTRA O BANCO DE HORAS NA COMPETENCIA
      *    (PROG191) - O DIA DE FOLGA E' PAGO COMO HORAS NORMAIS DA
      *    ESCALA, JA DEBITADAS DO BANCO.
       APURA-FOLGAS-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS NOT EQUAL "00"
              AND BANCOHOR-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O BANCO DE HORAS - STATUS : "
                       BANCOHOR-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-BANCOHOR.
           PERFORM LEIA-PROXIMO-BANCOHOR.
           PERFORM EXAMINA-BANCOHOR
                   UNTIL FINAL-BANCOHOR IS EQUAL "S".
           CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-BANCOHOR.

       EXAMINA-BANCOHOR.
           IF BANCOHOR-FOLGA
                   AND BANCOHOR-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND BANCOHOR-DATA-MES IS EQUAL COMPETENCIA-MES
               ADD 1 TO TOTAL-FOLGAS
               MOVE BANCOHOR-CODIGO TO CODIGO-APURADO
               PERFORM LOCALIZA-OU-ABRE-APURACAO
               IF IDX-APUR IS EQUAL ZEROS
                   DISPLAY "TABELA DE APURACAO CHEIA - AUMENTE O "
                           "LIMITE NO PROGRAMA."
                   STOP RUN
               END-IF
               ADD BANCOHOR-MINUTOS TO APUR-MIN-NORMAIS(IDX-APUR)
               DISPLAY "  " BANCOHOR-CODIGO " "
                       BANCOHOR-DATA-DIA "/" BANCOHOR-DATA-MES "/"
                       BANCOHOR-DATA-ANO " FOLGA DO BANCO DE HORAS ("
                       BANCOHOR-MINUTOS " MIN)".
           PERFORM LEIA-PROXIMO-BANCOHOR.
