       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG193.

      *    VENCIMENTO DO BANCO DE HORAS - O ACORDO COLETIVO MANDA
      *    PAGAR O CREDITO DO BANCO (BANCOHOR.DAT) QUE FICAR MAIS DE
      *    SEIS MESES SEM SER COMPENSADO. PARA A COMPETENCIA PEDIDA,
      *    APURA POR HORISTA OS CREDITOS DATADOS ANTES DO PRIMEIRO DIA
      *    DO QUINTO MES ANTERIOR A ELA QUE OS DEBITOS, FOLGAS E
      *    PAGAMENTOS AINDA NAO CONSUMIRAM (OS MAIS ANTIGOS SAO
      *    CONSUMIDOS PRIMEIRO), SOMA AS HORAS VENCIDAS (ARREDONDADAS
      *    PARA CIMA) AS EXTRAS A 50% DO PONTO DA COMPETENCIA
      *    (PONTO.DAT) E DEBITA O VENCIDO DO BANCO COMO PAGO. RODA
      *    DEPOIS DO FECHAMENTO DO PONTO (PROG116) E ANTES DA FOLHA
      *    (PROG39) - HORISTA SEM PONTO FECHADO NA COMPETENCIA FICA
      *    PARA A PROXIMA EXECUCAO, COM AVISO. REPETIR A EXECUCAO NAO
      *    PAGA DE NOVO, PORQUE O PAGAMENTO JA CONSUMIU O VENCIDO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBANCOHOR.cob".
           COPY "SELPONTO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBANCOHOR.cob".
           COPY "FDPONTO.cob".

       WORKING-STORAGE SECTION.

       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  PONTO-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-VENCIMENTO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

      *    CREDITO DATADO ANTES DO CORTE TEM MAIS DE SEIS MESES NO
      *    FIM DA COMPETENCIA (VER PROG192).
       01  DATA-DE-CORTE.
           05 CORTE-ANO            PIC 9(04).
           05 CORTE-MES            PIC 9(02).
           05 CORTE-DIA            PIC 9(02) VALUE 01.

      *    POSICAO DO BANCO POR HORISTA.
       01  TABELA-BANCO.
           05 QTD-BANCO            PIC 9(03) VALUE ZEROS.
           05 BANCO-ITEM OCCURS 500 TIMES.
               10 BANCO-CODIGO        PIC 9(06).
               10 BANCO-CRED-ANTIGOS  PIC 9(07).
               10 BANCO-SAIDAS        PIC 9(07).
               10 BANCO-VENCIDO       PIC S9(07).
               10 BANCO-SITUACAO      PIC X(01).
                   88 BANCO-A-PAGAR      VALUE "A".
                   88 BANCO-PAGO         VALUE "P".
       01  IDX-BANCO               PIC 9(03).
       01  BANCO-ACHADO-SW         PIC X(01).
           88 BANCO-ACHADO         VALUE "S".

       01  HORAS-A-PAGAR           PIC 9(03).
       01  TOTAL-A-PAGAR           PIC 9(03) VALUE ZEROS.
       01  TOTAL-PAGOS             PIC 9(03) VALUE ZEROS.
       01  TOTAL-SEM-PONTO         PIC 9(03) VALUE ZEROS.
       01  TOTAL-HORAS-PAGAS       PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- VENCIMENTO DO BANCO DE HORAS ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM CALCULA-DATA-DE-CORTE.
           PERFORM APURA-POSICAO-DO-BANCO.

           MOVE 1 TO IDX-BANCO.
           PERFORM CALCULA-VENCIDO-DO-HORISTA
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.
           IF TOTAL-A-PAGAR IS EQUAL ZEROS
               DISPLAY "NENHUM CREDITO VENCIDO NO BANCO DE HORAS EM "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO "."
               STOP RUN.

           DISPLAY "CONFIRMA O PAGAMENTO DOS VENCIDOS NA FOLHA DE "
                   COMPETENCIA-MES "/" COMPETENCIA-ANO " ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "VENCIMENTO CANCELADO."
               STOP RUN.

           PERFORM LANCA-VENCIDOS-NO-PONTO.
           PERFORM DEBITA-PAGOS-NO-BANCO.

           MOVE 1 TO IDX-BANCO.
           PERFORM AVISA-SEM-PONTO
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.

           DISPLAY "===================================".
           DISPLAY "HORISTAS COM VENCIDO  : " TOTAL-A-PAGAR.
           DISPLAY "PAGOS NO PONTO        : " TOTAL-PAGOS.
           DISPLAY "HORAS EXTRAS LANCADAS : " TOTAL-HORAS-PAGAS.
           DISPLAY "SEM PONTO FECHADO     : " TOTAL-SEM-PONTO.
           DISPLAY "===================================".
           IF TOTAL-SEM-PONTO IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM - ENTER = MES "
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
                        TO COMPETENCIA-VENCIMENTO.
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

       CALCULA-DATA-DE-CORTE.
           MOVE COMPETENCIA-ANO TO CORTE-ANO.
           IF COMPETENCIA-MES IS GREATER THAN 5
               COMPUTE CORTE-MES = COMPETENCIA-MES - 5
           ELSE
               COMPUTE CORTE-MES = COMPETENCIA-MES + 7
               SUBTRACT 1 FROM CORTE-ANO.

      *    CREDITOS ANTIGOS E TODAS AS SAIDAS (DEBITOS, FOLGAS E
      *    PAGAMENTOS) DE CADA HORISTA.
       APURA-POSICAO-DO-BANCO.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS NOT EQUAL "00"
              AND BANCOHOR-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O BANCO DE HORAS - STATUS : "
                       BANCOHOR-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-BANCOHOR.
           PERFORM SOMA-MOVIMENTO-DO-BANCO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-MOVIMENTO-DO-BANCO.
           PERFORM LOCALIZA-OU-ABRE-HORISTA.
           IF BANCOHOR-CREDITO
               IF BANCOHOR-DATA IS LESS THAN DATA-DE-CORTE
                   ADD BANCOHOR-MINUTOS TO BANCO-CRED-ANTIGOS(IDX-BANCO)
               END-IF
           ELSE
               ADD BANCOHOR-MINUTOS TO BANCO-SAIDAS(IDX-BANCO).
           PERFORM LEIA-PROXIMO-BANCOHOR.

       LOCALIZA-OU-ABRE-HORISTA.
           MOVE 1 TO IDX-BANCO.
           MOVE "N" TO BANCO-ACHADO-SW.
           PERFORM COMPARA-HORISTA
                   UNTIL BANCO-ACHADO
                   OR IDX-BANCO IS GREATER THAN QTD-BANCO.
           IF NOT BANCO-ACHADO
               IF QTD-BANCO IS EQUAL 500
                   DISPLAY "TABELA DO BANCO DE HORAS CHEIA (LIMITE "
                           "500) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-BANCO
                   MOVE QTD-BANCO TO IDX-BANCO
                   MOVE BANCOHOR-CODIGO TO BANCO-CODIGO(IDX-BANCO)
                   MOVE ZEROS TO BANCO-CRED-ANTIGOS(IDX-BANCO)
                   MOVE ZEROS TO BANCO-SAIDAS(IDX-BANCO)
                   MOVE ZEROS TO BANCO-VENCIDO(IDX-BANCO)
                   MOVE SPACE TO BANCO-SITUACAO(IDX-BANCO).

       COMPARA-HORISTA.
           IF BANCO-CODIGO(IDX-BANCO) IS EQUAL BANCOHOR-CODIGO
               MOVE "S" TO BANCO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-BANCO.

       CALCULA-VENCIDO-DO-HORISTA.
           COMPUTE BANCO-VENCIDO(IDX-BANCO) =
                   BANCO-CRED-ANTIGOS(IDX-BANCO) -
                   BANCO-SAIDAS(IDX-BANCO).
           IF BANCO-VENCIDO(IDX-BANCO) IS GREATER THAN ZEROS
               MOVE "A" TO BANCO-SITUACAO(IDX-BANCO)
               ADD 1 TO TOTAL-A-PAGAR
               DISPLAY "VENCIDO : HORISTA " BANCO-CODIGO(IDX-BANCO)
                       " - " BANCO-VENCIDO(IDX-BANCO) " MIN".
           ADD 1 TO IDX-BANCO.

      *    O VENCIDO VAI PARA AS EXTRAS A 50% DO PONTO DA
      *    COMPETENCIA, EM HORAS INTEIRAS ARREDONDADAS PARA CIMA.
       LANCA-VENCIDOS-NO-PONTO.
           OPEN I-O ARQUIVO-PONTO.
           IF PONTO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PONTO
               PERFORM EXAMINA-PONTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PONTO.

       LEIA-PROXIMO-PONTO.
           READ ARQUIVO-PONTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-PONTO.
           IF PONTO-COMPETENCIA IS EQUAL COMPETENCIA-VENCIMENTO
               MOVE PONTO-CODIGO TO BANCOHOR-CODIGO
               MOVE 1 TO IDX-BANCO
               MOVE "N" TO BANCO-ACHADO-SW
               PERFORM COMPARA-HORISTA
                       UNTIL BANCO-ACHADO
                       OR IDX-BANCO IS GREATER THAN QTD-BANCO
               IF BANCO-ACHADO
                   IF BANCO-A-PAGAR(IDX-BANCO)
                       PERFORM PAGA-VENCIDO-NO-PONTO.
           PERFORM LEIA-PROXIMO-PONTO.

       PAGA-VENCIDO-NO-PONTO.
           DIVIDE 60 INTO BANCO-VENCIDO(IDX-BANCO)
               GIVING HORAS-A-PAGAR.
           IF (HORAS-A-PAGAR * 60) IS LESS THAN
                   BANCO-VENCIDO(IDX-BANCO)
               ADD 1 TO HORAS-A-PAGAR.
           ADD HORAS-A-PAGAR TO PONTO-HORAS-EXTRAS.
           REWRITE PONTO-REGISTRO.
           MOVE "P" TO BANCO-SITUACAO(IDX-BANCO).
           ADD 1 TO TOTAL-PAGOS.
           ADD HORAS-A-PAGAR TO TOTAL-HORAS-PAGAS.
           DISPLAY "PAGO    : HORISTA " PONTO-CODIGO " - "
                   HORAS-A-PAGAR " HORA(S) EXTRA(S) A 50%".

       DEBITA-PAGOS-NO-BANCO.
           OPEN EXTEND ARQUIVO-BANCOHOR.
           MOVE 1 TO IDX-BANCO.
           PERFORM GRAVA-PAGAMENTO-NO-BANCO
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.
           CLOSE ARQUIVO-BANCOHOR.

       GRAVA-PAGAMENTO-NO-BANCO.
           IF BANCO-PAGO(IDX-BANCO)
               MOVE BANCO-CODIGO(IDX-BANCO)  TO BANCOHOR-CODIGO
               MOVE COMPETENCIA-ANO          TO BANCOHOR-DATA-ANO
               MOVE COMPETENCIA-MES          TO BANCOHOR-DATA-MES
               MOVE 01                       TO BANCOHOR-DATA-DIA
               MOVE "P"                      TO BANCOHOR-TIPO
               MOVE BANCO-VENCIDO(IDX-BANCO) TO BANCOHOR-MINUTOS
               MOVE COMPETENCIA-VENCIMENTO   TO BANCOHOR-COMPETENCIA
               MOVE DATA-CORRENTE       TO BANCOHOR-DATA-LANCAMENTO
               WRITE BANCOHOR-REGISTRO.
           ADD 1 TO IDX-BANCO.

       AVISA-SEM-PONTO.
           IF BANCO-A-PAGAR(IDX-BANCO)
               ADD 1 TO TOTAL-SEM-PONTO
               DISPLAY "AVISO - HORISTA " BANCO-CODIGO(IDX-BANCO)
                       " SEM PONTO FECHADO EM " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " (PROG116) - VENCIDO NAO PAGO.".
           ADD 1 TO IDX-BANCO.
