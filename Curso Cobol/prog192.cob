       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG192.

      *    EXTRATO MENSAL DO BANCO DE HORAS - PARA CADA HORISTA COM
      *    MOVIMENTO NO BANCO (BANCOHOR.DAT) ATE O FIM DA COMPETENCIA
      *    PEDIDA, IMPRIME EM BANCOHOR.REL O SALDO ANTERIOR, OS
      *    MOVIMENTOS DO MES (CREDITOS E DEBITOS DA APURACAO DO
      *    PROG190, FOLGAS DO PROG191, PAGAMENTOS DO PROG193), O
      *    SALDO NO FIM DO MES E AS HORAS JA VENCIDAS (CREDITOS COM
      *    MAIS DE SEIS MESES AINDA NAO CONSUMIDOS) QUE O VENCIMENTO
      *    DA COMPETENCIA (PROG193) MANDA PARA A FOLHA. OS DEBITOS
      *    CONSOMEM PRIMEIRO OS CREDITOS MAIS ANTIGOS. HORAS EM
      *    HHHH:MM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBANCOHOR.cob".
           COPY "SELFUNCIONARIO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "BANCOHOR.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-BANCOHOR.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBANCOHOR.cob".
           COPY "FDFUNCIONARIO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CODIGO           PIC 9(06).
           05 ORD-DATA.
               10 ORD-DATA-ANO     PIC 9(04).
               10 ORD-DATA-MES     PIC 9(02).
               10 ORD-DATA-DIA     PIC 9(02).
           05 ORD-TIPO             PIC X(01).
               88 ORD-CREDITO      VALUE "C".
               88 ORD-DEBITO       VALUE "D".
               88 ORD-FOLGA        VALUE "F".
               88 ORD-PAGO         VALUE "P".
           05 ORD-MINUTOS          PIC 9(05).

       WORKING-STORAGE SECTION.

       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-EXTRATO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  ANO-MES-MOVIMENTO       PIC 9(06).

      *    CREDITO DATADO ANTES DO CORTE (PRIMEIRO DIA DO QUINTO MES
      *    ANTERIOR A COMPETENCIA) TEM MAIS DE SEIS MESES NO FIM DELA
      *    - MESMA REGRA DO VENCIMENTO NO PROG193.
       01  DATA-DE-CORTE.
           05 CORTE-ANO            PIC 9(04).
           05 CORTE-MES            PIC 9(02).
           05 CORTE-DIA            PIC 9(02) VALUE 01.

       01  CODIGO-EM-CURSO         PIC 9(06).
       01  SALDO-ANTERIOR          PIC S9(07).
       01  SALDO-DO-HORISTA        PIC S9(07).
       01  CREDITOS-ANTES-DO-CORTE PIC 9(07).
       01  SAIDAS-DO-HORISTA       PIC 9(07).
       01  MINUTOS-VENCIDOS        PIC S9(07).
       01  CABECALHO-IMPRESSO-SW   PIC X(01).
           88 CABECALHO-IMPRESSO   VALUE "S".

       01  TOTAL-HORISTAS          PIC 9(04) VALUE ZEROS.
       01  TOTAL-SALDOS            PIC S9(08) VALUE ZEROS.
       01  TOTAL-VENCIDOS          PIC 9(08) VALUE ZEROS.

      *    MINUTOS EM HORAS E MINUTOS PARA A IMPRESSAO.
       01  MINUTOS-A-FORMATAR      PIC S9(08).
       01  MINUTOS-ABSOLUTOS       PIC 9(08).
       01  HORAS-CALCULADAS        PIC 9(06).
       01  MINUTOS-RESTANTES       PIC 9(02).
       01  HORAS-EDITADAS.
           05 HE-SINAL             PIC X(01).
           05 HE-HORAS             PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE ":".
           05 HE-MINUTOS           PIC 9(02).

       01  LINHA-MOVIMENTO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 MOV-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 MOV-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 MOV-ANO              PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOV-HISTORICO        PIC X(34).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOV-HORAS            PIC X(08).

       01  LINHA-SALDO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 SAL-TITULO           PIC X(46).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 SAL-HORAS            PIC X(08).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- EXTRATO MENSAL DO BANCO DE HORAS ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM CALCULA-DATA-DE-CORTE.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXTRATO DO BANCO DE HORAS - MES "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CODIGO ORD-DATA ORD-TIPO
               INPUT PROCEDURE IS SELECIONA-MOVIMENTOS
               OUTPUT PROCEDURE IS IMPRIME-EXTRATOS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "SALDO TOTAL DO BANCO NO FIM DO MES" TO SAL-TITULO.
           MOVE TOTAL-SALDOS TO MINUTOS-A-FORMATAR.
           PERFORM FORMATA-HORAS.
           MOVE HORAS-EDITADAS TO SAL-HORAS.
           MOVE LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL VENCIDO A PAGAR NA FOLHA DO MES" TO SAL-TITULO.
           MOVE TOTAL-VENCIDOS TO MINUTOS-A-FORMATAR.
           PERFORM FORMATA-HORAS.
           MOVE HORAS-EDITADAS TO SAL-HORAS.
           MOVE LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.

           DISPLAY "HORISTAS NO EXTRATO : " TOTAL-HORISTAS.
           DISPLAY "EXTRATO GRAVADO EM BANCOHOR.REL.".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "MES DO EXTRATO (AAAAMM - ENTER = MES "
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
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-EXTRATO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CALCULA-DATA-DE-CORTE.
           MOVE COMPETENCIA-ANO TO CORTE-ANO.
           IF COMPETENCIA-MES IS GREATER THAN 5
               COMPUTE CORTE-MES = COMPETENCIA-MES - 5
           ELSE
               COMPUTE CORTE-MES = COMPETENCIA-MES + 7
               SUBTRACT 1 FROM CORTE-ANO.

      *    LIBERA PARA O SORT OS MOVIMENTOS ATE O FIM DA COMPETENCIA.
       SELECIONA-MOVIMENTOS.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BANCOHOR
               PERFORM LIBERA-UM-MOVIMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-UM-MOVIMENTO.
           COMPUTE ANO-MES-MOVIMENTO =
                   (BANCOHOR-DATA-ANO * 100) + BANCOHOR-DATA-MES.
           IF ANO-MES-MOVIMENTO IS NOT GREATER THAN
                   COMPETENCIA-EXTRATO
               MOVE BANCOHOR-CODIGO  TO ORD-CODIGO
               MOVE BANCOHOR-DATA    TO ORD-DATA
               MOVE BANCOHOR-TIPO    TO ORD-TIPO
               MOVE BANCOHOR-MINUTOS TO ORD-MINUTOS
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMO-BANCOHOR.

      *===============================================================
      *    QUEBRA POR HORISTA - OS MOVIMENTOS ANTERIORES AO MES VAO
      *    PARA O SALDO ANTERIOR, OS DO MES SAO LISTADOS UM A UM.
      *===============================================================
       IMPRIME-EXTRATOS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM IMPRIME-UM-HORISTA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       IMPRIME-UM-HORISTA.
           MOVE ORD-CODIGO TO CODIGO-EM-CURSO.
           MOVE ZEROS TO SALDO-ANTERIOR.
           MOVE ZEROS TO SALDO-DO-HORISTA.
           MOVE ZEROS TO CREDITOS-ANTES-DO-CORTE.
           MOVE ZEROS TO SAIDAS-DO-HORISTA.
           MOVE "N" TO CABECALHO-IMPRESSO-SW.
           PERFORM TRATA-UM-MOVIMENTO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S"
                   OR ORD-CODIGO IS NOT EQUAL CODIGO-EM-CURSO.
           IF NOT CABECALHO-IMPRESSO
               PERFORM IMPRIME-CABECALHO-HORISTA.
           PERFORM IMPRIME-SALDO-FINAL.

       TRATA-UM-MOVIMENTO.
           IF ORD-CREDITO
               ADD ORD-MINUTOS TO SALDO-DO-HORISTA
               IF ORD-DATA IS LESS THAN DATA-DE-CORTE
                   ADD ORD-MINUTOS TO CREDITOS-ANTES-DO-CORTE
               END-IF
           ELSE
               SUBTRACT ORD-MINUTOS FROM SALDO-DO-HORISTA
               ADD ORD-MINUTOS TO SAIDAS-DO-HORISTA.
           IF ORD-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND ORD-DATA-MES IS EQUAL COMPETENCIA-MES
               IF NOT CABECALHO-IMPRESSO
                   PERFORM IMPRIME-CABECALHO-HORISTA
               END-IF
               PERFORM IMPRIME-MOVIMENTO
           ELSE
               MOVE SALDO-DO-HORISTA TO SALDO-ANTERIOR.
           PERFORM RETORNA-ORDENADO.

       IMPRIME-CABECALHO-HORISTA.
           MOVE "S" TO CABECALHO-IMPRESSO-SW.
           ADD 1 TO TOTAL-HORISTAS.
           MOVE CODIGO-EM-CURSO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "(SEM CADASTRO)" TO FUNCIONARIO-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORISTA " CODIGO-EM-CURSO " - " FUNCIONARIO-NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "SALDO ANTERIOR" TO SAL-TITULO.
           MOVE SALDO-ANTERIOR TO MINUTOS-A-FORMATAR.
           PERFORM FORMATA-HORAS.
           MOVE HORAS-EDITADAS TO SAL-HORAS.
           MOVE LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-MOVIMENTO.
           MOVE ORD-DATA-DIA TO MOV-DIA.
           MOVE ORD-DATA-MES TO MOV-MES.
           MOVE ORD-DATA-ANO TO MOV-ANO.
           MOVE ORD-MINUTOS TO MINUTOS-A-FORMATAR.
           IF ORD-CREDITO
               MOVE "CREDITO - HORAS A MAIS" TO MOV-HISTORICO
           ELSE
               MULTIPLY -1 BY MINUTOS-A-FORMATAR
               IF ORD-DEBITO
                   MOVE "DEBITO - HORAS A MENOS" TO MOV-HISTORICO
               ELSE
                   IF ORD-FOLGA
                       MOVE "FOLGA CONCEDIDA" TO MOV-HISTORICO
                   ELSE
                       MOVE "VENCIDO - PAGO NA FOLHA COMO EXTRA"
                            TO MOV-HISTORICO.
           PERFORM FORMATA-HORAS.
           MOVE HORAS-EDITADAS TO MOV-HORAS.
           MOVE LINHA-MOVIMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    VENCIDO = CREDITOS ANTERIORES AO CORTE QUE AS SAIDAS
      *    (DEBITOS, FOLGAS E PAGAMENTOS) AINDA NAO CONSUMIRAM.
       IMPRIME-SALDO-FINAL.
           MOVE SPACES TO SAL-TITULO.
           STRING "SALDO NO FIM DE " COMPETENCIA-MES "/"
                  COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO SAL-TITULO.
           MOVE SALDO-DO-HORISTA TO MINUTOS-A-FORMATAR.
           PERFORM FORMATA-HORAS.
           MOVE HORAS-EDITADAS TO SAL-HORAS.
           MOVE LINHA-SALDO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD SALDO-DO-HORISTA TO TOTAL-SALDOS.
           COMPUTE MINUTOS-VENCIDOS =
                   CREDITOS-ANTES-DO-CORTE - SAIDAS-DO-HORISTA.
           IF MINUTOS-VENCIDOS IS GREATER THAN ZEROS
               MOVE "VENCIDO (MAIS DE 6 MESES) - VAI PARA A FOLHA"
                    TO SAL-TITULO
               MOVE MINUTOS-VENCIDOS TO MINUTOS-A-FORMATAR
               PERFORM FORMATA-HORAS
               MOVE HORAS-EDITADAS TO SAL-HORAS
               MOVE LINHA-SALDO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD MINUTOS-VENCIDOS TO TOTAL-VENCIDOS.

       FORMATA-HORAS.
           IF MINUTOS-A-FORMATAR IS LESS THAN ZEROS
               MOVE "-" TO HE-SINAL
               COMPUTE MINUTOS-ABSOLUTOS = 0 - MINUTOS-A-FORMATAR
           ELSE
               MOVE "+" TO HE-SINAL
               MOVE MINUTOS-A-FORMATAR TO MINUTOS-ABSOLUTOS.
           DIVIDE MINUTOS-ABSOLUTOS BY 60
               GIVING HORAS-CALCULADAS
               REMAINDER MINUTOS-RESTANTES.
           MOVE HORAS-CALCULADAS TO HE-HORAS.
           MOVE MINUTOS-RESTANTES TO HE-MINUTOS.
