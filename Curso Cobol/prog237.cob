       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG237.

      *    BACKUP GERAL NOTURNO E CONFERENCIA DE CONJUNTOS - COM A
      *    DATA EM BRANCO (LOTE DO DAILYJOB) GRAVA O CONJUNTO DE HOJE
      *    DE TODOS OS ARQUIVOS DO SISTEMA COM O MANIFESTO (PROG236),
      *    RELE O CONJUNTO CONFERINDO CONTAGEM E TOTAL DE CONTROLE DE
      *    CADA ARQUIVO E SO ENTAO O REGISTRA NO CATALOGO BAKCTL.DAT
      *    (TIPO "G"), ONDE O PROG56 O OFERECE PARA RESTAURACAO. COM
      *    UMA DATA INFORMADA SO CONFERE O CONJUNTO DAQUELA DATA CONTRA
      *    O MANIFESTO. NOS DOIS CASOS LISTA OS CONJUNTOS DO CATALOGO
      *    QUE JA PASSARAM DA JANELA DE RETENCAO E PODEM SER
      *    REMOVIDOS. CONJUNTO QUE NAO CONFERE DEVOLVE RETURN-CODE 8,
      *    COM INICIO E FIM NO MSGLOG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBAKCTL.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBAKCTL.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

       01  BAKCTL-ARQ-STATUS       PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  DATA-INFORMADA-X        PIC X(08).
       01  MODO-GERACAO-SW         PIC X(01) VALUE "N".
           88 MODO-GERACAO         VALUE "S".

      *    JANELA DE RETENCAO DOS CONJUNTOS - A MESMA DOS BACKUPS DOS
      *    MESTRES NO PROG56.
       01  RETENCAO-DIAS           PIC 9(03) VALUE 30.
       01  SERIAL-HOJE             PIC 9(08).
       01  SERIAL-BACKUP           PIC 9(08).
       01  IDADE-BACKUP            PIC S9(08).
       01  TOTAL-VENCIDOS          PIC 9(04) VALUE ZEROS.

           COPY "BAKGPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           COMPUTE SERIAL-HOJE =
                   (DATA-CORRENTE-ANO * 360) +
                   (DATA-CORRENTE-MES * 30) + DATA-CORRENTE-DIA.

           DISPLAY "---- BACKUP GERAL DOS ARQUIVOS ----".
           DISPLAY "DATA DO CONJUNTO A CONFERIR (AAAAMMDD - ENTER = "
                   "GERAR O BACKUP DE HOJE) : ".
           MOVE SPACES TO DATA-INFORMADA-X.
           ACCEPT DATA-INFORMADA-X.
           IF DATA-INFORMADA-X IS EQUAL SPACES
               MOVE "S" TO MODO-GERACAO-SW
           ELSE IF DATA-INFORMADA-X IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           IF MODO-GERACAO
               PERFORM GERA-BACKUP-GERAL
           ELSE
               PERFORM CONFERE-CONJUNTO-INFORMADO.
           PERFORM LISTA-CONJUNTOS-VENCIDOS.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    GRAVA O CONJUNTO DE HOJE E O CONFERE EM SEGUIDA, RELENDO O
      *    QUE FOI GRAVADO - SO CONJUNTO CONFERIDO ENTRA NO CATALOGO.
       GERA-BACKUP-GERAL.
           MOVE "G" TO BAKG-FUNCAO.
           MOVE DATA-CORRENTE TO BAKG-DATA-CONJUNTO.
           CALL "PROG236" USING BAKG-PARAMETROS.
           IF BAKG-OK
               DISPLAY "CONFERENCIA DO CONJUNTO GRAVADO :"
               MOVE "V" TO BAKG-FUNCAO
               CALL "PROG236" USING BAKG-PARAMETROS.

           IF BAKG-OK
               PERFORM REGISTRA-CONJUNTO-NO-CATALOGO
               DISPLAY "BACKUP GERAL GRAVADO E CONFERIDO - "
                       BAKG-QTD-ARQUIVOS " ARQUIVOS, "
                       BAKG-QTD-REGISTROS " REGISTROS."
           ELSE
               DISPLAY "BACKUP GERAL COM ERRO - CONJUNTO NAO "
                       "CATALOGADO."
               MOVE 8 TO RETURN-CODE.

       CONFERE-CONJUNTO-INFORMADO.
           MOVE "V" TO BAKG-FUNCAO.
           MOVE DATA-INFORMADA-X TO BAKG-DATA-CONJUNTO.
           CALL "PROG236" USING BAKG-PARAMETROS.
           IF BAKG-OK
               DISPLAY "CONJUNTO DE " DATA-INFORMADA-X " CONFERE COM "
                       "O MANIFESTO - " BAKG-QTD-ARQUIVOS " ARQUIVOS, "
                       BAKG-QTD-REGISTROS " REGISTROS."
           ELSE
               DISPLAY "CONJUNTO DE " DATA-INFORMADA-X " NAO CONFERE "
                       "- DIVERGENCIAS : " BAKG-QTD-DIVERGENCIAS
               MOVE 8 TO RETURN-CODE.

      *    MESMO IDIOMA DE OPEN EXTEND / OPEN OUTPUT NA PRIMEIRA
      *    EXECUCAO DO PROG47.
       REGISTRA-CONJUNTO-NO-CATALOGO.
           MOVE DATA-CORRENTE        TO BAKCTL-DATA.
           MOVE ZEROS                TO BAKCTL-QTD-CLIENTES.
           MOVE ZEROS                TO BAKCTL-QTD-FUNCIONARIOS.
           MOVE "G"                  TO BAKCTL-TIPO.
           MOVE BAKG-QTD-ARQUIVOS    TO BAKCTL-QTD-ARQUIVOS.
           MOVE BAKG-QTD-REGISTROS   TO BAKCTL-QTD-REGISTROS.
           OPEN EXTEND ARQUIVO-BAKCTL.
           IF BAKCTL-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-BAKCTL.
           WRITE BAKCTL-REGISTRO.
           CLOSE ARQUIVO-BAKCTL.

      *    OS CONJUNTOS ALEM DA RETENCAO SAO SO LISTADOS - A REMOCAO
      *    DOS ARQUIVOS FICA COM A OPERACAO.
       LISTA-CONJUNTOS-VENCIDOS.
           OPEN INPUT ARQUIVO-BAKCTL.
           IF BAKCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BAKCTL
               PERFORM EXAMINA-UM-CONJUNTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-BAKCTL.
           IF TOTAL-VENCIDOS IS GREATER THAN ZEROS
               DISPLAY "CONJUNTOS ALEM DA RETENCAO DE " RETENCAO-DIAS
                       " DIAS (PODEM SER REMOVIDOS) : " TOTAL-VENCIDOS.

       LEIA-PROXIMO-BAKCTL.
           READ ARQUIVO-BAKCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-UM-CONJUNTO.
           IF BAKCTL-GERAL
               COMPUTE SERIAL-BACKUP =
                       (BAKCTL-DATA-ANO * 360) +
                       (BAKCTL-DATA-MES * 30) + BAKCTL-DATA-DIA
               COMPUTE IDADE-BACKUP = SERIAL-HOJE - SERIAL-BACKUP
               IF IDADE-BACKUP IS GREATER THAN RETENCAO-DIAS
                   ADD 1 TO TOTAL-VENCIDOS
                   DISPLAY "  GERAL" BAKCTL-DATA ".BAK E MANIF"
                           BAKCTL-DATA ".BAK - ALEM DA RETENCAO".
           PERFORM LEIA-PROXIMO-BAKCTL.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES
      *    (LIDOS = REGISTROS DO CONJUNTO, GRAVADOS = ARQUIVOS,
      *    REJEITADOS = DIVERGENCIAS).
       GRAVA-MSGLOG-INICIO.
           MOVE "INICIO DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "I" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-MSGLOG-FIM.
           MOVE "FIM DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "F" TO MSGLOG-EVENTO.
           MOVE BAKG-QTD-REGISTROS TO MSGLOG-QTD-LIDOS.
           MOVE BAKG-QTD-ARQUIVOS TO MSGLOG-QTD-GRAVADOS.
           MOVE BAKG-QTD-DIVERGENCIAS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG237" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
