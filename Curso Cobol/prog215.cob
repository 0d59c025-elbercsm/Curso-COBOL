       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG215.

      *    LIBERACAO DA REMESSA DA FOLHA RETIDA NA CONFERENCIA ANTES
      *    DA REMESSA (PROG214) - UM SUPERVISOR (NIVEL 3) ATIVO,
      *    CONFERIDO POR CODIGO E SENHA NO CADASTRO DE OPERADORES
      *    (MESMA REGRA DO PROG90), REVISA CONFFOLHA.REL E LIBERA A
      *    COMPETENCIA. A LIBERACAO E' ACRESCENTADA A LIBFOLHA.DAT
      *    COM A QUANTIDADE DE OCORRENCIAS E O TOTAL LIQUIDO DA
      *    RETENCAO - SO VALE PARA A MESMA FOLHA; REPROCESSADA, ELA
      *    VOLTA A SER RETIDA. DEPOIS DA LIBERACAO O MONTHJOB E'
      *    RESSUBMETIDO E A REMESSA (PROG71) SEGUE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLIBFOLHA.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLIBFOLHA.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       WORKING-STORAGE SECTION.

       01  LIBFOLHA-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-LIBFOLHA          PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS.
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-LIBERAR.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  FILLER REDEFINES COMPETENCIA-LIBERAR.
           05 COMPETENCIA-NUM      PIC 9(06).
       01  COMPETENCIA-INFORMADA   PIC X(06).

      *    ULTIMA RETENCAO DA COMPETENCIA AINDA SEM LIBERACAO.
       01  PENDENTE-SW             PIC X(01) VALUE "N".
           88 HA-PENDENCIA         VALUE "S".
       01  PENDENTE-DATA           PIC 9(08).
       01  PENDENTE-OCORRENCIAS    PIC 9(05).
       01  PENDENTE-LIQUIDO        PIC 9(10)V9(02).
       01  PENDENTE-LIQUIDO-EDITADO PIC $ZZZ,ZZZ,ZZ9.99.

       01  RESPOSTA                PIC X(01).
           88 RESPOSTA-SIM         VALUE "S" "s".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- LIBERACAO DA REMESSA DA FOLHA ----".
           PERFORM PEDE-SUPERVISOR.
           PERFORM PEDE-COMPETENCIA.
           PERFORM PROCURA-PENDENCIA.

           IF NOT HA-PENDENCIA
               DISPLAY "NENHUMA RETENCAO PENDENTE PARA A COMPETENCIA "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO "."
           ELSE
               PERFORM CONFIRMA-LIBERACAO.

       PROGRAM-DONE.
           STOP RUN.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE LIBERAR A REMESSA.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO LIBERA A "
                       "REMESSA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       TENTA-LOGIN-SUPERVISOR.
           ADD 1 TO TENTATIVAS-LOGIN.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO LOGIN-SENHA.
           ACCEPT LOGIN-SENHA.
           PERFORM PROCURA-SUPERVISOR-NO-CADASTRO.
           IF NOT LOGIN-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS OU SEM NIVEL "
                       "DE SUPERVISOR.".

       PROCURA-SUPERVISOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           MOVE "N" TO FINAL-OPERADOR.
           PERFORM LEIA-PROXIMO-OPERADOR.
           PERFORM COMPARA-SUPERVISOR-LOGIN
                   UNTIL LOGIN-OK OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR-LOGIN.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-ID
                   AND OPERADOR-SENHA IS EQUAL LOGIN-SENHA
                   AND OPERADOR-ATIVO
                   AND OPERADOR-SUPERVISOR
               MOVE "S" TO LOGIN-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    A COMPETENCIA EM BRANCO ASSUME O MES CORRENTE.
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA A LIBERAR (AAAAMM - ENTER = MES "
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
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-LIBERAR.

      *    A ULTIMA RETENCAO DA COMPETENCIA VALE ENQUANTO NAO VIER,
      *    DEPOIS DELA, UMA LIBERACAO PARA A MESMA QUANTIDADE DE
      *    OCORRENCIAS E O MESMO TOTAL LIQUIDO.
       PROCURA-PENDENCIA.
           MOVE "N" TO PENDENTE-SW.
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
               IF LIBFOL-PENDENTE
                   MOVE "S" TO PENDENTE-SW
                   MOVE LIBFOL-DATA TO PENDENTE-DATA
                   MOVE LIBFOL-QTD-OCORRENCIAS TO PENDENTE-OCORRENCIAS
                   MOVE LIBFOL-TOTAL-LIQUIDO TO PENDENTE-LIQUIDO
               ELSE
                   IF LIBFOL-LIBERADA
                           AND HA-PENDENCIA
                           AND LIBFOL-QTD-OCORRENCIAS IS EQUAL
                               PENDENTE-OCORRENCIAS
                           AND LIBFOL-TOTAL-LIQUIDO IS EQUAL
                               PENDENTE-LIQUIDO
                       MOVE "N" TO PENDENTE-SW.
           PERFORM LEIA-PROXIMA-LIBERACAO.

       CONFIRMA-LIBERACAO.
           MOVE PENDENTE-LIQUIDO TO PENDENTE-LIQUIDO-EDITADO.
           DISPLAY "COMPETENCIA     : " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO.
           DISPLAY "RETIDA EM       : " PENDENTE-DATA.
           DISPLAY "OCORRENCIAS     : " PENDENTE-OCORRENCIAS.
           DISPLAY "TOTAL LIQUIDO   : " PENDENTE-LIQUIDO-EDITADO.
           DISPLAY "AS OCORRENCIAS ESTAO EM CONFFOLHA.REL.".
           DISPLAY "LIBERAR A REMESSA DA COMPETENCIA (S/N) ? ".
           MOVE SPACES TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA-SIM
               PERFORM GRAVA-LIBERACAO
               PERFORM REGISTRA-AUDITORIA-LIBERACAO
               DISPLAY "REMESSA LIBERADA - RESSUBMETER O MONTHJOB."
           ELSE
               DISPLAY "REMESSA CONTINUA RETIDA.".

       GRAVA-LIBERACAO.
           MOVE COMPETENCIA-NUM      TO LIBFOL-COMPETENCIA.
           MOVE "L"                  TO LIBFOL-SITUACAO.
           MOVE DATA-CORRENTE        TO LIBFOL-DATA.
           MOVE PENDENTE-OCORRENCIAS TO LIBFOL-QTD-OCORRENCIAS.
           MOVE PENDENTE-LIQUIDO     TO LIBFOL-TOTAL-LIQUIDO.
           MOVE OPERADOR-ID          TO LIBFOL-SUPERVISOR.
           OPEN EXTEND ARQUIVO-LIBFOLHA.
           IF LIBFOLHA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-LIBFOLHA.
           WRITE LIBFOLHA-REGISTRO.
           CLOSE ARQUIVO-LIBFOLHA.

       REGISTRA-AUDITORIA-LIBERACAO.
           MOVE "FOLHA"         TO AUDIT-ENTIDADE.
           MOVE COMPETENCIA-NUM TO AUDIT-CODIGO.
           MOVE "REM-LIBER"     TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "REMESSA LIBERADA COM " PENDENTE-OCORRENCIAS
                  " OCORRENCIAS." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG215" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
