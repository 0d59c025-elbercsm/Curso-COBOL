       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG182.

      *    REABERTURA DE COMPETENCIA ENCERRADA NO RAZAO INTERNO - SO
      *    UM SUPERVISOR (NIVEL 3, CONFERIDO POR CODIGO E SENHA NO
      *    CADASTRO DE OPERADORES) DESFAZ O ENCERRAMENTO FEITO NO
      *    PROG181, COM O MOTIVO OBRIGATORIO. GRAVA UM EVENTO DE
      *    REABERTURA EM RAZFECH.DAT, E OS LOTES RETIDOS DA
      *    COMPETENCIA ENTRAM NA PROXIMA EXECUCAO DO PROG132. O
      *    ENCERRAMENTO ORIGINAL CONTINUA NO ARQUIVO E NA TRILHA DE
      *    AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRAZFECH.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRAZFECH.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       WORKING-STORAGE SECTION.

       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-RAZFECH           PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS (MESMA REGRA DO PROG90).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

       01  DATA-CORRENTE           PIC 9(08).
       01  COMPETENCIA-REABERTURA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-REABERTURA-NUM REDEFINES COMPETENCIA-REABERTURA
                                   PIC 9(06).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  MOTIVO-INFORMADO        PIC X(40).

      *    ULTIMO EVENTO DA COMPETENCIA PEDIDA EM RAZFECH.DAT.
       01  SITUACAO-COMPETENCIA    PIC X(01) VALUE SPACE.
           88 COMPETENCIA-ENCERRADA VALUE "F".
       01  ENCERRADA-POR           PIC X(10).
       01  ENCERRADA-EM            PIC 9(08).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REABERTURA DE COMPETENCIA NO RAZAO ----".
           PERFORM PEDE-SUPERVISOR.
           PERFORM PEDE-COMPETENCIA.

           PERFORM VERIFICA-SITUACAO-COMPETENCIA.
           IF NOT COMPETENCIA-ENCERRADA
               DISPLAY "A COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " NAO ESTA ENCERRADA NO RAZAO."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           DISPLAY "ENCERRADA POR " ENCERRADA-POR " EM "
                   ENCERRADA-EM ".".

           DISPLAY "MOTIVO DA REABERTURA : ".
           MOVE SPACES TO MOTIVO-INFORMADO.
           ACCEPT MOTIVO-INFORMADO.
           IF MOTIVO-INFORMADO IS EQUAL SPACES
               DISPLAY "MOTIVO E' OBRIGATORIO - REABERTURA NAO "
                       "GRAVADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "REABERTURA CANCELADA - NADA FOI GRAVADO."
               STOP RUN.

           PERFORM GRAVA-REABERTURA.
           PERFORM REGISTRA-AUDITORIA-REABERTURA.
           DISPLAY "COMPETENCIA " COMPETENCIA-MES "/" COMPETENCIA-ANO
                   " REABERTA - OS LOTES RETIDOS ENTRAM NA PROXIMA "
                   "IMPORTACAO (PROG132).".

       PROGRAM-DONE.
           STOP RUN.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE REABRIR.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO REABRE "
                       "COMPETENCIA."
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

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA A REABRIR (AAAAMM) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA : " COMPETENCIA-INFORMADA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-REABERTURA.

      *    A SITUACAO E' A DO ULTIMO EVENTO DA COMPETENCIA NO
      *    ARQUIVO - SEM EVENTO, ESTA ABERTA.
       VERIFICA-SITUACAO-COMPETENCIA.
           MOVE SPACE TO SITUACAO-COMPETENCIA.
           OPEN INPUT ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZFECH
               PERFORM LEIA-PROXIMO-RAZFECH
               PERFORM EXAMINA-EVENTO
                       UNTIL FINAL-RAZFECH IS EQUAL "S".
           CLOSE ARQUIVO-RAZFECH.

       LEIA-PROXIMO-RAZFECH.
           READ ARQUIVO-RAZFECH AT END
           MOVE "S" TO FINAL-RAZFECH.

       EXAMINA-EVENTO.
           IF RAZFECH-COMPETENCIA IS EQUAL COMPETENCIA-REABERTURA-NUM
               MOVE RAZFECH-EVENTO   TO SITUACAO-COMPETENCIA
               MOVE RAZFECH-OPERADOR TO ENCERRADA-POR
               MOVE RAZFECH-DATA     TO ENCERRADA-EM.
           PERFORM LEIA-PROXIMO-RAZFECH.

       PERGUNTA-CONFIRMACAO.
           DISPLAY "CONFIRMA A REABERTURA DE " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO " ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       GRAVA-REABERTURA.
           MOVE COMPETENCIA-REABERTURA-NUM TO RAZFECH-COMPETENCIA.
           MOVE "R"              TO RAZFECH-EVENTO.
           MOVE DATA-CORRENTE    TO RAZFECH-DATA.
           MOVE OPERADOR-ID      TO RAZFECH-OPERADOR.
           MOVE MOTIVO-INFORMADO TO RAZFECH-MOTIVO.
           OPEN EXTEND ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RAZFECH.
           WRITE RAZFECH-REGISTRO.
           CLOSE ARQUIVO-RAZFECH.

      *    A AUDITORIA DA REABERTURA CARREGA O MOTIVO NA DESCRICAO E
      *    O SUPERVISOR NO CAMPO DE OPERADOR.
       REGISTRA-AUDITORIA-REABERTURA.
           MOVE "RAZAO"                    TO AUDIT-ENTIDADE.
           MOVE COMPETENCIA-REABERTURA-NUM TO AUDIT-CODIGO.
           MOVE "RAZ-REABRE"               TO AUDIT-OPERACAO.
           MOVE MOTIVO-INFORMADO           TO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG182" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
