      *    FALTAS DESCONTAM NA FOLHA (PROG39) E REDUZEM O DIREITO DE
      *    FERIAS (PROG53) - ATE AQUI NADA REGISTRAVA AUSENCIA E A
      *    FALTA NAO CUSTAVA NADA.
      *    2026-10-15 O ABONO PASSOU A EXIGIR A APROVACAO, POR CODIGO
      *    E SENHA DE OPERADOR, DO GESTOR IMEDIATO DO FUNCIONARIO OU
      *    DE QUEM ESTA ACIMA DELE NA LINHA DE SUBORDINACAO (VER
      *    PROG208) - FUNCIONARIO SEM GESTOR TEM O ABONO APROVADO
      *    POR UM SUPERVISOR (NIVEL 3). A APROVACAO VAI PARA A
      *    TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELAUSENCIA.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUSENCIA.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  TOTAL-LANCADAS          PIC 9(04) VALUE ZEROS.
           COPY "DTVALPARM.cob".

      *    APROVADOR DO ABONO - CODIGO E SENHA CONFERIDOS NO CADASTRO
      *    DE OPERADORES (OPERADOR ATIVO), E A LINHA CONFERIDA PELA
      *    ROTINA CENTRAL.
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  APROVADOR-ID            PIC X(10).
       01  APROVADOR-SENHA         PIC X(10).
       01  APROVADOR-FUNCIONARIO   PIC 9(06).
       01  APROVADOR-OK-SW         PIC X(01).
           88 APROVADOR-OK         VALUE "S".
       01  APROVADOR-SUPERVISOR-SW PIC X(01).
           88 APROVADOR-SUPERVISOR VALUE "S".
           COPY "LINHAPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- LANCAMENTO DE AUSENCIAS ----".
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
                           "NESTE DIA - NADA GRAVADO."
               ELSE
                   PERFORM CAPTURA-TIPO-E-JUSTIFICATIVA
                   IF LANCAMENTO-OK
                           AND TIPO-INFORMADO IS EQUAL "B"
                       PERFORM PEDE-APROVACAO-DO-ABONO
                   END-IF
                   IF LANCAMENTO-OK
                       PERFORM GRAVA-AUSENCIA.

               ELSE
                   MOVE "S" TO LANCAMENTO-OK-SW.

      *    O ABONO SO E' GRAVADO COM O DE ACORDO DO GESTOR IMEDIATO
      *    DO FUNCIONARIO OU DE ALGUEM ACIMA DELE NA LINHA - SEM
      *    GESTOR, DE UM SUPERVISOR. O PROPRIO FUNCIONARIO NUNCA
      *    APROVA O SEU ABONO.
       PEDE-APROVACAO-DO-ABONO.
           MOVE "N" TO LANCAMENTO-OK-SW.
           DISPLAY "APROVACAO DO ABONO - OPERADOR DO GESTOR : ".
           MOVE SPACES TO APROVADOR-ID.
           ACCEPT APROVADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO APROVADOR-SENHA.
           ACCEPT APROVADOR-SENHA.
           PERFORM PROCURA-APROVADOR-NO-CADASTRO.
           IF NOT APROVADOR-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS - NADA GRAVADO."
           ELSE IF APROVADOR-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
               DISPLAY "O FUNCIONARIO NAO APROVA O PROPRIO ABONO - "
                       "NADA GRAVADO."
           ELSE
               MOVE "V" TO LINHA-FUNCAO
               MOVE FUNCIONARIO-CODIGO TO LINHA-FUNCIONARIO
               MOVE SPACES TO LINHA-SOLICITANTE
               MOVE APROVADOR-ID TO LINHA-APROVADOR
               CALL "PROG208" USING LINHA-PARAMETROS
               IF LINHA-AUTORIZADO
                   MOVE "S" TO LANCAMENTO-OK-SW
               ELSE
                   IF LINHA-SEM-GESTOR
                       IF APROVADOR-SUPERVISOR
                           MOVE "S" TO LANCAMENTO-OK-SW
                       ELSE
                           DISPLAY "FUNCIONARIO SEM GESTOR - O ABONO "
                                   "EXIGE UM SUPERVISOR. NADA GRAVADO."
                   ELSE
                       DISPLAY "ABONO SO COM O GESTOR " LINHA-GESTOR
                               " OU ACIMA DELE - NADA GRAVADO.".
           IF LANCAMENTO-OK
               PERFORM REGISTRA-AUDITORIA-ABONO.

       PROCURA-APROVADOR-NO-CADASTRO.
           MOVE "N" TO APROVADOR-OK-SW.
           MOVE "N" TO APROVADOR-SUPERVISOR-SW.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM COMPARA-APROVADOR
                       UNTIL APROVADOR-OK
                       OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-APROVADOR.
           IF OPERADOR-CODIGO IS EQUAL APROVADOR-ID
                   AND OPERADOR-SENHA IS EQUAL APROVADOR-SENHA
                   AND OPERADOR-ATIVO
               MOVE "S" TO APROVADOR-OK-SW
               MOVE ZEROS TO APROVADOR-FUNCIONARIO
               IF OPERADOR-FUNCIONARIO IS NUMERIC
                   MOVE OPERADOR-FUNCIONARIO TO APROVADOR-FUNCIONARIO
               END-IF
               IF OPERADOR-SUPERVISOR
                   MOVE "S" TO APROVADOR-SUPERVISOR-SW
               END-IF
           ELSE
               PERFORM LEIA-PROXIMO-OPERADOR.

       REGISTRA-AUDITORIA-ABONO.
           MOVE "AUSENCIA"   TO AUDIT-ENTIDADE.
           MOVE FUNCIONARIO-CODIGO TO AUDIT-CODIGO.
           MOVE "APROVACAO"  TO AUDIT-OPERACAO.
           STRING "ABONO DE " DATA-DA-AUSENCIA " APROVADO."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE APROVADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG117" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       GRAVA-AUSENCIA.
           MOVE FUNCIONARIO-CODIGO TO AUSENCIA-CODIGO.
           MOVE DATA-DA-AUSENCIA   TO AUSENCIA-DATA.
