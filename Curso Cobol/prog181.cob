       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG181.

      *    ENCERRAMENTO DE COMPETENCIA NO RAZAO INTERNO - DEPOIS DE O
      *    BALANCETE (PROG133) SEGUIR PARA O CONTADOR, O OPERADOR
      *    ENCERRA A COMPETENCIA PARA POSTAGEM: GRAVA UM EVENTO DE
      *    FECHAMENTO EM RAZFECH.DAT E, A PARTIR DAI, O PROG132 RETEM
      *    QUALQUER LOTE ATRASADO DAQUELA COMPETENCIA EM VEZ DE
      *    POSTA-LO. SO COMPETENCIA JA TERMINADA PODE SER ENCERRADA,
      *    E LOTES AINDA NAO POSTADOS DELA SAO AVISADOS ANTES DA
      *    CONFIRMACAO. SO UM SUPERVISOR DESFAZ O ENCERRAMENTO, NO
      *    PROG182.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRAZFECH.cob".
           COPY "SELGLEXT.cob".
           COPY "SELRAZCTL.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRAZFECH.cob".
           COPY "FDGLEXT.cob".
           COPY "FDRAZCTL.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  RAZCTL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-RAZFECH           PIC X.
       01  FINAL-GLEXT             PIC X.
       01  FINAL-RAZCTL            PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-FECHAMENTO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-FECHAMENTO-NUM REDEFINES COMPETENCIA-FECHAMENTO
                                   PIC 9(06).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-CORRENTE    PIC 9(06).
       01  OBSERVACAO-INFORMADA    PIC X(40).

      *    ULTIMO EVENTO DA COMPETENCIA PEDIDA EM RAZFECH.DAT.
       01  SITUACAO-COMPETENCIA    PIC X(01) VALUE SPACE.
           88 COMPETENCIA-ENCERRADA VALUE "F".

      *    LOTES JA IMPORTADOS, CARREGADOS DO CONTROLE, PARA CONTAR
      *    OS LOTES DA COMPETENCIA QUE AINDA ESTAO SO EM GLEXT.DAT.
       01  TABELA-IMPORTADOS.
           05 QTD-IMPORTADOS       PIC 9(04) VALUE ZEROS.
           05 IMP-LOTE OCCURS 2000 TIMES PIC 9(06).
       01  IDX-IMP                 PIC 9(04).
       01  LOTE-JA-IMPORTADO-SW    PIC X(01).
           88 LOTE-JA-IMPORTADO    VALUE "S".
       01  LOTES-NAO-POSTADOS      PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ENCERRAMENTO DE COMPETENCIA NO RAZAO ----".
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-TERMINADA.

           PERFORM VERIFICA-SITUACAO-COMPETENCIA.
           IF COMPETENCIA-ENCERRADA
               DISPLAY "A COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " JA ESTA ENCERRADA NO RAZAO."
               MOVE 4 TO RETURN-CODE
               STOP RUN.

           PERFORM CONTA-LOTES-NAO-POSTADOS.
           IF LOTES-NAO-POSTADOS IS GREATER THAN ZEROS
               DISPLAY "ATENCAO - " LOTES-NAO-POSTADOS " LOTE(S) DA "
                       "COMPETENCIA EM GLEXT.DAT AINDA NAO POSTADO(S)."
               DISPLAY "DEPOIS DO ENCERRAMENTO O PROG132 VAI RETE-LOS."
               MOVE 4 TO RETURN-CODE.

           DISPLAY "OBSERVACAO (OPCIONAL) : ".
           MOVE SPACES TO OBSERVACAO-INFORMADA.
           ACCEPT OBSERVACAO-INFORMADA.

           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "ENCERRAMENTO CANCELADO - NADA FOI GRAVADO."
               STOP RUN.

           PERFORM GRAVA-FECHAMENTO.
           PERFORM REGISTRA-AUDITORIA-FECHAMENTO.
           DISPLAY "COMPETENCIA " COMPETENCIA-MES "/" COMPETENCIA-ANO
                   " ENCERRADA PARA POSTAGEM NO RAZAO.".

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL PELO ENCERRAMENTO, GRAVADO
      *    NO EVENTO E NA TRILHA DE AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               DISPLAY "OPERADOR E' OBRIGATORIO NO ENCERRAMENTO."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA A ENCERRAR (AAAAMM - ENTER = MES "
                   "ANTERIOR) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               PERFORM ASSUME-MES-ANTERIOR
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA
                     TO COMPETENCIA-FECHAMENTO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ASSUME-MES-ANTERIOR.
           MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO.
           MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS EQUAL 01
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES.

       VERIFICA-COMPETENCIA-TERMINADA.
           COMPUTE COMPETENCIA-CORRENTE =
                   (DATA-CORRENTE-ANO * 100) + DATA-CORRENTE-MES.
           IF COMPETENCIA-FECHAMENTO-NUM IS GREATER THAN OR EQUAL
                   COMPETENCIA-CORRENTE
               DISPLAY "ENCERRAMENTO RECUSADO - A COMPETENCIA "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO
                       " AINDA NAO TERMINOU."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

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
           IF RAZFECH-COMPETENCIA IS EQUAL COMPETENCIA-FECHAMENTO-NUM
               MOVE RAZFECH-EVENTO TO SITUACAO-COMPETENCIA.
           PERFORM LEIA-PROXIMO-RAZFECH.

       CONTA-LOTES-NAO-POSTADOS.
           MOVE ZEROS TO QTD-IMPORTADOS.
           OPEN INPUT ARQUIVO-RAZCTL.
           IF RAZCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZCTL
               PERFORM LEIA-PROXIMO-RAZCTL
               PERFORM GUARDA-LOTE-IMPORTADO
                       UNTIL FINAL-RAZCTL IS EQUAL "S".
           CLOSE ARQUIVO-RAZCTL.

           MOVE ZEROS TO LOTES-NAO-POSTADOS.
           OPEN INPUT ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-GLEXT
               PERFORM LEIA-PROXIMO-GLEXT
               PERFORM EXAMINA-CABECALHO-GLEXT
                       UNTIL FINAL-GLEXT IS EQUAL "S".
           CLOSE ARQUIVO-GLEXT.

       LEIA-PROXIMO-RAZCTL.
           READ ARQUIVO-RAZCTL AT END
           MOVE "S" TO FINAL-RAZCTL.

       GUARDA-LOTE-IMPORTADO.
           IF QTD-IMPORTADOS IS LESS THAN 2000
               ADD 1 TO QTD-IMPORTADOS
               MOVE RAZCTL-LOTE TO IMP-LOTE(QTD-IMPORTADOS).
           PERFORM LEIA-PROXIMO-RAZCTL.

       LEIA-PROXIMO-GLEXT.
           READ ARQUIVO-GLEXT AT END
           MOVE "S" TO FINAL-GLEXT.

       EXAMINA-CABECALHO-GLEXT.
           IF GLEXT-REG-CABECALHO
                   AND GLEXT-COMPETENCIA IS EQUAL
                       COMPETENCIA-FECHAMENTO
               PERFORM VERIFICA-LOTE-IMPORTADO
               IF NOT LOTE-JA-IMPORTADO
                   ADD 1 TO LOTES-NAO-POSTADOS.
           PERFORM LEIA-PROXIMO-GLEXT.

       VERIFICA-LOTE-IMPORTADO.
           MOVE "N" TO LOTE-JA-IMPORTADO-SW.
           MOVE 1 TO IDX-IMP.
           PERFORM COMPARA-LOTE-IMPORTADO
                   UNTIL LOTE-JA-IMPORTADO
                   OR IDX-IMP IS GREATER THAN QTD-IMPORTADOS.

       COMPARA-LOTE-IMPORTADO.
           IF IMP-LOTE(IDX-IMP) IS EQUAL GLEXT-LOTE
               MOVE "S" TO LOTE-JA-IMPORTADO-SW
           ELSE
               ADD 1 TO IDX-IMP.

       PERGUNTA-CONFIRMACAO.
           DISPLAY "CONFIRMA O ENCERRAMENTO DE " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO " ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       GRAVA-FECHAMENTO.
           MOVE COMPETENCIA-FECHAMENTO-NUM TO RAZFECH-COMPETENCIA.
           MOVE "F"                  TO RAZFECH-EVENTO.
           MOVE DATA-CORRENTE        TO RAZFECH-DATA.
           MOVE OPERADOR-ID          TO RAZFECH-OPERADOR.
           MOVE OBSERVACAO-INFORMADA TO RAZFECH-MOTIVO.
           OPEN EXTEND ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RAZFECH.
           WRITE RAZFECH-REGISTRO.
           CLOSE ARQUIVO-RAZFECH.

      *    REGISTRA NA TRILHA DE AUDITORIA O ENCERRAMENTO - O CODIGO
      *    E' A COMPETENCIA (AAAAMM).
       REGISTRA-AUDITORIA-FECHAMENTO.
           MOVE "RAZAO"                    TO AUDIT-ENTIDADE.
           MOVE COMPETENCIA-FECHAMENTO-NUM TO AUDIT-CODIGO.
           MOVE "RAZ-FECHA"                TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "COMPETENCIA ENCERRADA PARA POSTAGEM"
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG181" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
