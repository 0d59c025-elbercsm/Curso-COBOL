      *    (MOVIDOS + MANTIDOS = LIDOS) O ARQUIVO VIVO E' REGRAVADO
      *    SEM ELES. AS CONSULTAS GANHARAM A OPCAO DE PESQUISAR UM
      *    ANO DE ARQUIVO.
      *    2026-10-15 RODA TAMBEM NO YEARJOB - ANO DE CORTE EM BRANCO
      *    E' O LOTE DO FECHAMENTO ANUAL (CORTE NO ANO FECHADO, QUE
      *    FICA VIVO PARA AS CONSULTAS), PROTEGIDO PELO CHECKPOINT DO
      *    ANO, COM INICIO E FIM NO MSGLOG E RETURN-CODE 8 QUANDO A
      *    CONTAGEM NAO CONFERE.
      *    2026-10-15 O ENCADEAMENTO DA AUDITORIA (PROG240) ATRAVESSA
      *    O EXPURGO - CADA ANO ARQUIVADO GANHA EM AUDANC.DAT O ELO
      *    ANTERIOR AO SEU PRIMEIRO REGISTRO E O ELO DO ULTIMO, E A
      *    ANCORA DO ARQUIVO VIVO EM AUDCTL.DAT PASSA A SER O ULTIMO
      *    REGISTRO ARQUIVADO. OS REGISTROS VAO COMO ESTAO, COM A
      *    SEQUENCIA E A CHECAGEM ORIGINAIS (CONFERENCIA NO PROG242).

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELAUDIT.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELAUDCTL.cob".
           COPY "SELAUDANC.cob".
      *    ARQUIVOS ANUAIS COM NOME MONTADO EM TEMPO DE EXECUCAO -
      *    UM PARA CADA LAYOUT, POIS A AUDITORIA (117 BYTES) E O LOG
      *    (124 BYTES) SAO RELIDOS COM REGISTRO FIXO PELO PROG57 E
      *    PELO PROG84.
           SELECT OPTIONAL ARQUIVO-ANUAL
       FILE SECTION.
           COPY "FDAUDIT.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDAUDCTL.cob".
           COPY "FDAUDANC.cob".

       FD  ARQUIVO-ANUAL.
       01  ANUAL-REGISTRO          PIC X(124).

       FD  ARQUIVO-ANUALAUD.
       01  ANUALAUD-REGISTRO       PIC X(117).

       FD  ARQUIVO-VIVOTMP.
       01  VIVOTMP-REGISTRO        PIC X(124).
       01  ANUAL-ARQ-STATUS        PIC X(02).
       01  ANUALAUD-ARQ-STATUS     PIC X(02).
       01  VIVOTMP-ARQ-STATUS      PIC X(02).
       01  AUDCTL-ARQ-STATUS       PIC X(02).
       01  AUDANC-ARQ-STATUS       PIC X(02).
       01  FINAL-AUDANC            PIC X.
       01  FINAL-ARQUIVO           PIC X.

       01  NOME-ARQUIVO-ANUAL      PIC X(14).
       01  QTD-MOVIDOS             PIC 9(06).
       01  QTD-MANTIDOS            PIC 9(06).
       01  QTD-CONFERENCIA         PIC 9(06).
       01  TOTAL-LIDOS-GERAL       PIC 9(06) VALUE ZEROS.
       01  TOTAL-MOVIDOS-GERAL     PIC 9(06) VALUE ZEROS.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    TOTAIS DE CONTROLE POR ANO ARQUIVADO.
       01  TABELA-ANOS.
               10 ANO-TAB-ANO         PIC 9(04).
               10 ANO-TAB-QTD         PIC 9(06).
       01  IDX-ANO                 PIC 9(02).

      *    ELOS DO ENCADEAMENTO DA AUDITORIA - O DO ULTIMO REGISTRO
      *    LIDO (COMECA NA ANCORA DO ARQUIVO VIVO), O DO ULTIMO
      *    ARQUIVADO E, POR ANO ARQUIVADO NESTA EXECUCAO, O ELO
      *    ANTERIOR AO PRIMEIRO E O DO ULTIMO REGISTRO.
       01  ELO-ULTIMO-LIDO.
           05 ELO-LIDO-SEQUENCIA   PIC 9(09).
           05 ELO-LIDO-CHECAGEM    PIC 9(09).
       01  ELO-ULTIMO-MOVIDO.
           05 ELO-MOVIDO-SEQUENCIA PIC 9(09).
           05 ELO-MOVIDO-CHECAGEM  PIC 9(09).
       01  TABELA-ANCORAS.
           05 QTD-ANCORAS          PIC 9(02) VALUE ZEROS.
           05 ANCORA-ITEM OCCURS 50 TIMES.
               10 ANC-ANO             PIC 9(04).
               10 ANC-ANCORA-SEQUENCIA PIC 9(09).
               10 ANC-ANCORA-CHECAGEM PIC 9(09).
               10 ANC-FINAL-SEQUENCIA PIC 9(09).
               10 ANC-FINAL-CHECAGEM  PIC 9(09).
               10 ANC-QTD-REGISTROS   PIC 9(07).
       01  IDX-ANCORA              PIC 9(02).
       01  ANCORA-ACHADA-SW        PIC X(01).
           88 ANCORA-ACHADA        VALUE "S".
       01  ANO-ACHADO-SW           PIC X(01).
           88 ANO-ACHADO           VALUE "S".

      *    CHECKPOINT DE PASSO DO YEARJOB (VER SELCHECKPT) - EVITA
      *    QUE UMA CADEIA RETOMADA REPITA UM PASSO JA CONCLUIDO NO
      *    FECHAMENTO DO ANO. SO VALE NO LOTE (ENTRADAS EM BRANCO).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MODO-LOTE-SW            PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- EXPURGO ANUAL DE AUDITORIA E LOG ----".
           DISPLAY "ARQUIVAR REGISTROS ANTERIORES AO ANO (AAAA - "
                   "ENTER = ULTIMO ANO FECHADO) : ".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE ZEROS TO ANO-DE-CORTE.
           ACCEPT ANO-DE-CORTE.
           IF ANO-DE-CORTE IS NOT NUMERIC
                   OR ANO-DE-CORTE IS EQUAL ZEROS
               MOVE "S" TO MODO-LOTE-SW
               COMPUTE ANO-DE-CORTE = DATA-CORRENTE-ANO - 1
               DISPLAY "ANO DE CORTE ASSUMIDO : " ANO-DE-CORTE.
      *    CORTE DEPOIS DO ANO CORRENTE ARQUIVARIA O LOG DE HOJE.
           IF ANO-DE-CORTE IS GREATER THAN DATA-CORRENTE-ANO
               DISPLAY "ANO DE CORTE INVALIDO - PROCESSAMENTO "
                       "INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "EXPURGO JA FEITO NO FECHAMENTO DO ANO - "
                           "PASSO PULADO (VER PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.

           DISPLAY "-- TRILHA DE AUDITORIA (AUDITLOG.DAT) --".
           PERFORM EXPURGA-AUDITORIA.
           DISPLAY "-- LOG DE LOTE (MSGLOG.DAT) --".
           PERFORM EXPURGA-MSGLOG.

           IF MODO-LOTE
                   AND RETURN-CODE IS EQUAL ZEROS
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           PERFORM LE-CONTROLE-ENCADEAMENTO.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "TRILHA DE AUDITORIA VAZIA - NADA A EXPURGAR."
               PERFORM GRAVA-NO-ANUAL-AUDITORIA
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
               PERFORM ANOTA-ANCORA-DO-ANO
           ELSE
               MOVE AUDIT-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           MOVE AUDIT-SEQUENCIA TO ELO-LIDO-SEQUENCIA.
           MOVE AUDIT-CHECAGEM  TO ELO-LIDO-CHECAGEM.
           PERFORM LEIA-PROXIMA-AUDITORIA.

       CONFERE-E-REGRAVA-AUDITORIA.
           COMPUTE QTD-CONFERENCIA = QTD-MOVIDOS + QTD-MANTIDOS.
           PERFORM IMPRIME-TOTAIS-DE-CONTROLE.
           ADD QTD-LIDOS TO TOTAL-LIDOS-GERAL.
           ADD QTD-MOVIDOS TO TOTAL-MOVIDOS-GERAL.
           IF QTD-CONFERENCIA IS NOT EQUAL QTD-LIDOS
               DISPLAY "** CONTAGEM NAO CONFERE (" QTD-LIDOS
                       " LIDOS) - ARQUIVO VIVO MANTIDO INTACTO **"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-VIVOTMP
               OPEN OUTPUT ARQUIVO-AUDITORIA
               CLOSE ARQUIVO-VIVOTMP
               CLOSE ARQUIVO-AUDITORIA
               DISPLAY "AUDITORIA REGRAVADA COM " QTD-MANTIDOS
                       " REGISTROS - " QTD-MOVIDOS " ARQUIVADOS."
               IF QTD-MOVIDOS IS GREATER THAN ZEROS
                   PERFORM GRAVA-ANCORAS-DO-ENCADEAMENTO.

       LEIA-VIVOTMP.
           READ ARQUIVO-VIVOTMP AT END
           WRITE AUDIT-REGISTRO.
           PERFORM LEIA-VIVOTMP.

      *    O ARQUIVO VIVO COMECA ENCADEADO NA ANCORA DO CONTROLE.
       LE-CONTROLE-ENCADEAMENTO.
           MOVE ZEROS TO QTD-ANCORAS.
           MOVE ZEROS TO ELO-ULTIMO-MOVIDO.
           MOVE ZEROS TO AUDCTL-REGISTRO.
           OPEN INPUT ARQUIVO-AUDCTL.
           IF AUDCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-AUDCTL
               IF AUDCTL-ARQ-STATUS IS NOT EQUAL "00"
                   MOVE ZEROS TO AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
           MOVE AUDCTL-ANCORA-SEQUENCIA TO ELO-LIDO-SEQUENCIA.
           MOVE AUDCTL-ANCORA-CHECAGEM  TO ELO-LIDO-CHECAGEM.

      *    O PRIMEIRO REGISTRO DO ANO NESTA EXECUCAO FIXA A ANCORA DO
      *    ANO NO ELO DO REGISTRO LIDO ANTES DELE; CADA REGISTRO
      *    ARQUIVADO AVANCA O ELO FINAL.
       ANOTA-ANCORA-DO-ANO.
           MOVE 1 TO IDX-ANCORA.
           MOVE "N" TO ANCORA-ACHADA-SW.
           PERFORM PROCURA-ANCORA
                   UNTIL ANCORA-ACHADA
                   OR IDX-ANCORA IS GREATER THAN QTD-ANCORAS.
           IF NOT ANCORA-ACHADA
               IF QTD-ANCORAS IS LESS THAN 50
                   ADD 1 TO QTD-ANCORAS
                   MOVE QTD-ANCORAS TO IDX-ANCORA
                   MOVE ANO-DO-REGISTRO TO ANC-ANO(IDX-ANCORA)
                   MOVE ELO-LIDO-SEQUENCIA
                     TO ANC-ANCORA-SEQUENCIA(IDX-ANCORA)
                   MOVE ELO-LIDO-CHECAGEM
                     TO ANC-ANCORA-CHECAGEM(IDX-ANCORA)
                   MOVE ZEROS TO ANC-QTD-REGISTROS(IDX-ANCORA)
                   MOVE "S" TO ANCORA-ACHADA-SW.
           IF ANCORA-ACHADA
               MOVE AUDIT-SEQUENCIA TO ANC-FINAL-SEQUENCIA(IDX-ANCORA)
               MOVE AUDIT-CHECAGEM  TO ANC-FINAL-CHECAGEM(IDX-ANCORA)
               ADD 1 TO ANC-QTD-REGISTROS(IDX-ANCORA).
           MOVE AUDIT-SEQUENCIA TO ELO-MOVIDO-SEQUENCIA.
           MOVE AUDIT-CHECAGEM  TO ELO-MOVIDO-CHECAGEM.

       PROCURA-ANCORA.
           IF ANC-ANO(IDX-ANCORA) IS EQUAL ANO-DO-REGISTRO
               MOVE "S" TO ANCORA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-ANCORA.

      *    SO DEPOIS DO ARQUIVO VIVO REGRAVADO - JUNTA AS ANCORAS DESTA
      *    EXECUCAO AS JA GRAVADAS (ANO REPETIDO SO AVANCA O ELO FINAL
      *    E A QUANTIDADE), REGRAVA AUDANC.DAT E MUDA A ANCORA DO
      *    ARQUIVO VIVO PARA O ULTIMO REGISTRO ARQUIVADO.
       GRAVA-ANCORAS-DO-ENCADEAMENTO.
           OPEN INPUT ARQUIVO-AUDANC.
           IF AUDANC-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-AUDANC
               PERFORM LEIA-PROXIMA-AUDANC
               PERFORM JUNTA-ANCORA-GRAVADA
                       UNTIL FINAL-AUDANC IS EQUAL "S".
           CLOSE ARQUIVO-AUDANC.
           OPEN OUTPUT ARQUIVO-AUDANC.
           MOVE 1 TO IDX-ANCORA.
           PERFORM GRAVA-UMA-ANCORA
                   UNTIL IDX-ANCORA IS GREATER THAN QTD-ANCORAS.
           CLOSE ARQUIVO-AUDANC.
           MOVE ZEROS TO AUDCTL-REGISTRO.
           OPEN INPUT ARQUIVO-AUDCTL.
           IF AUDCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-AUDCTL
               IF AUDCTL-ARQ-STATUS IS NOT EQUAL "00"
                   MOVE ZEROS TO AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
           MOVE ELO-MOVIDO-SEQUENCIA TO AUDCTL-ANCORA-SEQUENCIA.
           MOVE ELO-MOVIDO-CHECAGEM  TO AUDCTL-ANCORA-CHECAGEM.
           OPEN OUTPUT ARQUIVO-AUDCTL.
           WRITE AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
           DISPLAY "ANCORA DO ENCADEAMENTO DA AUDITORIA : SEQUENCIA "
                   AUDCTL-ANCORA-SEQUENCIA.

       LEIA-PROXIMA-AUDANC.
           READ ARQUIVO-AUDANC AT END
           MOVE "S" TO FINAL-AUDANC.

      *    A ANCORA JA GRAVADA VALE PARA O ANO (FOI A PRIMEIRA); O
      *    ELO FINAL E A QUANTIDADE SAO OS DESTA EXECUCAO SOMADOS.
       JUNTA-ANCORA-GRAVADA.
           MOVE AUDANC-ANO TO ANO-DO-REGISTRO.
           MOVE 1 TO IDX-ANCORA.
           MOVE "N" TO ANCORA-ACHADA-SW.
           PERFORM PROCURA-ANCORA
                   UNTIL ANCORA-ACHADA
                   OR IDX-ANCORA IS GREATER THAN QTD-ANCORAS.
           IF ANCORA-ACHADA
               MOVE AUDANC-ANCORA-SEQUENCIA
                 TO ANC-ANCORA-SEQUENCIA(IDX-ANCORA)
               MOVE AUDANC-ANCORA-CHECAGEM
                 TO ANC-ANCORA-CHECAGEM(IDX-ANCORA)
               ADD AUDANC-QTD-REGISTROS
                TO ANC-QTD-REGISTROS(IDX-ANCORA)
           ELSE
               IF QTD-ANCORAS IS LESS THAN 50
                   ADD 1 TO QTD-ANCORAS
                   MOVE AUDANC-REGISTRO TO ANCORA-ITEM(QTD-ANCORAS).
           PERFORM LEIA-PROXIMA-AUDANC.

       GRAVA-UMA-ANCORA.
           MOVE ANCORA-ITEM(IDX-ANCORA) TO AUDANC-REGISTRO.
           WRITE AUDANC-REGISTRO.
           ADD 1 TO IDX-ANCORA.

       EXPURGA-MSGLOG.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
       CONFERE-E-REGRAVA-MSGLOG.
           COMPUTE QTD-CONFERENCIA = QTD-MOVIDOS + QTD-MANTIDOS.
           PERFORM IMPRIME-TOTAIS-DE-CONTROLE.
           ADD QTD-LIDOS TO TOTAL-LIDOS-GERAL.
           ADD QTD-MOVIDOS TO TOTAL-MOVIDOS-GERAL.
           IF QTD-CONFERENCIA IS NOT EQUAL QTD-LIDOS
               DISPLAY "** CONTAGEM NAO CONFERE (" QTD-LIDOS
                       " LIDOS) - ARQUIVO VIVO MANTIDO INTACTO **"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQUIVO-VIVOTMP
               OPEN OUTPUT ARQUIVO-MSGLOG
           DISPLAY "  ANO " ANO-TAB-ANO(IDX-ANO) " : "
                   ANO-TAB-QTD(IDX-ANO) " REGISTROS.".
           ADD 1 TO IDX-ANO.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT =
                   ((DATA-CORRENTE-ANO - 1) * 10000) + 1231.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                       "STATUS : " CHECKPT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CHECKPT.
           PERFORM LEIA-PROXIMO-CHECKPT.
           PERFORM COMPARA-CHECKPT
                   UNTIL PASSO-JA-EXECUTADO
                   OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG139"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG139" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84/PROG234).
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
           MOVE TOTAL-LIDOS-GERAL TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-MOVIDOS-GERAL TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG139" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
