       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG234.

      *    CONCLUSAO DO FECHAMENTO ANUAL (ULTIMO PASSO DO YEARJOB)
      *    - SO RODA QUANDO TODOS OS PASSOS ANTERIORES TERMINARAM
      *    LIMPOS (CONDICOES DO JCL). ZERA OS ACUMULADOS DO ANO DA
      *    FOLHA (FUNCYTD.DAT PERDE AS ENTRADAS DO ANO FECHADO E DE
      *    ANOS ANTERIORES - OS VALORES CONTINUAM NO FOLHAREG.DAT),
      *    VIRA O ANO NO CALENDARIO (CALEND-ULTIMO-ANO-FECHADO, LIDO
      *    PELA ABERTURA PROG233 CONTRA UMA SEGUNDA PASSAGEM), GRAVA
      *    O CHECKPOINT "YEARJOB" DO ANO E EMITE O CERTIFICADO DE
      *    FECHAMENTO FECHANO.REL COM OS CONTADORES DO ULTIMO FIM DE
      *    EXECUCAO DE CADA PASSO REGISTRADO NO MSGLOG DEPOIS DO ANO
      *    FECHADO. PASSO SEM FIM NO LOG SAI MARCADO NO CERTIFICADO
      *    E O PROGRAMA TERMINA COM RC 4.
      *    2026-10-15 O EXPURGO DAS NOTAS ENCERRADAS E DOS TITULOS
      *    PAGOS (PROG235, STEP055) ENTROU NO CERTIFICADO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCYTD.cob".
           COPY "SELCALEND.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
      *    ARQUIVO DE TRABALHO DA REGRAVACAO DOS ACUMULADOS.
           SELECT ARQUIVO-YTDTMP
           ASSIGN TO "FUNCYTD.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS YTDTMP-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "FECHANO.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCYTD.cob".
           COPY "FDCALEND.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-YTDTMP.
       01  YTDTMP-REGISTRO         PIC X(40).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FUNCYTD-ARQ-STATUS      PIC X(02).
       01  YTDTMP-ARQ-STATUS       PIC X(02).
       01  CALEND-ARQ-STATUS       PIC X(02).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  CONTROLE-EXISTE-SW      PIC X(01) VALUE "N".
           88 CONTROLE-EXISTE      VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ANO-FECHAMENTO          PIC 9(04).
       01  DATA-CHECKPOINT         PIC 9(08).
       01  DATA-MOVIMENTO-CTL      PIC 9(08) VALUE ZEROS.
       01  ULTIMO-DIARIO-CTL       PIC 9(08) VALUE ZEROS.
       01  ULTIMA-COMP-CTL         PIC 9(06) VALUE ZEROS.
       01  ULTIMO-ANO-FECHADO-CTL  PIC 9(04) VALUE ZEROS.
       01  MENSAGEM-LOG            PIC X(80).

       01  YTD-LIDOS               PIC 9(06) VALUE ZEROS.
       01  YTD-ZERADOS             PIC 9(06) VALUE ZEROS.
       01  YTD-MANTIDOS            PIC 9(06) VALUE ZEROS.
       01  PASSOS-SEM-FIM          PIC 9(02) VALUE ZEROS.

      *    PASSOS DO YEARJOB NA ORDEM DA CADEIA, COM O SIGNIFICADO
      *    DOS CONTADORES QUE CADA UM GRAVA NO FIM DA EXECUCAO.
       01  TABELA-PASSOS-VALORES.
           05 FILLER               PIC X(39) VALUE
              "STEP010PROG54  13O SALARIO 2A PARCELA  ".
           05 FILLER               PIC X(40) VALUE
              "GRAVADOS = FUNCIONARIOS PAGOS".
           05 FILLER               PIC X(39) VALUE
              "STEP020PROG124 INFORMES DE RENDIMENTOS ".
           05 FILLER               PIC X(40) VALUE
              "GRAVADOS = INFORMES IMPRESSOS".
           05 FILLER               PIC X(39) VALUE
              "STEP030PROG45  ARQUIVAMENTO FIM DE ANO ".
           05 FILLER               PIC X(40) VALUE
              "LIDOS = CLIENTES, GRAVADOS = DEMITIDOS".
           05 FILLER               PIC X(39) VALUE
              "STEP040PROG91  ANONIMIZACAO LGPD       ".
           05 FILLER               PIC X(40) VALUE
              "LIDOS = EXAMINADOS, GRAV = ANONIMIZADOS".
           05 FILLER               PIC X(39) VALUE
              "STEP050PROG139 EXPURGO AUDITORIA E LOG ".
           05 FILLER               PIC X(40) VALUE
              "LIDOS = REGISTROS, GRAVADOS = ARQUIVADOS".
           05 FILLER               PIC X(39) VALUE
              "STEP055PROG235 EXPURGO NOTAS E TITULOS ".
           05 FILLER               PIC X(40) VALUE
              "LIDOS = REGISTROS, GRAVADOS = ARQUIVADOS".
       01  TABELA-PASSOS REDEFINES TABELA-PASSOS-VALORES.
           05 PASSO-ITEM OCCURS 6 TIMES.
               10 PAS-STEP            PIC X(07).
               10 PAS-PROGRAMA        PIC X(08).
               10 PAS-DESCRICAO       PIC X(24).
               10 PAS-LEGENDA         PIC X(40).

      *    ULTIMO FIM DE EXECUCAO DE CADA PASSO ACHADO NO MSGLOG.
       01  TABELA-FINS.
           05 FIM-ITEM OCCURS 6 TIMES.
               10 FIM-ACHADO          PIC X(01).
               10 FIM-DATA            PIC 9(08).
               10 FIM-LIDOS           PIC 9(06).
               10 FIM-GRAVADOS        PIC 9(06).
               10 FIM-REJEITADOS      PIC 9(06).
               10 FIM-RETORNO         PIC 9(01).
       01  IDX-PASSO               PIC 9(02).

       01  LINHA-DETALHE.
           05 DET-STEP             PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PROGRAMA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DESCRICAO        PIC X(24).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DATA-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-MES         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-ANO         PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-LIDOS            PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-GRAVADOS         PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-REJEITADOS       PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-RETORNO          PIC 9(01).

       01  DATA-FIM-R.
           05 DATA-FIM-ANO         PIC 9(04).
           05 DATA-FIM-MES         PIC 9(02).
           05 DATA-FIM-DIA         PIC 9(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CONCLUSAO DO FECHAMENTO ANUAL ----".

           COMPUTE ANO-FECHAMENTO = DATA-CORRENTE-ANO - 1.
           COMPUTE DATA-CHECKPOINT = (ANO-FECHAMENTO * 10000) + 1231.

           PERFORM ZERA-ACUMULADOS-YTD.

           PERFORM CARREGA-CALENDARIO.
           IF NOT CONTROLE-EXISTE
               DISPLAY "CONTROLE DE CALENDARIO (CALENDCTL.DAT) NAO "
                       "IMPLANTADO - VIRADA DO ANO DISPENSADA."
           ELSE
               IF ULTIMO-ANO-FECHADO-CTL IS LESS THAN ANO-FECHAMENTO
                   PERFORM VIRA-ANO-NO-CALENDARIO
               ELSE
                   DISPLAY "CALENDARIO JA APONTAVA O ANO COMO "
                           "FECHADO - VIRADA DISPENSADA.".

           PERFORM GRAVA-CHECKPOINT-YEARJOB.
           PERFORM APURA-FINS-DOS-PASSOS.
           PERFORM EMITE-CERTIFICADO.
           IF PASSOS-SEM-FIM IS GREATER THAN ZEROS
               DISPLAY "ATENCAO - " PASSOS-SEM-FIM " PASSO(S) SEM "
                       "FIM DE EXECUCAO NO LOG (VER FECHANO.REL)."
               MOVE 4 TO RETURN-CODE.

           STRING "FECHAMENTO ANUAL DE " ANO-FECHAMENTO
                  " CONCLUIDO - CERTIFICADO EM FECHANO.REL."
                  DELIMITED BY SIZE
             INTO MENSAGEM-LOG.
           DISPLAY MENSAGEM-LOG.
           PERFORM GRAVA-MENSAGEM-MSGLOG.

       PROGRAM-DONE.
           STOP RUN.

      *    AS ENTRADAS DE ANOS POSTERIORES AO FECHADO (JA ABERTAS
      *    PELA FOLHA DE JANEIRO) PASSAM INTACTAS - AS DEMAIS SAO
      *    DESCARTADAS E O ARQUIVO E' REGRAVADO PELO DE TRABALHO.
       ZERA-ACUMULADOS-YTD.
           OPEN INPUT ARQUIVO-FUNCYTD.
           IF FUNCYTD-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCYTD-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ACUMULADOS - "
                       "STATUS : " FUNCYTD-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ARQUIVO-YTDTMP.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-YTD.
           PERFORM SEPARA-YTD
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCYTD.
           CLOSE ARQUIVO-YTDTMP.
           PERFORM RECONSTROI-FUNCYTD.
           DISPLAY "ACUMULADOS DO ANO : " YTD-LIDOS " LIDOS, "
                   YTD-ZERADOS " ZERADOS, " YTD-MANTIDOS
                   " MANTIDOS.".

       LEIA-PROXIMO-YTD.
           READ ARQUIVO-FUNCYTD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SEPARA-YTD.
           ADD 1 TO YTD-LIDOS.
           IF FUNCYTD-ANO IS GREATER THAN ANO-FECHAMENTO
               MOVE FUNCYTD-REGISTRO TO YTDTMP-REGISTRO
               WRITE YTDTMP-REGISTRO
               ADD 1 TO YTD-MANTIDOS
           ELSE
               ADD 1 TO YTD-ZERADOS.
           PERFORM LEIA-PROXIMO-YTD.

       RECONSTROI-FUNCYTD.
           OPEN INPUT ARQUIVO-YTDTMP.
           OPEN OUTPUT ARQUIVO-FUNCYTD.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-YTDTMP.
           PERFORM COPIA-YTDTMP
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-YTDTMP.
           CLOSE ARQUIVO-FUNCYTD.

       LEIA-PROXIMO-YTDTMP.
           READ ARQUIVO-YTDTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-YTDTMP.
           MOVE YTDTMP-REGISTRO TO FUNCYTD-REGISTRO.
           WRITE FUNCYTD-REGISTRO.
           PERFORM LEIA-PROXIMO-YTDTMP.

       CARREGA-CALENDARIO.
           MOVE "N" TO CONTROLE-EXISTE-SW.
           OPEN INPUT ARQUIVO-CALEND.
           IF CALEND-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-CALEND
               IF CALEND-ARQ-STATUS IS EQUAL "00"
                   MOVE "S" TO CONTROLE-EXISTE-SW
                   MOVE CALEND-DATA-MOVIMENTO TO DATA-MOVIMENTO-CTL
                   MOVE CALEND-ULTIMO-DIARIO  TO ULTIMO-DIARIO-CTL
                   MOVE CALEND-ULTIMA-COMP-MENSAL
                        TO ULTIMA-COMP-CTL
                   MOVE CALEND-ULTIMO-ANO-FECHADO
                        TO ULTIMO-ANO-FECHADO-CTL.
           CLOSE ARQUIVO-CALEND.

      *    O ANO FECHADO FICA ANOTADO NO CONTROLE - E' O QUE FAZ A
      *    ABERTURA (PROG233) RECUSAR UMA NOVA PASSAGEM PELO ANO.
       VIRA-ANO-NO-CALENDARIO.
           MOVE DATA-MOVIMENTO-CTL TO CALEND-DATA-MOVIMENTO.
           MOVE ULTIMO-DIARIO-CTL  TO CALEND-ULTIMO-DIARIO.
           MOVE ULTIMA-COMP-CTL    TO CALEND-ULTIMA-COMP-MENSAL.
           MOVE ANO-FECHAMENTO     TO CALEND-ULTIMO-ANO-FECHADO.
           OPEN OUTPUT ARQUIVO-CALEND.
           WRITE CALEND-REGISTRO.
           CLOSE ARQUIVO-CALEND.
           DISPLAY "CALENDARIO VIRADO - ANO " ANO-FECHAMENTO
                   " FECHADO.".

      *    O CHECKPOINT "YEARJOB" LEVA A DATA DE 31/12 DO ANO
      *    FECHADO, COMO OS CHECKPOINTS DOS PASSOS DA CADEIA.
       GRAVA-CHECKPOINT-YEARJOB.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "YEARJOB" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    O LOG E' LIDO INTEIRO - VALE O ULTIMO FIM DE CADA PASSO
      *    GRAVADO DEPOIS DO ANO FECHADO, ENTAO UMA CADEIA RETOMADA
      *    MOSTRA A EXECUCAO QUE DE FATO CONCLUIU O PASSO.
       APURA-FINS-DOS-PASSOS.
           MOVE 1 TO IDX-PASSO.
           PERFORM LIMPA-UM-FIM
                   UNTIL IDX-PASSO IS GREATER THAN 6.
           OPEN INPUT ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-MSGLOG
               PERFORM EXAMINA-EVENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-MSGLOG.

       LIMPA-UM-FIM.
           MOVE "N"   TO FIM-ACHADO(IDX-PASSO).
           MOVE ZEROS TO FIM-DATA(IDX-PASSO).
           MOVE ZEROS TO FIM-LIDOS(IDX-PASSO).
           MOVE ZEROS TO FIM-GRAVADOS(IDX-PASSO).
           MOVE ZEROS TO FIM-REJEITADOS(IDX-PASSO).
           MOVE ZEROS TO FIM-RETORNO(IDX-PASSO).
           ADD 1 TO IDX-PASSO.

       LEIA-PROXIMO-MSGLOG.
           READ ARQUIVO-MSGLOG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-EVENTO.
           IF MSGLOG-EVENTO-FIM
                   AND MSGLOG-DATA-ANO IS GREATER THAN ANO-FECHAMENTO
               MOVE 1 TO IDX-PASSO
               PERFORM COMPARA-PASSO
                       UNTIL IDX-PASSO IS GREATER THAN 6.
           PERFORM LEIA-PROXIMO-MSGLOG.

       COMPARA-PASSO.
           IF PAS-PROGRAMA(IDX-PASSO) IS EQUAL MSGLOG-PROGRAMA
               MOVE "S" TO FIM-ACHADO(IDX-PASSO)
               MOVE MSGLOG-DATA TO FIM-DATA(IDX-PASSO)
               MOVE MSGLOG-QTD-LIDOS TO FIM-LIDOS(IDX-PASSO)
               MOVE MSGLOG-QTD-GRAVADOS TO FIM-GRAVADOS(IDX-PASSO)
               MOVE MSGLOG-QTD-REJEITADOS
                    TO FIM-REJEITADOS(IDX-PASSO)
               MOVE MSGLOG-RETORNO TO FIM-RETORNO(IDX-PASSO).
           ADD 1 TO IDX-PASSO.

       EMITE-CERTIFICADO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           MOVE 1 TO IDX-PASSO.
           PERFORM GRAVA-UM-PASSO
                   UNTIL IDX-PASSO IS GREATER THAN 6.
           PERFORM GRAVA-FECHAMENTO.
           CLOSE ARQUIVO-RELATORIO.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CERTIFICADO DE FECHAMENTO ANUAL - ANO "
                  ANO-FECHAMENTO " - EMITIDO EM " DATA-CORRENTE-DIA
                  "/" DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PASSO   PROGRAMA DESCRICAO                FIM"
                  " EM      LIDOS  GRAV.   REJ.  RC"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-UM-PASSO.
           MOVE PAS-STEP(IDX-PASSO)      TO DET-STEP.
           MOVE PAS-PROGRAMA(IDX-PASSO)  TO DET-PROGRAMA.
           MOVE PAS-DESCRICAO(IDX-PASSO) TO DET-DESCRICAO.
           IF FIM-ACHADO(IDX-PASSO) IS EQUAL "S"
               MOVE FIM-DATA(IDX-PASSO)       TO DATA-FIM-R
               MOVE DATA-FIM-DIA              TO DET-DATA-DIA
               MOVE DATA-FIM-MES              TO DET-DATA-MES
               MOVE DATA-FIM-ANO              TO DET-DATA-ANO
               MOVE FIM-LIDOS(IDX-PASSO)      TO DET-LIDOS
               MOVE FIM-GRAVADOS(IDX-PASSO)   TO DET-GRAVADOS
               MOVE FIM-REJEITADOS(IDX-PASSO) TO DET-REJEITADOS
               MOVE FIM-RETORNO(IDX-PASSO)    TO DET-RETORNO
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "                 " PAS-LEGENDA(IDX-PASSO)
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               ADD 1 TO PASSOS-SEM-FIM
               MOVE SPACES TO LINHA-RELATORIO
               STRING DET-STEP " " DET-PROGRAMA " " DET-DESCRICAO
                      " ** SEM FIM DE EXECUCAO NO LOG **"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-PASSO.

       GRAVA-FECHAMENTO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "STEP060 PROG234  ACUMULADOS DO ANO (FUNCYTD) : "
                  YTD-LIDOS " LIDOS, " YTD-ZERADOS " ZERADOS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CONTROLE-EXISTE
               STRING "                 CALENDARIO (CALENDCTL) : "
                      "ULTIMO ANO FECHADO = " ANO-FECHAMENTO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "                 CALENDARIO (CALENDCTL) : "
                      "NAO IMPLANTADO"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF PASSOS-SEM-FIM IS EQUAL ZEROS
               STRING "CERTIFICAMOS O FECHAMENTO DO ANO "
                      ANO-FECHAMENTO " COM TODOS OS PASSOS "
                      "CONCLUIDOS."
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "FECHAMENTO DO ANO " ANO-FECHAMENTO
                      " COM PASSO(S) SEM REGISTRO - CONFERIR O "
                      "MSGLOG (PROG84)."
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-MENSAGEM-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE MENSAGEM-LOG TO MSGLOG-MENSAGEM.
           MOVE "PROG234" TO MSGLOG-PROGRAMA.
           MOVE "M" TO MSGLOG-EVENTO.
           MOVE YTD-LIDOS TO MSGLOG-QTD-LIDOS.
           MOVE YTD-ZERADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
