       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG220.

      *    PENDENCIAS DA EXPEDICAO (ENTREGA.DAT, VER PROG219) - LISTA
      *    EM EXPEDICAO.REL :
      *    - AS NOTAS EMITIDAS HA N DIAS OU MAIS QUE AINDA NAO
      *      ENTRARAM EM NENHUM ROMANEIO (CANCELADAS E PERDAS FORA);
      *    - AS NOTAS EMBARCADAS HA N DIAS OU MAIS AINDA SEM BAIXA;
      *    - AS DEVOLVIDAS NA ENTREGA QUE AINDA ESPERAM A NOTA DE
      *      CREDITO DO PROG105.
      *    COMO AS NOTAS ANTERIORES AO CONTROLE DE EXPEDICAO NUNCA
      *    TERAO ROMANEIO, A PRIMEIRA LISTA SO OLHA AS EMITIDAS A
      *    PARTIR DA DATA INFORMADA (ENTER = INICIO DO MES ANTERIOR).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELENTREGA.cob".
           COPY "SELNOTA.cob".
           COPY "SELCLIENTE.cob".
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "EXPEDICAO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDENTREGA.cob".
           COPY "FDNOTA.cob".
           COPY "FDCLIENTE.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".

       01  ENTREGA-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  DIAS-DE-TOLERANCIA      PIC 9(03).
       01  DATA-INICIO-INFORMADA   PIC X(08).
       01  DATA-INICIO.
           05 DATA-INICIO-ANO     PIC 9(04).
           05 DATA-INICIO-MES     PIC 9(02).
           05 DATA-INICIO-DIA     PIC 9(02).
       01  DATA-INICIO-SW          PIC X(01).
           88 DATA-INICIO-ACEITA   VALUE "S".

       01  DATA-REFERENCIA         PIC 9(08).
       01  DIAS-DECORRIDOS         PIC S9(08).

       01  TOTAL-NAO-EXPEDIDAS     PIC 9(05) VALUE ZEROS.
       01  VALOR-NAO-EXPEDIDO      PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-EM-ROTA           PIC 9(05) VALUE ZEROS.
       01  TOTAL-SEM-CREDITO       PIC 9(05) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-NOTA             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-FILIAL           PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DIA              PIC 9(02).
           05 DET-BARRA-1          PIC X(01).
           05 DET-MES              PIC 9(02).
           05 DET-BARRA-2          PIC X(01).
           05 DET-ANO              PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DIAS             PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-COMPLEMENTO      PIC X(24).

       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ROMANEIO-EDITADO        PIC 9(06).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PENDENCIAS DA EXPEDICAO ----".
           PERFORM PEDE-DIAS-DE-TOLERANCIA.
           MOVE "N" TO DATA-INICIO-SW.
           PERFORM PEDE-DATA-INICIO
                   UNTIL DATA-INICIO-ACEITA.

           OPEN INPUT ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS NOT EQUAL "00"
              AND ENTREGA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CONTROLE DE EXPEDICAO - "
                       "STATUS : " ENTREGA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           PERFORM LISTA-NOTAS-NAO-EXPEDIDAS.
           PERFORM LISTA-ENTREGAS-PENDENTES.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ENTREGA.

           MOVE VALOR-NAO-EXPEDIDO TO VALOR-EDITADO.
           DISPLAY "==============================================".
           DISPLAY "NOTAS SEM EXPEDICAO        : " TOTAL-NAO-EXPEDIDAS.
           DISPLAY "VALOR SEM EXPEDICAO        : " VALOR-EDITADO.
           DISPLAY "EM ROTA SEM BAIXA          : " TOTAL-EM-ROTA.
           DISPLAY "DEVOLVIDAS SEM NOTA DE CRED: " TOTAL-SEM-CREDITO.
           DISPLAY "DETALHES EM EXPEDICAO.REL.".
           DISPLAY "==============================================".

       PROGRAM-DONE.
           STOP RUN.

      *    O PRAZO EM BRANCO ASSUME OS 3 DIAS COMBINADOS COM A
      *    LOGISTICA.
       PEDE-DIAS-DE-TOLERANCIA.
           DISPLAY "DIAS SEM EXPEDICAO PARA ALERTA (ENTER = 3) : ".
           MOVE ZEROS TO DIAS-DE-TOLERANCIA.
           ACCEPT DIAS-DE-TOLERANCIA.
           IF DIAS-DE-TOLERANCIA IS NOT NUMERIC
               MOVE ZEROS TO DIAS-DE-TOLERANCIA.
           IF DIAS-DE-TOLERANCIA IS EQUAL ZEROS
               MOVE 3 TO DIAS-DE-TOLERANCIA.

       PEDE-DATA-INICIO.
           DISPLAY "NOTAS EMITIDAS A PARTIR DE (AAAAMMDD - ENTER = "
                   "INICIO DO MES ANTERIOR) : ".
           MOVE SPACES TO DATA-INICIO-INFORMADA.
           ACCEPT DATA-INICIO-INFORMADA.
           IF DATA-INICIO-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE TO DATA-INICIO
               MOVE 01 TO DATA-INICIO-DIA
               IF DATA-INICIO-MES IS EQUAL 01
                   MOVE 12 TO DATA-INICIO-MES
                   SUBTRACT 1 FROM DATA-INICIO-ANO
               ELSE
                   SUBTRACT 1 FROM DATA-INICIO-MES
               END-IF
               MOVE "S" TO DATA-INICIO-SW
           ELSE
               IF DATA-INICIO-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA."
               ELSE
                   MOVE "V" TO DTVAL-FUNCAO
                   MOVE "S" TO DTVAL-EXIGE-PASSADO
                   MOVE DATA-INICIO-INFORMADA TO DTVAL-DATA-1
                   CALL "PROG95" USING DTVAL-PARAMETROS
                   IF DTVAL-DATA-VALIDA
                       MOVE DATA-INICIO-INFORMADA TO DATA-INICIO
                       MOVE "S" TO DATA-INICIO-SW
                   ELSE
                       DISPLAY "DATA INVALIDA.".

      *    DIAS CORRIDOS DE DATA-REFERENCIA ATE HOJE PELA ROTINA
      *    CENTRAL DE DATAS - DATA INVALIDA CONTA COMO ZERO.
       CALCULA-DIAS-DECORRIDOS.
           MOVE ZEROS TO DIAS-DECORRIDOS.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-REFERENCIA TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
               MOVE DTVAL-DIAS TO DIAS-DECORRIDOS.

       BUSCA-NOME-DO-CLIENTE.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME.

      *===============================================================
      *    NOTAS EMITIDAS SEM ROMANEIO.
      *===============================================================
       LISTA-NOTAS-NAO-EXPEDIDAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTAS EMITIDAS DESDE " DATA-INICIO-DIA "/"
                  DATA-INICIO-MES "/" DATA-INICIO-ANO
                  " SEM EXPEDICAO HA " DIAS-DE-TOLERANCIA
                  " DIAS OU MAIS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "NOTA   FIL CLIENT NOME                 EMISSAO    DIAS"
                TO LINHA-RELATORIO.
           MOVE "            VALOR" TO LINHA-RELATORIO(56:17).
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM EXAMINA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.
           IF TOTAL-NAO-EXPEDIDAS IS EQUAL ZEROS
               MOVE "NENHUMA NOTA PENDENTE DE EXPEDICAO."
                    TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-NOTA.
           IF NOT NOTA-CANCELADA
                   AND NOT NOTA-PERDA
                   AND NOTA-DATA IS NOT LESS THAN DATA-INICIO
               MOVE NOTA-DATA TO DATA-REFERENCIA
               PERFORM CALCULA-DIAS-DECORRIDOS
               IF DIAS-DECORRIDOS IS NOT LESS THAN DIAS-DE-TOLERANCIA
                   MOVE NOTA-NUMERO TO ENTREGA-NOTA
                   READ ARQUIVO-ENTREGA
                        INVALID KEY
                        PERFORM LISTA-NOTA-NAO-EXPEDIDA.
           PERFORM LEIA-PROXIMA-NOTA.

       LISTA-NOTA-NAO-EXPEDIDA.
           ADD 1 TO TOTAL-NAO-EXPEDIDAS.
           ADD NOTA-VALOR-TOTAL TO VALOR-NAO-EXPEDIDO.
           MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           PERFORM BUSCA-NOME-DO-CLIENTE.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE NOTA-NUMERO         TO DET-NOTA.
           MOVE NOTA-FILIAL         TO DET-FILIAL.
           MOVE NOTA-CLIENTE-CODIGO TO DET-CLIENTE.
           MOVE CLIENTE-NOME        TO DET-NOME.
           MOVE NOTA-DATA-DIA       TO DET-DIA.
           MOVE "/"                 TO DET-BARRA-1.
           MOVE NOTA-DATA-MES       TO DET-MES.
           MOVE "/"                 TO DET-BARRA-2.
           MOVE NOTA-DATA-ANO       TO DET-ANO.
           MOVE DIAS-DECORRIDOS     TO DET-DIAS.
           MOVE NOTA-VALOR-TOTAL    TO VALOR-EDITADO.
           MOVE VALOR-EDITADO       TO DET-COMPLEMENTO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    ENTREGAS EM ROTA HA MUITO TEMPO E DEVOLUCOES SEM CREDITO.
      *===============================================================
       LISTA-ENTREGAS-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTAS EM ROTA SEM BAIXA HA " DIAS-DE-TOLERANCIA
                  " DIAS OU MAIS E DEVOLVIDAS SEM NOTA DE CREDITO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "NOTA   FIL CLIENT NOME                 SAIDA      DIAS"
                TO LINHA-RELATORIO.
           MOVE " SITUACAO" TO LINHA-RELATORIO(56:9).
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO ENTREGA-NOTA.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-ENTREGA KEY IS NOT LESS THAN ENTREGA-NOTA
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-ENTREGA.
           PERFORM EXAMINA-ENTREGA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           IF TOTAL-EM-ROTA IS EQUAL ZEROS
                   AND TOTAL-SEM-CREDITO IS EQUAL ZEROS
               MOVE "NENHUMA ENTREGA PENDENTE." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.

       LEIA-PROXIMA-ENTREGA.
           READ ARQUIVO-ENTREGA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-ENTREGA.
           IF ENTREGA-EM-ROTA
               MOVE ENTREGA-DATA-SAIDA TO DATA-REFERENCIA
               PERFORM CALCULA-DIAS-DECORRIDOS
               IF DIAS-DECORRIDOS IS NOT LESS THAN DIAS-DE-TOLERANCIA
                   ADD 1 TO TOTAL-EM-ROTA
                   MOVE ENTREGA-ROMANEIO TO ROMANEIO-EDITADO
                   PERFORM MONTA-LINHA-ENTREGA
                   STRING "EM ROTA - ROMANEIO " ROMANEIO-EDITADO
                          DELIMITED BY SIZE INTO DET-COMPLEMENTO
                   MOVE LINHA-DETALHE TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO.
           IF ENTREGA-DEVOLVIDA
                   AND ENTREGA-NCRED IS EQUAL ZEROS
               ADD 1 TO TOTAL-SEM-CREDITO
               MOVE ENTREGA-DATA-SAIDA TO DATA-REFERENCIA
               PERFORM CALCULA-DIAS-DECORRIDOS
               PERFORM MONTA-LINHA-ENTREGA
               MOVE "DEVOLVIDA - SEM CREDITO" TO DET-COMPLEMENTO
               MOVE LINHA-DETALHE TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "       MOTIVO : " ENTREGA-MOTIVO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           PERFORM LEIA-PROXIMA-ENTREGA.

       MONTA-LINHA-ENTREGA.
           MOVE ENTREGA-CLIENTE TO CLIENTE-CODIGO.
           PERFORM BUSCA-NOME-DO-CLIENTE.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE ENTREGA-NOTA      TO DET-NOTA.
           MOVE ENTREGA-FILIAL    TO DET-FILIAL.
           MOVE ENTREGA-CLIENTE   TO DET-CLIENTE.
           MOVE CLIENTE-NOME      TO DET-NOME.
           MOVE ENTREGA-SAIDA-DIA TO DET-DIA.
           MOVE "/"               TO DET-BARRA-1.
           MOVE ENTREGA-SAIDA-MES TO DET-MES.
           MOVE "/"               TO DET-BARRA-2.
           MOVE ENTREGA-SAIDA-ANO TO DET-ANO.
           MOVE DIAS-DECORRIDOS   TO DET-DIAS.
