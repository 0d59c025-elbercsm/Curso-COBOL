       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG248.

      *    EXECUCAO NOTURNA DA FILA DE RELATORIOS (RELFILA.DAT) - O
      *    PASSO DO DAILYJOB (STEP080) QUE RODA CADA PEDIDO PENDENTE
      *    FEITO PELO MENU (PROG247). PARA CADA PEDIDO:
      *    - GRAVA RELEXEC.DAT COM O PROGRAMA, A DATA DE HOJE E OS
      *      FILTROS, E CARREGA NA ROTINA DE FILIAIS (PROG243) O
      *      OPERADOR QUE PEDIU - A RESTRICAO POR FILIAL DELE VALE
      *      TAMBEM NA RODADA DA NOITE;
      *    - CHAMA O RELATORIO, QUE AO ACHAR O RELEXEC DO DIA TOMA
      *      OS FILTROS DO PEDIDO, GRAVA A LISTAGEM EM RELFILA.REL E
      *      DEVOLVE O CONTROLE (RETURN-CODE 8 QUANDO NAO CONSEGUE
      *      EMITIR, COM O MOTIVO NA ULTIMA LINHA GRAVADA);
      *    - ARQUIVA A SAIDA COMO COPIA DATADA REGISTRADA NO INDICE
      *      DO ARQUIVO DE RELATORIOS (RELCTL.DAT, CONVENCOES DO
      *      PROG137 - CONSULTA NO PROG138, EXPURGO DE RETENCAO NO
      *      PROG137), E REGRAVA O PEDIDO EXECUTADO COM A COPIA, OU
      *      FALHO COM O MOTIVO, PARA O AVISO NO LOGIN (PROG43).
      *    INICIO E FIM NO MSGLOG. TERMINA COM RETURN-CODE 4 QUANDO
      *    ALGUM PEDIDO FALHOU E 8 QUANDO A FILA NAO PODE SER ABERTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRELFILA.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".
           COPY "SELRELCTL.cob".
           COPY "SELMSGLOG.cob".
      *    COPIA DATADA COM NOME MONTADO EM TEMPO DE EXECUCAO.
           SELECT OPTIONAL ARQUIVO-RELSAI
           ASSIGN TO NOME-COPIA-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELSAI-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRELFILA.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".
           COPY "FDRELCTL.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-RELSAI.
       01  LINHA-RELSAI            PIC X(132).

       WORKING-STORAGE SECTION.

       01  RELFILA-ARQ-STATUS      PIC X(02).
       01  RELEXEC-ARQ-STATUS      PIC X(02).
       01  RELFSAI-ARQ-STATUS      PIC X(02).
       01  RELCTL-ARQ-STATUS       PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  RELSAI-ARQ-STATUS       PIC X(02).
       01  FINAL-RELFILA           PIC X.
       01  FINAL-RELFSAI           PIC X.

           COPY "FILOPPARM.cob".

       01  DATA-CORRENTE           PIC 9(08).
       01  HORA-CORRENTE           PIC 9(06).
       01  NOME-COPIA-DESTINO      PIC X(22).
       01  LINHAS-DA-SAIDA         PIC 9(06).
       01  ULTIMA-LINHA-SAIDA      PIC X(132).
       01  RETORNO-RELATORIO       PIC 9(02).
       01  RETORNO-FINAL           PIC 9(02) VALUE ZEROS.
       01  PROGRAMA-ATENDIDO-SW    PIC X(01).
           88 PROGRAMA-ATENDIDO    VALUE "S".

       01  TOTAL-LIDOS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENDENTES         PIC 9(06) VALUE ZEROS.
       01  TOTAL-EXECUTADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-FALHAS            PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- EXECUCAO DA FILA DE RELATORIOS ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM GRAVA-MSGLOG-INICIO.
           PERFORM LIMPA-RELEXEC.

           OPEN I-O ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "05"
               DISPLAY "FILA DE RELATORIOS VAZIA."
           ELSE
               IF RELFILA-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR A FILA DE RELATORIOS - "
                           "STATUS : " RELFILA-ARQ-STATUS
                   MOVE 8 TO RETORNO-FINAL
               ELSE
                   MOVE "N" TO FINAL-RELFILA
                   PERFORM LEIA-PROXIMO-RELFILA
                   PERFORM AVALIA-PEDIDO
                           UNTIL FINAL-RELFILA IS EQUAL "S".
           CLOSE ARQUIVO-RELFILA.

      *    DEVOLVE A ROTINA DE FILIAIS AO ESTADO DE LOTE - SEM
      *    OPERADOR CARREGADO.
           MOVE "C"    TO FILOP-FUNCAO.
           MOVE SPACES TO FILOP-OPERADOR.
           CALL "PROG243" USING FILOP-PARAMETROS.

           IF TOTAL-FALHAS IS GREATER THAN ZEROS
                   AND RETORNO-FINAL IS LESS THAN 4
               MOVE 4 TO RETORNO-FINAL.
           DISPLAY "PEDIDOS NA FILA     : " TOTAL-LIDOS.
           DISPLAY "PEDIDOS PENDENTES   : " TOTAL-PENDENTES.
           DISPLAY "RELATORIOS EMITIDOS : " TOTAL-EXECUTADOS.
           DISPLAY "PEDIDOS COM FALHA   : " TOTAL-FALHAS.
           PERFORM GRAVA-MSGLOG-FIM.
           MOVE RETORNO-FINAL TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-RELFILA.
           READ ARQUIVO-RELFILA AT END
           MOVE "S" TO FINAL-RELFILA.

       AVALIA-PEDIDO.
           ADD 1 TO TOTAL-LIDOS.
           IF RELFILA-PENDENTE
               ADD 1 TO TOTAL-PENDENTES
               PERFORM EXECUTA-PEDIDO
               REWRITE RELFILA-REGISTRO
               IF RELFILA-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                           RELFILA-NUMERO " - STATUS : "
                           RELFILA-ARQ-STATUS
                   MOVE 8 TO RETORNO-FINAL.
           PERFORM LEIA-PROXIMO-RELFILA.

      *===============================================================
      *    EXECUCAO DE UM PEDIDO - O RESULTADO FICA NO PROPRIO
      *    REGISTRO DA FILA, REGRAVADO PELO CHAMADOR.
      *===============================================================
       EXECUTA-PEDIDO.
           DISPLAY "PEDIDO " RELFILA-NUMERO " - " RELFILA-PROGRAMA
                   " DE " RELFILA-OPERADOR.
           MOVE SPACES TO RELFILA-COPIA.
           MOVE SPACES TO RELFILA-MOTIVO.
           MOVE ZEROS  TO RELFILA-LINHAS.
           MOVE "S" TO PROGRAMA-ATENDIDO-SW.
           IF RELFILA-PROGRAMA IS NOT EQUAL "PROG33"
                   AND RELFILA-PROGRAMA IS NOT EQUAL "PROG48"
                   AND RELFILA-PROGRAMA IS NOT EQUAL "PROG57"
                   AND RELFILA-PROGRAMA IS NOT EQUAL "PROG63"
                   AND RELFILA-PROGRAMA IS NOT EQUAL "PROG153"
               MOVE "N" TO PROGRAMA-ATENDIDO-SW.
           IF NOT PROGRAMA-ATENDIDO
               MOVE "F" TO RELFILA-SITUACAO
               MOVE "RELATORIO NAO ATENDIDO PELA FILA NOTURNA."
                    TO RELFILA-MOTIVO
           ELSE
               PERFORM CHAMA-RELATORIO
               PERFORM APURA-SAIDA-DO-RELATORIO.
           ACCEPT HORA-CORRENTE FROM TIME.
           MOVE DATA-CORRENTE TO RELFILA-DATA-EXECUCAO.
           MOVE HORA-CORRENTE TO RELFILA-HORA-EXECUCAO.
           MOVE "N" TO RELFILA-AVISADO.
           IF RELFILA-FALHOU
               ADD 1 TO TOTAL-FALHAS
               DISPLAY "  FALHOU - " RELFILA-MOTIVO
           ELSE
               ADD 1 TO TOTAL-EXECUTADOS
               DISPLAY "  EMITIDO - " RELFILA-LINHAS " LINHAS EM "
                       RELFILA-COPIA.

      *    O RELEXEC DO DIA E' O QUE FAZ O RELATORIO RODAR PELA FILA
      *    - ELE E' ESVAZIADO LOGO DEPOIS DA CHAMADA, PARA UMA
      *    EXECUCAO DE CONSOLE NAO HERDAR OS FILTROS DO PEDIDO. O
      *    CANCEL DEVOLVE O RELATORIO AO ESTADO INICIAL PARA O
      *    PROXIMO PEDIDO.
       CHAMA-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELFSAI.
           CLOSE ARQUIVO-RELFSAI.
           MOVE SPACES             TO RELEXEC-REGISTRO.
           MOVE RELFILA-PROGRAMA   TO RELEXEC-PROGRAMA.
           MOVE DATA-CORRENTE      TO RELEXEC-DATA.
           MOVE RELFILA-NUMERO     TO RELEXEC-NUMERO.
           MOVE RELFILA-OPERADOR   TO RELEXEC-OPERADOR.
           MOVE RELFILA-PARAMETROS TO RELEXEC-PARAMETROS.
           OPEN OUTPUT ARQUIVO-RELEXEC.
           WRITE RELEXEC-REGISTRO.
           CLOSE ARQUIVO-RELEXEC.
           MOVE "C"              TO FILOP-FUNCAO.
           MOVE RELFILA-OPERADOR TO FILOP-OPERADOR.
           CALL "PROG243" USING FILOP-PARAMETROS.
           MOVE ZEROS TO RETURN-CODE.
           EVALUATE RELFILA-PROGRAMA
               WHEN "PROG33"
                   CALL "PROG33"
                   MOVE RETURN-CODE TO RETORNO-RELATORIO
                   CANCEL "PROG33"
               WHEN "PROG48"
                   CALL "PROG48"
                   MOVE RETURN-CODE TO RETORNO-RELATORIO
                   CANCEL "PROG48"
               WHEN "PROG57"
                   CALL "PROG57"
                   MOVE RETURN-CODE TO RETORNO-RELATORIO
                   CANCEL "PROG57"
               WHEN "PROG63"
                   CALL "PROG63"
                   MOVE RETURN-CODE TO RETORNO-RELATORIO
                   CANCEL "PROG63"
               WHEN "PROG153"
                   CALL "PROG153"
                   MOVE RETURN-CODE TO RETORNO-RELATORIO
                   CANCEL "PROG153"
           END-EVALUATE.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM LIMPA-RELEXEC.

       LIMPA-RELEXEC.
           OPEN OUTPUT ARQUIVO-RELEXEC.
           CLOSE ARQUIVO-RELEXEC.

      *    CONTA AS LINHAS GRAVADAS E GUARDA A ULTIMA - NA FALHA ELA
      *    E' O MOTIVO DADO PELO PROPRIO RELATORIO.
       APURA-SAIDA-DO-RELATORIO.
           MOVE ZEROS  TO LINHAS-DA-SAIDA.
           MOVE SPACES TO ULTIMA-LINHA-SAIDA.
           OPEN INPUT ARQUIVO-RELFSAI.
           IF RELFSAI-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RELFSAI
               PERFORM LEIA-PROXIMA-SAIDA
               PERFORM CONTA-LINHA-DA-SAIDA
                       UNTIL FINAL-RELFSAI IS EQUAL "S".
           CLOSE ARQUIVO-RELFSAI.
           IF RETORNO-RELATORIO IS NOT EQUAL ZEROS
               MOVE "F" TO RELFILA-SITUACAO
               IF ULTIMA-LINHA-SAIDA IS EQUAL SPACES
                   STRING "RELATORIO TERMINOU COM RETURN-CODE "
                          RETORNO-RELATORIO "."
                          DELIMITED BY SIZE INTO RELFILA-MOTIVO
               ELSE
                   MOVE ULTIMA-LINHA-SAIDA TO RELFILA-MOTIVO
               END-IF
           ELSE
               IF LINHAS-DA-SAIDA IS EQUAL ZEROS
                   MOVE "F" TO RELFILA-SITUACAO
                   MOVE "RELATORIO NAO GEROU NENHUMA LINHA."
                        TO RELFILA-MOTIVO
               ELSE
                   PERFORM ARQUIVA-SAIDA-DO-RELATORIO.

       LEIA-PROXIMA-SAIDA.
           READ ARQUIVO-RELFSAI AT END
           MOVE "S" TO FINAL-RELFSAI.

       CONTA-LINHA-DA-SAIDA.
           ADD 1 TO LINHAS-DA-SAIDA.
           IF LINHA-RELFSAI IS NOT EQUAL SPACES
               MOVE LINHA-RELFSAI TO ULTIMA-LINHA-SAIDA.
           PERFORM LEIA-PROXIMA-SAIDA.

      *    COPIA DATADA NO PADRAO DO ARQUIVADOR (PROG137) - O NOME
      *    LEVA O NUMERO DO PEDIDO E A DATA DA RODADA, E A ENTRADA
      *    NO INDICE IDENTIFICA O PROGRAMA QUE GEROU A LISTAGEM.
       ARQUIVA-SAIDA-DO-RELATORIO.
           ACCEPT HORA-CORRENTE FROM TIME.
           MOVE SPACES TO NOME-COPIA-DESTINO.
           STRING "FILA" RELFILA-NUMERO DATA-CORRENTE ".REL"
                  DELIMITED BY SIZE
             INTO NOME-COPIA-DESTINO.
           OPEN INPUT ARQUIVO-RELFSAI.
           OPEN OUTPUT ARQUIVO-RELSAI.
           MOVE "N" TO FINAL-RELFSAI.
           PERFORM LEIA-PROXIMA-SAIDA.
           PERFORM COPIA-UMA-LINHA
                   UNTIL FINAL-RELFSAI IS EQUAL "S".
           CLOSE ARQUIVO-RELFSAI.
           CLOSE ARQUIVO-RELSAI.
           MOVE "RELFILA.REL"       TO RELCTL-RELATORIO.
           MOVE RELFILA-PROGRAMA    TO RELCTL-PROGRAMA.
           MOVE DATA-CORRENTE       TO RELCTL-DATA.
           MOVE HORA-CORRENTE       TO RELCTL-HORA.
           MOVE LINHAS-DA-SAIDA     TO RELCTL-LINHAS.
           MOVE NOME-COPIA-DESTINO  TO RELCTL-COPIA.
           OPEN EXTEND ARQUIVO-RELCTL.
           IF RELCTL-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RELCTL.
           WRITE RELCTL-REGISTRO.
           CLOSE ARQUIVO-RELCTL.
           MOVE "E"                 TO RELFILA-SITUACAO.
           MOVE NOME-COPIA-DESTINO  TO RELFILA-COPIA.
           MOVE LINHAS-DA-SAIDA     TO RELFILA-LINHAS.

       COPIA-UMA-LINHA.
           MOVE LINHA-RELFSAI TO LINHA-RELSAI.
           WRITE LINHA-RELSAI.
           PERFORM LEIA-PROXIMA-SAIDA.

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
           MOVE TOTAL-PENDENTES TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-EXECUTADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-FALHAS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETORNO-FINAL TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG248" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
