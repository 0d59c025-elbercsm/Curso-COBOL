      *    ARQUIVO DE DESLIGADOS (FUNCDEM.DAT) E O DOSSIE SAI COM OS
      *    DADOS DA EPOCA E A DATA DO DESLIGAMENTO. COM A OPCAO DE
      *    IMPRESSAO A CONSULTA TAMBEM SAI EM DOSSIE.REL.
      *    CHAMADO PELA FILA NOTURNA DE RELATORIOS (PROG248), EMITE
      *    SO O DOSSIE DO FUNCIONARIO DO PEDIDO (RELEXEC.DAT), SEM
      *    PERGUNTAS, GRAVANDO-O EM RELFILA.REL PARA O ARQUIVAMENTO,
      *    E DEVOLVE O CONTROLE NO FIM EM VEZ DE ENCERRAR A RODADA.

       ENVIRONMENT DIVISION.

           COPY "SELFERIAS.cob".
           COPY "SELFUNCYTD.cob".
           COPY "SELONBOARD.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "DOSSIE.REL"
           COPY "FDFERIAS.cob".
           COPY "FDFUNCYTD.cob".
           COPY "FDONBOARD.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO        PIC X(80).
       01  VALOR-EDITADO-ANT       PIC $ZZZ,ZZ9.99.
       01  ACUMULADO-EDITADO       PIC $ZZ,ZZZ,ZZ9.99.

      *    EXECUCAO PELA FILA NOTURNA DE RELATORIOS (VER PROG248).
       01  DATA-CORRENTE           PIC 9(08).
       01  RELEXEC-ARQ-STATUS      PIC X(02).
       01  RELFSAI-ARQ-STATUS      PIC X(02).
       01  EXECUCAO-FILA-SW        PIC X(01) VALUE "N".
           88 EXECUCAO-DA-FILA     VALUE "S".
           COPY "RELFPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- DOSSIE DO FUNCIONARIO ----".

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-EXECUCAO-DA-FILA.
           IF EXECUCAO-DA-FILA
               PERFORM EMITE-DOSSIE-DO-PEDIDO
           ELSE
               MOVE 1 TO CODIGO-INFORMADO
               PERFORM CONSULTA-UM-FUNCIONARIO
                       UNTIL CODIGO-INFORMADO IS EQUAL ZEROS.

      *    NA EXECUCAO PELA FILA O CONTROLE VOLTA AO PROG248.
       PROGRAM-DONE.
           IF EXECUCAO-DA-FILA
               CLOSE ARQUIVO-RELFSAI
               GOBACK.
           STOP RUN.

      *    O PROG248 DEIXA EM RELEXEC.DAT O PEDIDO QUE ESTA RODANDO -
      *    SO VALE O PEDIDO DESTE PROGRAMA GRAVADO HOJE, PARA QUE UMA
      *    LINHA ESQUECIDA NAO PRENDA A CONSULTA DE CONSOLE.
       VERIFICA-EXECUCAO-DA-FILA.
           MOVE "N" TO EXECUCAO-FILA-SW.
           OPEN INPUT ARQUIVO-RELEXEC.
           IF RELEXEC-ARQ-STATUS IS EQUAL "00"
               MOVE SPACES TO RELEXEC-REGISTRO
               READ ARQUIVO-RELEXEC
                    AT END MOVE SPACES TO RELEXEC-REGISTRO
               END-READ
               IF RELEXEC-PROGRAMA IS EQUAL "PROG153"
                       AND RELEXEC-DATA IS EQUAL DATA-CORRENTE
                   MOVE "S" TO EXECUCAO-FILA-SW
                   MOVE RELEXEC-PARAMETROS TO RELFP-AREA.
           CLOSE ARQUIVO-RELEXEC.
           IF EXECUCAO-DA-FILA
               OPEN OUTPUT ARQUIVO-RELFSAI.

      *    FUNCIONARIO DO PEDIDO QUE NAO EXISTE MAIS NEM NOS
      *    DESLIGADOS FAZ O PEDIDO FALHAR, COM A MENSAGEM NA
      *    LISTAGEM COMO MOTIVO.
       EMITE-DOSSIE-DO-PEDIDO.
           DISPLAY "PEDIDO " RELEXEC-NUMERO " DA FILA DE RELATORIOS.".
           IF RELFP-153-CODIGO IS NUMERIC
               MOVE RELFP-153-CODIGO TO CODIGO-INFORMADO
           ELSE
               MOVE ZEROS TO CODIGO-INFORMADO.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF NOT FUNCIONARIO-ACHADO
               MOVE SPACES TO LINHA-CONSULTA
               STRING "FUNCIONARIO " CODIGO-INFORMADO " NAO "
                      "ENCONTRADO NO CADASTRO NEM NOS DESLIGADOS."
                      DELIMITED BY SIZE INTO LINHA-CONSULTA
               PERFORM GRAVA-E-EXIBE-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MONTA-DOSSIE.

       CONSULTA-UM-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO (ZEROS PARA SAIR) : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
               PERFORM LEIA-PROXIMO-DESLIGADO.

       MONTA-DOSSIE.
           IF EXECUCAO-DA-FILA
               MOVE "N" TO IMPRIME-SW
           ELSE
               PERFORM PERGUNTA-IMPRESSAO.
           IF IMPRIME-CONSULTA
               OPEN EXTEND ARQUIVO-RELATORIO
               IF RELAT-ARQ-STATUS IS EQUAL "35"
               MOVE "S" TO IMPRIME-SW.

      *    EXIBE NA TELA E, COM A IMPRESSAO ESCOLHIDA, GRAVA A MESMA
      *    LINHA NO RELATORIO (VER PROG93/PROG152) - NA EXECUCAO PELA
      *    FILA, NA LISTAGEM QUE O PROG248 ARQUIVA.
       GRAVA-E-EXIBE-LINHA.
           DISPLAY LINHA-CONSULTA.
           IF IMPRIME-CONSULTA
               MOVE LINHA-CONSULTA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           IF EXECUCAO-DA-FILA
               MOVE LINHA-CONSULTA TO LINHA-RELFSAI
               WRITE LINHA-RELFSAI.
           MOVE SPACES TO LINHA-CONSULTA.

       EXIBE-CABECALHO-DOSSIE.
