      *    DE ARQUIVO (AUDIAAAA.ARQ, GRAVADO PELO EXPURGO PROG139)
      *    NO LUGAR DO ARQUIVO VIVO - UM INCIDENTE ANTIGO CONTINUA
      *    INVESTIGAVEL DEPOIS DO EXPURGO.
      *    2026-10-15 PODE SER CHAMADA PELA FILA NOTURNA DE
      *    RELATORIOS (PROG248) - OS FILTROS VEM DO PEDIDO DO
      *    OPERADOR (RELEXEC.DAT), A LISTAGEM SAI TAMBEM EM
      *    RELFILA.REL PARA O ARQUIVAMENTO E O PROGRAMA DEVOLVE O
      *    CONTROLE NO FIM EM VEZ DE ENCERRAR A RODADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAUDIT.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".
      *    ARQUIVO ANUAL DO EXPURGO, COM NOME MONTADO PELO ANO.
           SELECT OPTIONAL ARQUIVO-AUDARQ
           ASSIGN TO NOME-ARQUIVO-AUDARQ
       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDIT.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".

       FD  ARQUIVO-AUDARQ.
       01  AUDARQ-REGISTRO         PIC X(117).

       WORKING-STORAGE SECTION.

       01  CONSULTA-ARQUIVO-SW    PIC X(01) VALUE "N".
           88 CONSULTA-NO-ARQUIVO VALUE "S".

      *    EXECUCAO PELA FILA NOTURNA DE RELATORIOS (VER PROG248).
       01  RELEXEC-ARQ-STATUS     PIC X(02).
       01  RELFSAI-ARQ-STATUS     PIC X(02).
       01  EXECUCAO-FILA-SW       PIC X(01) VALUE "N".
           88 EXECUCAO-DA-FILA    VALUE "S".
       01  LINHA-LISTAGEM         PIC X(80) VALUE SPACES.
           COPY "RELFPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.

           PERFORM VERIFICA-EXECUCAO-DA-FILA.
           IF EXECUCAO-DA-FILA
               PERFORM ASSUME-FILTROS-DO-PEDIDO
           ELSE
               PERFORM PEDE-FILTROS.

           IF CONSULTA-NO-ARQUIVO
               OPEN INPUT ARQUIVO-AUDARQ
               IF AUDARQ-ARQ-STATUS IS NOT EQUAL "00"
                   STRING "ARQUIVO ANUAL " NOME-ARQUIVO-AUDARQ
                          " NAO ENCONTRADO - STATUS : "
                          AUDARQ-ARQ-STATUS
                          DELIMITED BY SIZE INTO LINHA-LISTAGEM
                   PERFORM EMITE-LINHA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   PERFORM INTERROMPE-PROCESSAMENTO
               END-IF
           ELSE
               OPEN INPUT ARQUIVO-AUDITORIA

           PERFORM IMPRIME-RODAPE.

      *    NA EXECUCAO PELA FILA O CONTROLE VOLTA AO PROG248.
       PROGRAM-DONE.
           IF EXECUCAO-DA-FILA
               CLOSE ARQUIVO-RELFSAI
               GOBACK.
           STOP RUN.

       INTERROMPE-PROCESSAMENTO.
           IF EXECUCAO-DA-FILA
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           STOP RUN.

      *    PERGUNTA OS FILTROS OPCIONAIS ANTES DE INICIAR A CONSULTA.
           ACCEPT ANO-DE-ARQUIVO.
           IF ANO-DE-ARQUIVO IS NOT NUMERIC
               MOVE ZEROS TO ANO-DE-ARQUIVO.
           PERFORM MONTA-NOME-AUDARQ.

       MONTA-NOME-AUDARQ.
           IF ANO-DE-ARQUIVO IS GREATER THAN ZEROS
               MOVE "S" TO CONSULTA-ARQUIVO-SW
               MOVE SPACES TO NOME-ARQUIVO-AUDARQ
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-AUDARQ.

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
               IF RELEXEC-PROGRAMA IS EQUAL "PROG57"
                       AND RELEXEC-DATA IS EQUAL DATA-CORRENTE
                   MOVE "S" TO EXECUCAO-FILA-SW
                   MOVE RELEXEC-PARAMETROS TO RELFP-AREA.
           CLOSE ARQUIVO-RELEXEC.
           IF EXECUCAO-DA-FILA
               OPEN OUTPUT ARQUIVO-RELFSAI.

      *    OS FILTROS DO PEDIDO SAO AS MESMAS PERGUNTAS DA CONSULTA,
      *    COM A MESMA VALIDACAO NUMERICA.
       ASSUME-FILTROS-DO-PEDIDO.
           MOVE RELFP-57-ENTIDADE TO FILTRO-ENTIDADE.
           MOVE RELFP-57-CODIGO   TO FILTRO-CODIGO-X.
           IF FILTRO-CODIGO-X IS NUMERIC
               MOVE FILTRO-CODIGO-X TO FILTRO-CODIGO
           ELSE
               MOVE ZEROS TO FILTRO-CODIGO.
           MOVE RELFP-57-OPERADOR TO FILTRO-OPERADOR.
           MOVE RELFP-57-OPERACAO TO FILTRO-OPERACAO.
           IF RELFP-57-DATA-INICIAL IS NUMERIC
               MOVE RELFP-57-DATA-INICIAL TO FILTRO-DATA-INICIAL
           ELSE
               MOVE ZEROS TO FILTRO-DATA-INICIAL.
           IF RELFP-57-DATA-FINAL IS NUMERIC
               MOVE RELFP-57-DATA-FINAL TO FILTRO-DATA-FINAL
           ELSE
               MOVE ZEROS TO FILTRO-DATA-FINAL.
           IF RELFP-57-ANO IS NUMERIC
               MOVE RELFP-57-ANO TO ANO-DE-ARQUIVO
           ELSE
               MOVE ZEROS TO ANO-DE-ARQUIVO.
           PERFORM MONTA-NOME-AUDARQ.
           DISPLAY "FILTROS DO PEDIDO " RELEXEC-NUMERO
                   " DA FILA DE RELATORIOS.".

      *    O ARQUIVO DE AUDITORIA E OPCIONAL - STATUS "05" (NAO
      *    ENCONTRADO NA ABERTURA) E NORMAL QUANDO AINDA NAO HOUVE
      *    NENHUM LANCAMENTO GRAVADO.
       VERIFICA-STATUS-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS NOT EQUAL "00"
              AND AUDIT-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR A TRILHA DE AUDITORIA - "
                      "STATUS : " AUDIT-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               PERFORM INTERROMPE-PROCESSAMENTO.

      *    NA CONSULTA EM ANO DE ARQUIVO A LINHA LIDA E' COPIADA
      *    PARA A AREA DO REGISTRO VIVO, PARA QUE OS FILTROS E A
       EXIBE-OCORRENCIA.
           IF LINHAS-NA-PAGINA IS EQUAL LINHAS-POR-PAGINA
               PERFORM IMPRIME-CABECALHO.
           STRING AUDIT-DATA-DIA "/" AUDIT-DATA-MES "/"
                  AUDIT-DATA-ANO " " AUDIT-HORA-HH ":"
                  AUDIT-HORA-MM ":" AUDIT-HORA-SS " "
                  AUDIT-ENTIDADE " " AUDIT-CODIGO " "
                  AUDIT-OPERACAO " " AUDIT-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "  " AUDIT-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           ADD 1 TO LINHAS-NA-PAGINA.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE ZEROS TO LINHAS-NA-PAGINA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "CONSULTA DA TRILHA DE AUDITORIA - DATA "
               DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
               DATA-CORRENTE-ANO "  PAGINA " NUMERO-PAGINA
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

       IMPRIME-RODAPE.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "OCORRENCIAS ENCONTRADAS : " TOTAL-OCORRENCIAS
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

      *    EXIBE A LINHA E, NA EXECUCAO PELA FILA, GRAVA A MESMA
      *    LINHA NA LISTAGEM QUE O PROG248 ARQUIVA (VER PROG153).
       EMITE-LINHA.
           DISPLAY LINHA-LISTAGEM.
           IF EXECUCAO-DA-FILA
               MOVE LINHA-LISTAGEM TO LINHA-RELFSAI
               WRITE LINHA-RELFSAI.
           MOVE SPACES TO LINHA-LISTAGEM.
