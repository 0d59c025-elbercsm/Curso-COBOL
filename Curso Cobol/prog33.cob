      *    A FILIAL E AS DATAS DIGITADAS EM BRANCO PASSARAM A SER
      *    TRATADAS COMO SEM FILTRO, EM VEZ DE COMPARADAS COM O
      *    CONTEUDO NAO NUMERICO.
      *    2026-10-15 CHAMADO PELO MENU COM UM OPERADOR RESTRITO A
      *    ALGUMAS FILIAIS (PROG58/PROG243), SO LISTA OS CLIENTES
      *    DELAS - O TOTAL-CONTROLE DEIXA DE SER CONFERIDO, COMO EM
      *    QUALQUER FILTRO.
      *    2026-10-15 PODE SER CHAMADO PELA FILA NOTURNA DE
      *    RELATORIOS (PROG248) - OS FILTROS VEM DO PEDIDO DO
      *    OPERADOR (RELEXEC.DAT), A LISTAGEM SAI TAMBEM EM
      *    RELFILA.REL PARA O ARQUIVAMENTO E O PROGRAMA DEVOLVE O
      *    CONTROLE NO FIM EM VEZ DE ENCERRAR A RODADA.
      *    2026-10-15 ERRO NA ABERTURA DOS CLIENTES DENTRO DA
      *    ORDENACAO SO E' TRATADO DEPOIS DO SORT TERMINAR, COM
      *    RETURN-CODE 8.

       ENVIRONMENT DIVISION.

           COPY "SELCLICTL.cob".
           COPY "SELPARM33.cob".
           COPY "SELFILIAL.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-CLIENTE.TMP".

       DATA DIVISION.
           COPY "FDCLICTL.cob".
           COPY "FDPARM33.cob".
           COPY "FDFILIAL.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
       01  REGISTRO-PASSA-SW      PIC X.
           88 REGISTRO-PASSA      VALUE "S".

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - EM LOTE, TODAS.
           COPY "FILOPPARM.cob".

      *    EXECUCAO PELA FILA NOTURNA DE RELATORIOS (VER PROG248).
       01  RELEXEC-ARQ-STATUS      PIC X(02).
       01  RELFSAI-ARQ-STATUS      PIC X(02).
       01  EXECUCAO-FILA-SW        PIC X(01) VALUE "N".
           88 EXECUCAO-DA-FILA     VALUE "S".

      *    O SORT NAO PODE SER ABANDONADO DE DENTRO DO INPUT
      *    PROCEDURE - O ERRO LIGA A CHAVE E A INTERRUPCAO E' FEITA
      *    DEPOIS DO SORT.
       01  ORDENACAO-ABORTADA-SW   PIC X(01) VALUE "N".
           88 ORDENACAO-ABORTADA   VALUE "S".
       01  LINHA-LISTAGEM          PIC X(80) VALUE SPACES.
           COPY "RELFPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.

           PERFORM VERIFICA-EXECUCAO-DA-FILA.
           IF EXECUCAO-DA-FILA
               PERFORM ASSUME-FILTROS-DO-PEDIDO
           ELSE
               PERFORM CARREGA-PARAMETROS
                       THRU FIM-CARREGA-PARAMETROS
               IF NOT PARAMETROS-LIDOS
                   PERFORM PEDE-FILTROS.
           PERFORM APURA-FILTRO-ATIVO.
           PERFORM LE-TOTAL-CLICTL.
           PERFORM CARREGA-CADASTRO-FILIAIS.

           MOVE "N" TO ORDENACAO-ABORTADA-SW.
           SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-NOME
                INPUT PROCEDURE IS CARREGA-ORDENACAO
                OUTPUT PROCEDURE IS EMITE-RELATORIO.
           IF ORDENACAO-ABORTADA
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.

           PERFORM IMPRIME-RODAPE.

      *    NA EXECUCAO PELA FILA O CONTROLE VOLTA AO PROG248.
       PROGRAM-DONE.
           IF EXECUCAO-DA-FILA
               CLOSE ARQUIVO-RELFSAI
               GOBACK.
           STOP RUN.

      *    LE SEQUENCIALMENTE O ARQUIVO DE CLIENTES E LIBERA PARA O
       CARREGA-ORDENACAO.
           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM VERIFICA-STATUS-CLIENTE.
           IF NOT ORDENACAO-ABORTADA
               PERFORM LIBERA-CLIENTES-PARA-ORDENACAO.

       LIBERA-CLIENTES-PARA-ORDENACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-REGISTRO.
           PERFORM RELEASE-REGISTRO

      *    O ARQUIVO E OPCIONAL - STATUS "05" (ARQUIVO NAO ENCONTRADO
      *    NA ABERTURA) E NORMAL QUANDO AINDA NAO HA CLIENTES GRAVADOS.
      *    QUALQUER OUTRO STATUS DIFERENTE DE "00" E ERRO REAL, QUE
      *    INTERROMPE A LISTAGEM DEPOIS DO SORT.
       VERIFICA-STATUS-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND CLIENTE-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                      CLIENTE-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE "S" TO ORDENACAO-ABORTADA-SW.

       RELEASE-REGISTRO.
           PERFORM VERIFICA-FILTRO.

      *    DEVOLVE OS REGISTROS JA EM ORDEM ALFABETICA DE NOME,
      *    APLICANDO O CABECALHO/PAGINACAO/RODAPE DO RELATORIO.
      *    COM A ORDENACAO ABORTADA NAO HA LISTAGEM A EMITIR.
       EMITE-RELATORIO.
           IF NOT ORDENACAO-ABORTADA
               PERFORM LISTA-REGISTROS-ORDENADOS.

       LISTA-REGISTROS-ORDENADOS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM RETORNA-PROXIMO-REGISTRO.
       FIM-CARREGA-PARAMETROS.
           EXIT.

      *    O PROG248 DEIXA EM RELEXEC.DAT O PEDIDO QUE ESTA RODANDO -
      *    SO VALE O PEDIDO DESTE PROGRAMA GRAVADO HOJE, PARA QUE UMA
      *    LINHA ESQUECIDA NAO PRENDA A EXECUCAO DE CONSOLE.
       VERIFICA-EXECUCAO-DA-FILA.
           MOVE "N" TO EXECUCAO-FILA-SW.
           OPEN INPUT ARQUIVO-RELEXEC.
           IF RELEXEC-ARQ-STATUS IS EQUAL "00"
               MOVE SPACES TO RELEXEC-REGISTRO
               READ ARQUIVO-RELEXEC
                    AT END MOVE SPACES TO RELEXEC-REGISTRO
               END-READ
               IF RELEXEC-PROGRAMA IS EQUAL "PROG33"
                       AND RELEXEC-DATA IS EQUAL DATA-CORRENTE
                   MOVE "S" TO EXECUCAO-FILA-SW
                   MOVE RELEXEC-PARAMETROS TO RELFP-AREA.
           CLOSE ARQUIVO-RELEXEC.
           IF EXECUCAO-DA-FILA
               OPEN OUTPUT ARQUIVO-RELFSAI.

      *    OS FILTROS DO PEDIDO SAO OS MESMOS DO PARM33.DAT E PASSAM
      *    PELA MESMA VALIDACAO NUMERICA.
       ASSUME-FILTROS-DO-PEDIDO.
           MOVE RELFP-33-NOME TO FILTRO-NOME.
           PERFORM CALCULA-TAMANHO-FILTRO-NOME.
           IF RELFP-33-FILIAL IS NUMERIC
               MOVE RELFP-33-FILIAL TO FILTRO-FILIAL
           ELSE
               MOVE ZEROS TO FILTRO-FILIAL.
           IF RELFP-33-DATA-INICIAL IS NUMERIC
               MOVE RELFP-33-DATA-INICIAL TO FILTRO-DATA-INICIAL
           ELSE
               MOVE ZEROS TO FILTRO-DATA-INICIAL.
           IF RELFP-33-DATA-FINAL IS NUMERIC
               MOVE RELFP-33-DATA-FINAL TO FILTRO-DATA-FINAL
           ELSE
               MOVE ZEROS TO FILTRO-DATA-FINAL.
           DISPLAY "FILTROS DO PEDIDO " RELEXEC-NUMERO
                   " DA FILA DE RELATORIOS.".

       APURA-FILTRO-ATIVO.
           MOVE "N" TO FILTRO-ATIVO-SW.
           IF (FILTRO-NOME IS NOT EQUAL SPACE)
                   OR (FILTRO-DATA-INICIAL IS NOT EQUAL ZEROS)
                   OR (FILTRO-DATA-FINAL IS NOT EQUAL ZEROS)
               MOVE "S" TO FILTRO-ATIVO-SW.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE ZEROS TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF NOT FILOP-TODAS-AS-FILIAIS
               MOVE "S" TO FILTRO-ATIVO-SW
               DISPLAY "LISTAGEM RESTRITA AS FILIAIS DO OPERADOR "
                       FILOP-OPERADOR ".".

      *    REDUZ O TAMANHO CONSIDERADO DO FILTRO DE NOME ATE' O ULTIMO
      *    CARACTER NAO-BRANCO, PARA QUE A BUSCA POR PREFIXO NAO
                   AND (CLIENTE-DATA-CADASTRO IS GREATER THAN
                       FILTRO-DATA-FINAL)
               MOVE "N" TO REGISTRO-PASSA-SW.
           IF NOT FILOP-TODAS-AS-FILIAIS
               MOVE "V" TO FILOP-FUNCAO
               MOVE CLIENTE-FILIAL TO FILOP-FILIAL
               CALL "PROG243" USING FILOP-PARAMETROS
               IF FILOP-FORA-DAS-FILIAIS
                   MOVE "N" TO REGISTRO-PASSA-SW.

       IMPRIME-CABECALHO.
           ADD 1 TO NUMERO-PAGINA.
           MOVE ZEROS TO LINHAS-NA-PAGINA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "RELATORIO DE CLIENTES - DATA "
               DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
               DATA-CORRENTE-ANO "  PAGINA " NUMERO-PAGINA
               DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

      *    LE O TOTAL-CONTROLE GRAVADO PELO PROGRAMA DE CADASTRO, PARA
      *    CONFERENCIA COM A QUANTIDADE REALMENTE LIDA NESTE RELATORIO.
           CLOSE ARQUIVO-CLICTL.

       IMPRIME-RODAPE.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "TOTAL DE CLIENTES LISTADOS : " TOTAL-CLIENTES
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           IF (TOTAL-CLICTL IS NOT EQUAL TOTAL-CLIENTES)
                   AND (NOT FILTRO-ATIVO)
               STRING "** DIVERGENCIA NO TOTAL-CONTROLE ** ESPERADO : "
                      TOTAL-CLICTL " LIDO : " TOTAL-CLIENTES
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA.
           MOVE "==============================================" TO
                LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

       EXIBA-CAMPOS.
           STRING "CODIGO : " ORD-CODIGO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "NOME : " ORD-NOME
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "ENDERECO : " ORD-ENDERECO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "TELEFONE : " ORD-TELEFONE-DDD "-"
                  ORD-TELEFONE-NUMERO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "EMAIL : " ORD-EMAIL
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "CPF/CNPJ (" ORD-TIPO-PESSOA ") : " ORD-CPFCNPJ
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE ORD-FILIAL TO FILIAL-PESQUISADA.
           PERFORM NOMEIA-FILIAL.
           STRING "FILIAL : " ORD-FILIAL " - " NOME-DA-FILIAL
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "DATA DE CADASTRO : " ORD-CADASTRO-DIA "/"
                  ORD-CADASTRO-MES "/" ORD-CADASTRO-ANO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           IF ORD-INATIVO
               MOVE "STATUS : INATIVO" TO LINHA-LISTAGEM
           ELSE
               MOVE "STATUS : ATIVO" TO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "--------------" TO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

      *    EXIBE A LINHA E, NA EXECUCAO PELA FILA, GRAVA A MESMA
      *    LINHA NA LISTAGEM QUE O PROG248 ARQUIVA (VER PROG153).
       EMITE-LINHA.
           DISPLAY LINHA-LISTAGEM.
           IF EXECUCAO-DA-FILA
               MOVE LINHA-LISTAGEM TO LINHA-RELFSAI
               WRITE LINHA-RELFSAI.
           MOVE SPACES TO LINHA-LISTAGEM.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A TABELA FICA VAZIA.
