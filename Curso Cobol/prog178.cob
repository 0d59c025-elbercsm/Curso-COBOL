       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG178.

      *    DIGITACAO DE LANCAMENTOS CONTABEIS MANUAIS - PROVISOES,
      *    RECLASSIFICACOES E CORRECOES QUE NAO NASCEM DE NENHUMA
      *    EXTRACAO (PROG46/PROG108/PROG150/PROG154). O OPERADOR
      *    INFORMA A COMPETENCIA, O HISTORICO E AS LINHAS (CONTA,
      *    DEBITO OU CREDITO, VALOR), CADA CONTA CONFERIDA NO PLANO
      *    DE CONTAS. SO LANCAMENTO BALANCEADO E' GRAVADO, E ENTRA
      *    EM LANCMAN.DAT COMO PENDENTE - NADA CHEGA AO RAZAO ATE UM
      *    SUPERVISOR DIFERENTE DO PREPARADOR APROVAR NO PROG179.
      *    O PREPARADOR PODE PEDIR O ESTORNO AUTOMATICO NA
      *    COMPETENCIA SEGUINTE (PROVISOES DE FIM DE MES).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLANCMAN.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLANCMAN.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  LANCMAN-ARQ-STATUS      PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-LANCMAN           PIC X.
       01  FINAL-PLANCTAS          PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).
       01  DATA-CORRENTE           PIC 9(08).

       01  COMPETENCIA-LANCAMENTO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  HISTORICO-INFORMADO     PIC X(30).
       01  ESTORNO-INFORMADO       PIC X(01).
       01  CONTA-INFORMADA         PIC X(06).
       01  TIPO-INFORMADO          PIC X(01).
       01  VALOR-INFORMADO         PIC 9(08)V9(02).
       01  DESCRICAO-INFORMADA     PIC X(30).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  FIM-LINHAS-SW           PIC X(01).
           88 FIM-LINHAS           VALUE "S".
       01  NUMERO-LANCAMENTO       PIC 9(06) VALUE ZEROS.

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT - TODA CONTA DO
      *    LANCAMENTO PRECISA EXISTIR NELE.
       01  TABELA-PLANCTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CONTA-CODIGO        PIC X(06).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".

      *    LINHAS DO LANCAMENTO EM DIGITACAO - SO VAO PARA O ARQUIVO
      *    DEPOIS DE CONFERIDO O BALANCEAMENTO.
       01  TABELA-LINHAS.
           05 QTD-LINHAS           PIC 9(02) VALUE ZEROS.
           05 LINHA-ITEM OCCURS 50 TIMES.
               10 LINHA-CONTA         PIC X(06).
               10 LINHA-TIPO          PIC X(01).
               10 LINHA-VALOR         PIC 9(08)V9(02).
               10 LINHA-DESCRICAO     PIC X(30).
       01  IDX-LINHA               PIC 9(02).

       01  TOTAL-DEBITOS           PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS          PIC 9(10)V9(02) VALUE ZEROS.
       01  LIMITE-LOTE             PIC 9(10)V9(02)
                                   VALUE 99999999.99.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-GRAVADOS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- LANCAMENTOS CONTABEIS MANUAIS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-PLANO-CONTAS.

           MOVE "S" TO RESPOSTA.
           PERFORM DIGITA-LANCAMENTO
                   UNTIL RESPOSTA IS EQUAL "N".

           DISPLAY "LANCAMENTOS GRAVADOS NESTA SESSAO : "
                   TOTAL-GRAVADOS.
           DISPLAY "A APROVACAO E' FEITA POR OUTRO SUPERVISOR NO "
                   "PROG179.".

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO - ELE
      *    FICA COMO PREPARADOR E NAO PODE APROVAR O PROPRIO
      *    LANCAMENTO.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               DISPLAY "OPERADOR E' OBRIGATORIO NO LANCAMENTO MANUAL."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "PLANO DE CONTAS (PLANCTAS.DAT) NAO "
                       "DISPONIVEL - STATUS : " PLANCTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PLANCTAS.
           PERFORM LEIA-PROXIMA-CONTA.
           PERFORM GUARDA-CONTA-NA-TABELA
                   UNTIL FINAL-PLANCTAS IS EQUAL "S".
           CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-PLANCTAS.

       GUARDA-CONTA-NA-TABELA.
           IF QTD-CONTAS IS LESS THAN 100
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CONTA-CODIGO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

       DIGITA-LANCAMENTO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE ZEROS TO TOTAL-DEBITOS.
           MOVE ZEROS TO TOTAL-CREDITOS.
           PERFORM CAPTURA-COMPETENCIA.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-HISTORICO.
           IF DADOS-VALIDOS
               MOVE "N" TO FIM-LINHAS-SW
               PERFORM CAPTURA-LINHA
                       UNTIL FIM-LINHAS
               PERFORM CONFERE-BALANCEAMENTO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-ESTORNO
               PERFORM CONFIRMA-E-GRAVA.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRO-LANCAMENTO
                   UNTIL RESPOSTA-VALIDA.

      *    A COMPETENCIA E' OBRIGATORIA - O LANCAMENTO MANUAL PODE
      *    CAIR EM QUALQUER MES, INCLUSIVE O CORRENTE.
       CAPTURA-COMPETENCIA.
           DISPLAY "COMPETENCIA DO LANCAMENTO (AAAAMM) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA - LANCAMENTO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-LANCAMENTO
               IF COMPETENCIA-MES IS LESS THAN 01
                       OR COMPETENCIA-MES IS GREATER THAN 12
                   DISPLAY "MES DA COMPETENCIA INVALIDO - "
                           "LANCAMENTO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-HISTORICO.
           DISPLAY "HISTORICO DO LANCAMENTO : ".
           MOVE SPACES TO HISTORICO-INFORMADO.
           ACCEPT HISTORICO-INFORMADO.
           IF HISTORICO-INFORMADO IS EQUAL SPACES
               DISPLAY "HISTORICO E' OBRIGATORIO - LANCAMENTO "
                       "ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.

      *    CONTA EM BRANCO ENCERRA AS LINHAS. LINHA COM CONTA FORA
      *    DO PLANO, TIPO OU VALOR INVALIDO E' RECUSADA E PEDIDA DE
      *    NOVO, SEM PERDER AS LINHAS JA DIGITADAS.
       CAPTURA-LINHA.
           DISPLAY "LINHA " QTD-LINHAS " DIGITADAS - CONTA "
                   "(ENTER = FIM DAS LINHAS) : ".
           MOVE SPACES TO CONTA-INFORMADA.
           ACCEPT CONTA-INFORMADA.
           IF CONTA-INFORMADA IS EQUAL SPACES
               MOVE "S" TO FIM-LINHAS-SW
           ELSE
               PERFORM PROCURA-CONTA-NO-PLANO
               IF NOT CONTA-ACHADA
                   DISPLAY "CONTA " CONTA-INFORMADA " NAO EXISTE NO "
                           "PLANO DE CONTAS - LINHA RECUSADA."
               ELSE
                   PERFORM CAPTURA-DADOS-DA-LINHA.

       PROCURA-CONTA-NO-PLANO.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM COMPARA-PROXIMA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.

       COMPARA-PROXIMA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL CONTA-INFORMADA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

       CAPTURA-DADOS-DA-LINHA.
           DISPLAY "DEBITO OU CREDITO (D/C) : ".
           MOVE SPACE TO TIPO-INFORMADO.
           ACCEPT TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "d"
               MOVE "D" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "c"
               MOVE "C" TO TIPO-INFORMADO.
           DISPLAY "VALOR DA LINHA : ".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           DISPLAY "DESCRICAO DA LINHA (ENTER = HISTORICO) : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               MOVE HISTORICO-INFORMADO TO DESCRICAO-INFORMADA.
           IF TIPO-INFORMADO IS NOT EQUAL "D"
                   AND TIPO-INFORMADO IS NOT EQUAL "C"
               DISPLAY "TIPO INVALIDO - INFORME D OU C. LINHA "
                       "RECUSADA."
           ELSE
               IF VALOR-INFORMADO IS NOT NUMERIC
                       OR VALOR-INFORMADO IS EQUAL ZEROS
                   DISPLAY "VALOR INVALIDO - LINHA RECUSADA."
               ELSE
                   PERFORM GUARDA-LINHA.

       GUARDA-LINHA.
           IF QTD-LINHAS IS NOT LESS THAN 50
               DISPLAY "LIMITE DE 50 LINHAS ATINGIDO - LINHA "
                       "RECUSADA."
               MOVE "S" TO FIM-LINHAS-SW
           ELSE
               ADD 1 TO QTD-LINHAS
               MOVE CONTA-INFORMADA TO LINHA-CONTA(QTD-LINHAS)
               MOVE TIPO-INFORMADO TO LINHA-TIPO(QTD-LINHAS)
               MOVE VALOR-INFORMADO TO LINHA-VALOR(QTD-LINHAS)
               MOVE DESCRICAO-INFORMADA
                 TO LINHA-DESCRICAO(QTD-LINHAS)
               IF TIPO-INFORMADO IS EQUAL "D"
                   ADD VALOR-INFORMADO TO TOTAL-DEBITOS
               ELSE
                   ADD VALOR-INFORMADO TO TOTAL-CREDITOS.

      *    O LANCAMENTO PRECISA DE PELO MENOS UM DEBITO E UM CREDITO
      *    E DE DEBITOS IGUAIS AOS CREDITOS. O TOTAL CABE NO TRAILER
      *    DO LOTE EM GLEXT.DAT.
       CONFERE-BALANCEAMENTO.
           MOVE TOTAL-DEBITOS TO TOTAL-EDITADO.
           DISPLAY "TOTAL DE DEBITOS  : " TOTAL-EDITADO.
           MOVE TOTAL-CREDITOS TO TOTAL-EDITADO.
           DISPLAY "TOTAL DE CREDITOS : " TOTAL-EDITADO.
           IF TOTAL-DEBITOS IS EQUAL ZEROS
                   OR TOTAL-CREDITOS IS EQUAL ZEROS
               DISPLAY "O LANCAMENTO PRECISA DE DEBITO E CREDITO - "
                       "NADA FOI GRAVADO."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               IF TOTAL-DEBITOS IS NOT EQUAL TOTAL-CREDITOS
                   DISPLAY "** LANCAMENTO NAO FECHA ** - NADA FOI "
                           "GRAVADO."
                   MOVE "N" TO DADOS-VALIDOS-SW
               ELSE
                   IF TOTAL-DEBITOS IS GREATER THAN LIMITE-LOTE
                       DISPLAY "TOTAL ACIMA DO LIMITE DO LOTE "
                               "CONTABIL - NADA FOI GRAVADO."
                       MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-ESTORNO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-ESTORNO
                   UNTIL RESPOSTA-VALIDA.
           MOVE RESPOSTA TO ESTORNO-INFORMADO.

       PERGUNTA-ESTORNO.
           DISPLAY "ESTORNAR AUTOMATICAMENTE NA COMPETENCIA "
                   "SEGUINTE ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       CONFIRMA-E-GRAVA.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM GRAVA-LANCAMENTO
           ELSE
               DISPLAY "LANCAMENTO DESCARTADO.".

       PERGUNTA-CONFIRMACAO.
           DISPLAY "GRAVAR O LANCAMENTO PARA APROVACAO ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    O NUMERO DO LANCAMENTO E' O MAIOR JA GRAVADO MAIS UM.
       OBTEM-NUMERO-LANCAMENTO.
           MOVE ZEROS TO NUMERO-LANCAMENTO.
           OPEN INPUT ARQUIVO-LANCMAN.
           IF LANCMAN-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-LANCMAN
               PERFORM LEIA-PROXIMO-LANCMAN
               PERFORM COMPARA-NUMERO-LANCAMENTO
                       UNTIL FINAL-LANCMAN IS EQUAL "S".
           CLOSE ARQUIVO-LANCMAN.
           ADD 1 TO NUMERO-LANCAMENTO.

       LEIA-PROXIMO-LANCMAN.
           READ ARQUIVO-LANCMAN AT END
           MOVE "S" TO FINAL-LANCMAN.

       COMPARA-NUMERO-LANCAMENTO.
           IF LANCMAN-NUMERO IS GREATER THAN NUMERO-LANCAMENTO
               MOVE LANCMAN-NUMERO TO NUMERO-LANCAMENTO.
           PERFORM LEIA-PROXIMO-LANCMAN.

       GRAVA-LANCAMENTO.
           PERFORM OBTEM-NUMERO-LANCAMENTO.
           OPEN EXTEND ARQUIVO-LANCMAN.
           IF LANCMAN-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-LANCMAN.
           MOVE 1 TO IDX-LINHA.
           PERFORM GRAVA-UMA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           CLOSE ARQUIVO-LANCMAN.
           ADD 1 TO TOTAL-GRAVADOS.
           DISPLAY "LANCAMENTO " NUMERO-LANCAMENTO " GRAVADO - "
                   "AGUARDA APROVACAO.".
           PERFORM REGISTRA-AUDITORIA-LANCAMENTO.

       GRAVA-UMA-LINHA.
           MOVE NUMERO-LANCAMENTO      TO LANCMAN-NUMERO.
           MOVE IDX-LINHA              TO LANCMAN-LINHA.
           MOVE COMPETENCIA-LANCAMENTO TO LANCMAN-COMPETENCIA.
           MOVE HISTORICO-INFORMADO    TO LANCMAN-HISTORICO.
           MOVE LINHA-CONTA(IDX-LINHA) TO LANCMAN-CONTA.
           MOVE LINHA-TIPO(IDX-LINHA)  TO LANCMAN-TIPO.
           MOVE LINHA-VALOR(IDX-LINHA) TO LANCMAN-VALOR.
           MOVE LINHA-DESCRICAO(IDX-LINHA) TO LANCMAN-DESCRICAO.
           MOVE ESTORNO-INFORMADO      TO LANCMAN-ESTORNO.
           MOVE "P"                    TO LANCMAN-SITUACAO.
           MOVE OPERADOR-ID            TO LANCMAN-PREPARADOR.
           MOVE DATA-CORRENTE          TO LANCMAN-DATA-PREPARO.
           MOVE SPACES                 TO LANCMAN-APROVADOR.
           MOVE ZEROS                  TO LANCMAN-DATA-DECISAO.
           MOVE ZEROS                  TO LANCMAN-LOTE.
           MOVE ZEROS                  TO LANCMAN-LOTE-ESTORNO.
           WRITE LANCMAN-REGISTRO.
           ADD 1 TO IDX-LINHA.

      *    REGISTRA NA TRILHA DE AUDITORIA A DIGITACAO DO LANCAMENTO.
       REGISTRA-AUDITORIA-LANCAMENTO.
           MOVE "LANCAMENTO"      TO AUDIT-ENTIDADE.
           MOVE NUMERO-LANCAMENTO TO AUDIT-CODIGO.
           MOVE "LANC-INCL"       TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           MOVE HISTORICO-INFORMADO TO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG178" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    RELE A RESPOSTA ATE QUE SEJA "S" OU "N" - EVITA PROSSEGUIR
      *    COM UMA RESPOSTA INVALIDA DIGITADA POR ENGANO.
       PERGUNTA-OUTRO-LANCAMENTO.
           DISPLAY "DESEJA DIGITAR OUTRO LANCAMENTO ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".
