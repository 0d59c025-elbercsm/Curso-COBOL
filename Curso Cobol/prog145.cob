      *    CADASTRO. TODA INCLUSAO, ALTERACAO E INATIVACAO VAI PARA
      *    A TRILHA DE AUDITORIA, COMO NO CADASTRO DE PRODUTOS
      *    (PROG96).
      *    2026-10-15 O FORNECEDOR GANHOU OS DADOS BANCARIOS (BANCO,
      *    AGENCIA E CONTA) USADOS NA REMESSA DE PAGAMENTOS AO BANCO
      *    (PROG156). NA ALTERACAO, ZERO MANTEM O DADO ATUAL.
      *    2026-10-15 O FORNECEDOR GANHOU A REGRA DE RETENCAO NA
      *    FONTE - O TIPO DE SERVICO (TIPSERV.DAT), QUE DA AS
      *    ALIQUOTAS DE IRRF E PIS/COFINS/CSLL, E A ALIQUOTA DO ISS
      *    RETIDO. "00" E' FORNECEDOR SEM RETENCAO; NA ALTERACAO, O
      *    TIPO EM BRANCO MANTEM A REGRA ATUAL.
      *    2026-10-15 A INCLUSAO GRAVA A DATA DE CADASTRO DO
      *    FORNECEDOR - TITULO DE FORNECEDOR RECEM-CADASTRADO PRECISA
      *    DE APROVACAO ANTES DO PAGAMENTO (PROG230).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFORNEC.cob".
           COPY "SELTIPSERV.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFORNEC.cob".
           COPY "FDTIPSERV.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  TIPSERV-ARQ-STATUS      PIC X(02).
       01  FINAL-FORNEC            PIC X.
       01  FINAL-TIPSERV           PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
       01  CODIGO-INFORMADO        PIC 9(06).
       01  RAZAO-INFORMADA         PIC X(30).
       01  CNPJ-INFORMADO          PIC X(14).
       01  BANCO-INFORMADO         PIC 9(03).
       01  AGENCIA-INFORMADA       PIC 9(04).
       01  CONTA-INFORMADA         PIC 9(10).
       01  TIPO-SERVICO-INFORMADO  PIC X(02).
       01  ALIQ-ISS-INFORMADA      PIC 9(02)V9(02).

      *    TIPOS DE SERVICO CARREGADOS DE TIPSERV.DAT - O TIPO DO
      *    FORNECEDOR PRECISA EXISTIR NELE.
       01  TABELA-TIPSERV.
           05 QTD-TIPSERV          PIC 9(02) VALUE ZEROS.
           05 TIPSERV-ITEM OCCURS 50 TIMES.
               10 TIPSERV-TAB-CODIGO  PIC X(02).
       01  IDX-TIPSERV             PIC 9(02).
       01  TIPSERV-ACHADO-SW       PIC X(01).
           88 TIPSERV-ACHADO       VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

           DISPLAY "---- MANUTENCAO DO CADASTRO DE FORNECEDORES ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-TIPOS-SERVICO.
           PERFORM ABRE-ARQUIVO-FORNEC.

           MOVE SPACE TO OPCAO-MANUTENCAO.
               MOVE CODIGO-INFORMADO TO FORNEC-CODIGO
               MOVE RAZAO-INFORMADA  TO FORNEC-RAZAO-SOCIAL
               MOVE CNPJ-INFORMADO   TO FORNEC-CNPJ
               MOVE BANCO-INFORMADO  TO FORNEC-BANCO
               MOVE AGENCIA-INFORMADA TO FORNEC-AGENCIA
               MOVE CONTA-INFORMADA  TO FORNEC-CONTA
               MOVE "A"              TO FORNEC-SITUACAO
               ACCEPT FORNEC-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE SPACES           TO FORNEC-TIPO-SERVICO
               MOVE ZEROS            TO FORNEC-ALIQ-ISS
               IF TIPO-SERVICO-INFORMADO IS NOT EQUAL SPACES
                   PERFORM GUARDA-REGRA-DE-RETENCAO
               END-IF
               WRITE FORNEC-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O FORNECEDOR - "
           DISPLAY "CNPJ (SO NUMEROS) : ".
           MOVE SPACES TO CNPJ-INFORMADO.
           ACCEPT CNPJ-INFORMADO.
           DISPLAY "BANCO (0 = SEM CONTA) : ".
           MOVE ZEROS TO BANCO-INFORMADO.
           ACCEPT BANCO-INFORMADO.
           IF BANCO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO BANCO-INFORMADO.
           MOVE ZEROS TO AGENCIA-INFORMADA.
           MOVE ZEROS TO CONTA-INFORMADA.
           IF BANCO-INFORMADO IS NOT EQUAL ZEROS
               DISPLAY "AGENCIA : "
               ACCEPT AGENCIA-INFORMADA
               DISPLAY "CONTA : "
               ACCEPT CONTA-INFORMADA
               IF AGENCIA-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO AGENCIA-INFORMADA
               END-IF
               IF CONTA-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO CONTA-INFORMADA.
           PERFORM CAPTURA-REGRA-DE-RETENCAO.

      *    O TIPO DE SERVICO PRECISA EXISTIR EM TIPSERV.DAT - TIPO
      *    NAO CADASTRADO E' IGNORADO (BRANCO). "00" E' FORNECEDOR
      *    SEM RETENCAO; COM TIPO INFORMADO, PEDE A ALIQUOTA DO ISS
      *    (TIPO SO COM ISS TEM AS ALIQUOTAS FEDERAIS ZERADAS).
       CAPTURA-REGRA-DE-RETENCAO.
           DISPLAY "TIPO DE SERVICO P/ RETENCAO (00 = SEM RETENCAO) : ".
           MOVE SPACES TO TIPO-SERVICO-INFORMADO.
           ACCEPT TIPO-SERVICO-INFORMADO.
           MOVE ZEROS TO ALIQ-ISS-INFORMADA.
           IF TIPO-SERVICO-INFORMADO IS NOT EQUAL SPACES
                   AND TIPO-SERVICO-INFORMADO IS NOT EQUAL "00"
               PERFORM VALIDA-TIPO-SERVICO.
           IF TIPO-SERVICO-INFORMADO IS NOT EQUAL SPACES
                   AND TIPO-SERVICO-INFORMADO IS NOT EQUAL "00"
               DISPLAY "ALIQUOTA DO ISS RETIDO (0 = NAO RETEM) : "
               ACCEPT ALIQ-ISS-INFORMADA
               IF ALIQ-ISS-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO ALIQ-ISS-INFORMADA.

       VALIDA-TIPO-SERVICO.
           MOVE 1 TO IDX-TIPSERV.
           MOVE "N" TO TIPSERV-ACHADO-SW.
           PERFORM COMPARA-TIPO-SERVICO
                   UNTIL TIPSERV-ACHADO
                   OR IDX-TIPSERV IS GREATER THAN QTD-TIPSERV.
           IF NOT TIPSERV-ACHADO
               DISPLAY "TIPO DE SERVICO " TIPO-SERVICO-INFORMADO
                       " NAO CADASTRADO (TIPSERV.DAT) - IGNORADO."
               MOVE SPACES TO TIPO-SERVICO-INFORMADO.

       COMPARA-TIPO-SERVICO.
           IF TIPSERV-TAB-CODIGO(IDX-TIPSERV) IS EQUAL
                   TIPO-SERVICO-INFORMADO
               MOVE "S" TO TIPSERV-ACHADO-SW
           ELSE
               ADD 1 TO IDX-TIPSERV.

      *    "00" GRAVA O FORNECEDOR SEM RETENCAO (TIPO EM BRANCO).
       GUARDA-REGRA-DE-RETENCAO.
           IF TIPO-SERVICO-INFORMADO IS EQUAL "00"
               MOVE SPACES TO FORNEC-TIPO-SERVICO
           ELSE
               MOVE TIPO-SERVICO-INFORMADO TO FORNEC-TIPO-SERVICO.
           MOVE ALIQ-ISS-INFORMADA TO FORNEC-ALIQ-ISS.

       ALTERA-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR : ".
               MOVE RAZAO-INFORMADA TO FORNEC-RAZAO-SOCIAL.
           IF CNPJ-INFORMADO IS NOT EQUAL SPACES
               MOVE CNPJ-INFORMADO TO FORNEC-CNPJ.
           IF BANCO-INFORMADO IS NOT EQUAL ZEROS
               MOVE BANCO-INFORMADO   TO FORNEC-BANCO
               MOVE AGENCIA-INFORMADA TO FORNEC-AGENCIA
               MOVE CONTA-INFORMADA   TO FORNEC-CONTA.
           IF TIPO-SERVICO-INFORMADO IS NOT EQUAL SPACES
               PERFORM GUARDA-REGRA-DE-RETENCAO.
           MOVE "A" TO FORNEC-SITUACAO.
           REWRITE FORNEC-REGISTRO
                   INVALID KEY
                   FORNEC-RAZAO-SOCIAL.
           DISPLAY "CNPJ       : " FORNEC-CNPJ
                   "  SITUACAO : " FORNEC-SITUACAO.
           DISPLAY "BANCO " FORNEC-BANCO " AGENCIA " FORNEC-AGENCIA
                   " CONTA " FORNEC-CONTA.
           DISPLAY "RETENCAO   : TIPO DE SERVICO " FORNEC-TIPO-SERVICO
                   "  ISS " FORNEC-ALIQ-ISS "%".

       LISTA-FORNECEDORES.
           MOVE ZEROS TO TOTAL-LISTADOS.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-FORNEC.

      *    CARREGA OS TIPOS DE SERVICO - SEM O ARQUIVO, NENHUM
      *    FORNECEDOR PODE GANHAR TIPO DE SERVICO.
       CARREGA-TIPOS-SERVICO.
           MOVE ZEROS TO QTD-TIPSERV.
           OPEN INPUT ARQUIVO-TIPSERV.
           IF TIPSERV-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-TIPSERV
               PERFORM LEIA-PROXIMO-TIPSERV
               PERFORM GUARDA-TIPSERV-NA-TABELA
                       UNTIL FINAL-TIPSERV IS EQUAL "S".
           CLOSE ARQUIVO-TIPSERV.

       LEIA-PROXIMO-TIPSERV.
           READ ARQUIVO-TIPSERV AT END
           MOVE "S" TO FINAL-TIPSERV.

       GUARDA-TIPSERV-NA-TABELA.
           IF QTD-TIPSERV IS LESS THAN 50
               ADD 1 TO QTD-TIPSERV
               MOVE TIPSERV-CODIGO
                    TO TIPSERV-TAB-CODIGO(QTD-TIPSERV).
           PERFORM LEIA-PROXIMO-TIPSERV.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    FORNECEDOR - AUDIT-OPERACAO JA FOI PREENCHIDA PELO
      *    CHAMADOR.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG145" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
