      *    SOMA - ALEM DO RESUMO IMPRESSO PARA CONFERENCIA.
      *    FUNCIONARIO SEM CONTA CADASTRADA FICA FORA DA REMESSA E E'
      *    APONTADO NO RESUMO PARA PAGAMENTO AVULSO.
      *    2026-10-15 O OPERADOR INFORMA A CONTA DA EMPRESA
      *    (CONTABCO.DAT) A SER DEBITADA - ELA VAI NO HEADER DA
      *    REMESSA, E CADA REMESSA GERADA FICA REGISTRADA EM
      *    REMFOLHA.DAT PARA A CONCILIACAO BANCARIA (PROG160).
      *    2026-10-15 AS PENSOES ALIMENTICIAS DESCONTADAS NA
      *    COMPETENCIA (PENSAOPG.DAT - FOLHA, 13O E FERIAS) ENTRAM NA
      *    REMESSA COMO DETALHES NA CONTA DE CADA BENEFICIARIO -
      *    BENEFICIARIO SEM CONTA E' APONTADO PARA PAGAMENTO AVULSO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELREMFOL.cob".
           COPY "SELPENSAOPG.cob".
      *    ARQUIVO DE REMESSA ENVIADO AO BANCO.
           SELECT ARQUIVO-REMESSA
           ASSIGN TO "PAGAMENTO.REM"

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDREMFOL.cob".
           COPY "FDPENSAOPG.cob".

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CONTA-BANCO-MOVIMENTO   PIC 9(03).
       01  CONTA-BANCO-VALIDA-SW   PIC X(01).
           88 CONTA-BANCO-VALIDA   VALUE "S".
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  REMESSA-ARQ-STATUS      PIC X(02).
       01  REMFOL-ARQ-STATUS       PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FOLHAREG          PIC X.
       01  PENSAOPG-ARQ-STATUS     PIC X(02).
       01  FINAL-PENSAOPG          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 HDR-LITERAL          PIC X(08) VALUE "FOLHAPAG".
           05 HDR-DATA             PIC 9(08).
           05 HDR-COMPETENCIA      PIC 9(06).
           05 HDR-BANCO            PIC 9(03).
           05 HDR-AGENCIA          PIC 9(04).
           05 HDR-CONTA            PIC 9(10).
       01  TRAILER-REMESSA.
           05 TRL-QUANTIDADE       PIC 9(06).
           05 TRL-VALOR-TOTAL      PIC 9(11)V9(02).
       01  TOTAL-DETALHES          PIC 9(06) VALUE ZEROS.
       01  TOTAL-REMESSA           PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-SEM-CONTA         PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENSOES           PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENSOES-SEM-CONTA PIC 9(06) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REMESSA BANCARIA DA FOLHA ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM PEDE-CONTA-BANCO.
           PERFORM CARREGA-LIQUIDOS-DA-COMPETENCIA.
           IF QTD-LIQUIDOS IS EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA REGISTRADA PARA A COMPETENCIA "
           PERFORM PROCESSA-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM INCLUI-PENSOES-DA-COMPETENCIA.

           PERFORM GRAVA-TRAILER-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           PERFORM REGISTRA-REMESSA-DA-FOLHA.

           MOVE TOTAL-REMESSA TO TOTAL-EDITADO.
           DISPLAY "===================================".
           IF TOTAL-SEM-CONTA IS GREATER THAN ZEROS
               DISPLAY "FUNCIONARIOS SEM CONTA (PAGAR AVULSO) : "
                       TOTAL-SEM-CONTA.
           IF TOTAL-PENSOES IS GREATER THAN ZEROS
               DISPLAY "PENSOES ALIMENTICIAS NA REMESSA : "
                       TOTAL-PENSOES.
           IF TOTAL-PENSOES-SEM-CONTA IS GREATER THAN ZEROS
               DISPLAY "PENSOES SEM CONTA (PAGAR AVULSO) : "
                       TOTAL-PENSOES-SEM-CONTA.
           DISPLAY "===================================".

       PROGRAM-DONE.
       GRAVA-HEADER-REMESSA.
           MOVE DATA-CORRENTE      TO HDR-DATA.
           MOVE COMPETENCIA-REMESSA TO HDR-COMPETENCIA.
           MOVE CTABCO-BANCO       TO HDR-BANCO.
           MOVE CTABCO-AGENCIA     TO HDR-AGENCIA.
           MOVE CTABCO-CONTA       TO HDR-CONTA.
           MOVE "0" TO REM-TIPO-REG.
           MOVE HEADER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.
                   " AG " FUNCIONARIO-AGENCIA " CTA "
                   FUNCIONARIO-CONTA " " VALOR-EDITADO.

      *    PENSOES ALIMENTICIAS DESCONTADAS NA COMPETENCIA, DE
      *    QUALQUER ORIGEM (FOLHA, 13O OU FERIAS) - O CREDITO VAI
      *    PARA A CONTA DO BENEFICIARIO. ARQUIVO OPCIONAL.
       INCLUI-PENSOES-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS NOT EQUAL "00"
              AND PENSAOPG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PENSOES A PAGAR - "
                       "STATUS : " PENSAOPG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PENSAOPG.
           PERFORM LEIA-PROXIMA-PENSAOPG.
           PERFORM PROCESSA-PENSAO-A-PAGAR
                   UNTIL FINAL-PENSAOPG IS EQUAL "S".
           CLOSE ARQUIVO-PENSAOPG.

       LEIA-PROXIMA-PENSAOPG.
           READ ARQUIVO-PENSAOPG AT END
           MOVE "S" TO FINAL-PENSAOPG.

       PROCESSA-PENSAO-A-PAGAR.
           IF PENSAOPG-COMPETENCIA IS EQUAL COMPETENCIA-REMESSA
               IF PENSAOPG-BANCO IS EQUAL ZEROS
                   ADD 1 TO TOTAL-PENSOES-SEM-CONTA
                   MOVE PENSAOPG-VALOR TO VALOR-EDITADO
                   DISPLAY "PENSAO SEM CONTA : FUNC "
                           PENSAOPG-FUNCIONARIO " "
                           PENSAOPG-BENEFICIARIO " " VALOR-EDITADO
               ELSE
                   PERFORM GRAVA-DETALHE-PENSAO.
           PERFORM LEIA-PROXIMA-PENSAOPG.

       GRAVA-DETALHE-PENSAO.
           MOVE PENSAOPG-BANCO        TO DET-BANCO.
           MOVE PENSAOPG-AGENCIA      TO DET-AGENCIA.
           MOVE PENSAOPG-CONTA        TO DET-CONTA.
           MOVE PENSAOPG-BENEFICIARIO TO DET-NOME.
           MOVE PENSAOPG-VALOR        TO DET-VALOR.
           MOVE "1" TO REM-TIPO-REG.
           MOVE DETALHE-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.
           ADD 1 TO TOTAL-DETALHES.
           ADD 1 TO TOTAL-PENSOES.
           ADD PENSAOPG-VALOR TO TOTAL-REMESSA.
           MOVE PENSAOPG-VALOR TO VALOR-EDITADO.
           DISPLAY "PENSAO : " PENSAOPG-BENEFICIARIO " BCO "
                   PENSAOPG-BANCO " AG " PENSAOPG-AGENCIA " CTA "
                   PENSAOPG-CONTA " " VALOR-EDITADO.

       GRAVA-TRAILER-REMESSA.
           MOVE TOTAL-DETALHES TO TRL-QUANTIDADE.
           MOVE TOTAL-REMESSA  TO TRL-VALOR-TOTAL.
           MOVE "9" TO REM-TIPO-REG.
           MOVE TRAILER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

      *    A REMESSA GERADA FICA REGISTRADA COM A CONTA DEBITADA E O
      *    TOTAL - E' O LANCAMENTO QUE A CONCILIACAO (PROG160)
      *    CONFERE COM O DEBITO NO EXTRATO.
       REGISTRA-REMESSA-DA-FOLHA.
           MOVE DATA-CORRENTE         TO REMFOL-DATA.
           MOVE COMPETENCIA-REMESSA   TO REMFOL-COMPETENCIA.
           MOVE CONTA-BANCO-MOVIMENTO TO REMFOL-CONTA-BANCO.
           MOVE TOTAL-DETALHES        TO REMFOL-QUANTIDADE.
           MOVE TOTAL-REMESSA         TO REMFOL-VALOR.
           OPEN EXTEND ARQUIVO-REMFOL.
           IF REMFOL-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-REMFOL.
           WRITE REMFOL-REGISTRO.
           CLOSE ARQUIVO-REMFOL.

      *    CONTA DA EMPRESA (CONTABCO.DAT, VER PROG159) DEBITADA -
      *    PEDIDA UMA VEZ POR EXECUCAO, SO CONTA ATIVA E' ACEITA.
       PEDE-CONTA-BANCO.
           OPEN INPUT ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE CONTAS BANCARIAS VAZIO OU "
                       "INDISPONIVEL - CADASTRE AS CONTAS (PROG159)."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-CTABCO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO CONTA-BANCO-VALIDA-SW.
           PERFORM CAPTURA-CONTA-BANCO
                   UNTIL CONTA-BANCO-VALIDA.
           CLOSE ARQUIVO-CTABCO.

       CAPTURA-CONTA-BANCO.
           DISPLAY "CONTA BANCARIA DA EMPRESA (CODIGO) : ".
           MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           ACCEPT CONTA-BANCO-MOVIMENTO.
           IF CONTA-BANCO-MOVIMENTO IS NOT NUMERIC
               MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           MOVE CONTA-BANCO-MOVIMENTO TO CTABCO-CODIGO.
           READ ARQUIVO-CTABCO
                INVALID KEY
                DISPLAY "CONTA " CTABCO-CODIGO " NAO CADASTRADA."
                NOT INVALID KEY
                IF CTABCO-ATIVA
                    MOVE "S" TO CONTA-BANCO-VALIDA-SW
                    DISPLAY "CONTA " CTABCO-CODIGO " "
                            CTABCO-DESCRICAO
                ELSE
                    DISPLAY "CONTA " CTABCO-CODIGO " INATIVA."
                END-IF
           END-READ.
