       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.

      *    REMESSA BANCARIA DE PAGAMENTOS A FORNECEDORES - GERA, A
      *    PARTIR DOS TITULOS ABERTOS COM SALDO (CONTAPAG.DAT MENOS
      *    PAGTOS.DAT) VENCENDO ATE A DATA INFORMADA E DOS DADOS
      *    BANCARIOS DO CADASTRO DE FORNECEDORES (FORNEC.DAT), O
      *    ARQUIVO PAGFORN.REM EM LAYOUT FIXO ESTILO CNAB - UM
      *    HEADER, UM DETALHE POR TITULO COM O SALDO E UM TRAILER
      *    COM QUANTIDADE E SOMA, O MESMO DESENHO DA REMESSA DA
      *    FOLHA (PROG71). CADA TITULO ENVIADO E' ANOTADO EM
      *    PAGREM.DAT E NAO VOLTA NUMA NOVA REMESSA ENQUANTO O
      *    RETORNO (PROG157) NAO RESPONDER. TITULO REJEITADO NO
      *    RETORNO VOLTA NA REMESSA SEGUINTE, QUALQUER QUE SEJA O
      *    VENCIMENTO. FORNECEDOR SEM CONTA CADASTRADA FICA FORA E
      *    E' APONTADO PARA PAGAMENTO AVULSO (PROG148).
      *    2026-10-15 O SALDO DO TITULO PASSOU A PARTIR DO VALOR
      *    LIQUIDO, DESCONTADOS OS TRIBUTOS RETIDOS NA FONTE - O
      *    RETIDO E' RECOLHIDO PELA EMPRESA, NAO PAGO AO FORNECEDOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTAPAG.cob".
           COPY "SELPAGTO.cob".
           COPY "SELFORNEC.cob".
           COPY "SELPAGREM.cob".
      *    ARQUIVO DE REMESSA ENVIADO AO BANCO.
           SELECT ARQUIVO-REMESSA
           ASSIGN TO "PAGFORN.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESSA-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTAPAG.cob".
           COPY "FDPAGTO.cob".
           COPY "FDFORNEC.cob".
           COPY "FDPAGREM.cob".

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.
           05 REM-TIPO-REG        PIC X(01).
           05 REM-DADOS           PIC X(79).

       WORKING-STORAGE SECTION.

       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  PAGREM-ARQ-STATUS       PIC X(02).
       01  REMESSA-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-PAGTO             PIC X.
       01  FINAL-PAGREM            PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  LIMITE-INFORMADO        PIC X(08).
       01  DATA-LIMITE             PIC 9(08).

      *    PAGAMENTOS ACUMULADOS POR TITULO, CARREGADOS UMA VEZ.
       01  TABELA-PAGAMENTOS.
           05 QTD-PAGOS            PIC 9(04) VALUE ZEROS.
           05 PAGO-ITEM OCCURS 500 TIMES.
               10 PAGO-TITULO         PIC 9(06).
               10 PAGO-VALOR          PIC 9(10)V9(02).
       01  IDX-PAGO                PIC 9(04).

      *    ULTIMA SITUACAO DE CADA TITULO NO CONTROLE DA REMESSA.
       01  TABELA-REMETIDOS.
           05 QTD-REMETIDOS        PIC 9(04) VALUE ZEROS.
           05 REMETIDO-ITEM OCCURS 1000 TIMES.
               10 REMETIDO-TITULO     PIC 9(06).
               10 REMETIDO-SITUACAO   PIC X(01).
       01  IDX-REM                 PIC 9(04).

       01  SALDO-DO-TITULO         PIC S9(08)V9(02).
       01  TITULO-REJEITADO-SW     PIC X(01).
           88 TITULO-REJEITADO     VALUE "S".
       01  TITULO-NO-BANCO-SW      PIC X(01).
           88 TITULO-NO-BANCO      VALUE "S".

      *    LAYOUT FIXO DOS REGISTROS DA REMESSA.
       01  DETALHE-REMESSA.
           05 DET-TITULO           PIC 9(06).
           05 DET-FORNECEDOR       PIC 9(06).
           05 DET-BANCO            PIC 9(03).
           05 DET-AGENCIA          PIC 9(04).
           05 DET-CONTA            PIC 9(10).
           05 DET-VENCIMENTO       PIC 9(08).
           05 DET-VALOR            PIC 9(09)V9(02).
           05 DET-NOME             PIC X(20).
       01  HEADER-REMESSA.
           05 HDR-LITERAL          PIC X(08) VALUE "PAGFORNE".
           05 HDR-DATA             PIC 9(08).
           05 HDR-LIMITE           PIC 9(08).
       01  TRAILER-REMESSA.
           05 TRL-QUANTIDADE       PIC 9(06).
           05 TRL-VALOR-TOTAL      PIC 9(11)V9(02).

       01  TOTAL-DETALHES          PIC 9(06) VALUE ZEROS.
       01  TOTAL-REAPRESENTADOS    PIC 9(06) VALUE ZEROS.
       01  TOTAL-NO-BANCO          PIC 9(06) VALUE ZEROS.
       01  TOTAL-REMESSA           PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-SEM-CONTA         PIC 9(06) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REMESSA DE PAGAMENTOS A FORNECEDORES ----".
           PERFORM PEDE-DATA-LIMITE.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM CARREGA-CONTROLE-REMESSA.

           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE FORNECEDORES - "
                       "STATUS : " FORNEC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVA-HEADER-REMESSA.

           OPEN EXTEND ARQUIVO-PAGREM.
           IF PAGREM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PAGREM.

           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM PROCESSA-TITULO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

           CLOSE ARQUIVO-PAGREM.
           CLOSE ARQUIVO-FORNEC.
           PERFORM GRAVA-TRAILER-REMESSA.
           CLOSE ARQUIVO-REMESSA.

           MOVE TOTAL-REMESSA TO TOTAL-EDITADO.
           DISPLAY "===================================".
           DISPLAY "REMESSA GERADA EM PAGFORN.REM.".
           DISPLAY "VENCENDO ATE : " DATA-LIMITE.
           DISPLAY "TITULOS NA REMESSA : " TOTAL-DETALHES.
           DISPLAY "  REAPRESENTADOS (REJEITADOS ANTES) : "
                   TOTAL-REAPRESENTADOS.
           DISPLAY "VALOR TOTAL : " TOTAL-EDITADO.
           IF TOTAL-NO-BANCO IS GREATER THAN ZEROS
               DISPLAY "TITULOS AINDA SEM RETORNO (NAO ENVIADOS DE "
                       "NOVO) : " TOTAL-NO-BANCO.
           IF TOTAL-SEM-CONTA IS GREATER THAN ZEROS
               DISPLAY "TITULOS DE FORNECEDOR SEM CONTA (PAGAR "
                       "AVULSO) : " TOTAL-SEM-CONTA.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    A DATA LIMITE EM BRANCO ASSUME HOJE - INFORMADA, E'
      *    VALIDADA NA ROTINA CENTRAL (PROG95).
       PEDE-DATA-LIMITE.
           DISPLAY "VENCENDO ATE (AAAAMMDD - ENTER = HOJE) : ".
           MOVE SPACES TO LIMITE-INFORMADO.
           ACCEPT LIMITE-INFORMADO.
           IF LIMITE-INFORMADO IS EQUAL SPACES
               MOVE DATA-CORRENTE TO DATA-LIMITE
           ELSE
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               MOVE LIMITE-INFORMADO TO DTVAL-DATA-1
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA LIMITE INVALIDA : " LIMITE-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE LIMITE-INFORMADO TO DATA-LIMITE.

      *    ACUMULA OS PAGAMENTOS POR TITULO NUMA TABELA EM MEMORIA -
      *    O MESMO CALCULO DE SALDO DA RELACAO A VENCER (PROG147).
       CARREGA-PAGAMENTOS.
           MOVE ZEROS TO QTD-PAGOS.
           OPEN INPUT ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PAGTO
               PERFORM LEIA-PROXIMO-PAGTO
               PERFORM ACUMULA-UM-PAGTO
                       UNTIL FINAL-PAGTO IS EQUAL "S".
           CLOSE ARQUIVO-PAGTO.

       LEIA-PROXIMO-PAGTO.
           READ ARQUIVO-PAGTO AT END
           MOVE "S" TO FINAL-PAGTO.

       ACUMULA-UM-PAGTO.
           MOVE 1 TO IDX-PAGO.
           PERFORM LOCALIZA-PAGO-NA-TABELA
                   UNTIL IDX-PAGO IS GREATER THAN QTD-PAGOS
                   OR PAGO-TITULO(IDX-PAGO) IS EQUAL PAGTO-TITULO.
           IF IDX-PAGO IS GREATER THAN QTD-PAGOS
               PERFORM ABRE-PAGO-NA-TABELA.
           ADD PAGTO-VALOR TO PAGO-VALOR(IDX-PAGO).
           PERFORM LEIA-PROXIMO-PAGTO.

       LOCALIZA-PAGO-NA-TABELA.
           ADD 1 TO IDX-PAGO.

       ABRE-PAGO-NA-TABELA.
           IF QTD-PAGOS IS GREATER THAN OR EQUAL 500
               DISPLAY "TABELA DE PAGAMENTOS CHEIA (LIMITE 500 "
                       "TITULOS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-PAGOS.
           MOVE QTD-PAGOS TO IDX-PAGO.
           MOVE PAGTO-TITULO TO PAGO-TITULO(IDX-PAGO).
           MOVE ZEROS TO PAGO-VALOR(IDX-PAGO).

      *    O CONTROLE E' SO DE INCLUSAO - O ULTIMO REGISTRO LIDO DE
      *    CADA TITULO PREVALECE SOBRE OS ANTERIORES.
       CARREGA-CONTROLE-REMESSA.
           MOVE ZEROS TO QTD-REMETIDOS.
           OPEN INPUT ARQUIVO-PAGREM.
           IF PAGREM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PAGREM
               PERFORM LEIA-PROXIMO-PAGREM
               PERFORM GUARDA-SITUACAO-REMETIDO
                       UNTIL FINAL-PAGREM IS EQUAL "S".
           CLOSE ARQUIVO-PAGREM.

       LEIA-PROXIMO-PAGREM.
           READ ARQUIVO-PAGREM AT END
           MOVE "S" TO FINAL-PAGREM.

       GUARDA-SITUACAO-REMETIDO.
           PERFORM LOCALIZA-REMETIDO.
           IF IDX-REM IS GREATER THAN QTD-REMETIDOS
               IF QTD-REMETIDOS IS GREATER THAN OR EQUAL 1000
                   DISPLAY "TABELA DO CONTROLE DE REMESSA CHEIA "
                           "(LIMITE 1000 TITULOS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-REMETIDOS
                   MOVE QTD-REMETIDOS TO IDX-REM
                   MOVE PAGREM-TITULO TO REMETIDO-TITULO(IDX-REM).
           MOVE PAGREM-SITUACAO TO REMETIDO-SITUACAO(IDX-REM).
           PERFORM LEIA-PROXIMO-PAGREM.

       LOCALIZA-REMETIDO.
           MOVE 1 TO IDX-REM.
           PERFORM AVANCA-REMETIDO
                   UNTIL IDX-REM IS GREATER THAN QTD-REMETIDOS
                   OR REMETIDO-TITULO(IDX-REM) IS EQUAL PAGREM-TITULO.

       AVANCA-REMETIDO.
           ADD 1 TO IDX-REM.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    ENTRA NA REMESSA O TITULO ABERTO COM SALDO, VENCIDO ATE A
      *    DATA LIMITE OU REJEITADO NO ULTIMO RETORNO, DESDE QUE NAO
      *    ESTEJA AINDA NO BANCO AGUARDANDO RESPOSTA.
       PROCESSA-TITULO.
           IF TITULO-ABERTO
               PERFORM APURA-SITUACAO-NO-CONTROLE
               IF TITULO-NO-BANCO
                   ADD 1 TO TOTAL-NO-BANCO
               ELSE
                   IF TITULO-VENCIMENTO IS NOT GREATER THAN
                           DATA-LIMITE
                           OR TITULO-REJEITADO
                       PERFORM CALCULA-SALDO-DO-TITULO
                       IF SALDO-DO-TITULO IS GREATER THAN ZEROS
                           PERFORM INCLUI-TITULO-NA-REMESSA.
           PERFORM LEIA-PROXIMO-TITULO.

       APURA-SITUACAO-NO-CONTROLE.
           MOVE "N" TO TITULO-REJEITADO-SW.
           MOVE "N" TO TITULO-NO-BANCO-SW.
           MOVE TITULO-NUMERO TO PAGREM-TITULO.
           PERFORM LOCALIZA-REMETIDO.
           IF IDX-REM IS NOT GREATER THAN QTD-REMETIDOS
               IF REMETIDO-SITUACAO(IDX-REM) IS EQUAL "E"
                   MOVE "S" TO TITULO-NO-BANCO-SW
               ELSE
                   IF REMETIDO-SITUACAO(IDX-REM) IS EQUAL "R"
                       MOVE "S" TO TITULO-REJEITADO-SW.

       CALCULA-SALDO-DO-TITULO.
           MOVE TITULO-VALOR TO SALDO-DO-TITULO.
           IF TITULO-VALOR-LIQUIDO IS NUMERIC
                   AND TITULO-VALOR-LIQUIDO IS GREATER THAN ZEROS
               MOVE TITULO-VALOR-LIQUIDO TO SALDO-DO-TITULO.
           MOVE 1 TO IDX-PAGO.
           PERFORM LOCALIZA-PAGO-NA-TABELA
                   UNTIL IDX-PAGO IS GREATER THAN QTD-PAGOS
                   OR PAGO-TITULO(IDX-PAGO) IS EQUAL TITULO-NUMERO.
           IF IDX-PAGO IS NOT GREATER THAN QTD-PAGOS
               SUBTRACT PAGO-VALOR(IDX-PAGO) FROM SALDO-DO-TITULO.

       INCLUI-TITULO-NA-REMESSA.
           MOVE TITULO-FORNECEDOR TO FORNEC-CODIGO.
           READ ARQUIVO-FORNEC
                INVALID KEY
                MOVE ZEROS TO FORNEC-BANCO
                MOVE SPACES TO FORNEC-RAZAO-SOCIAL.
           IF FORNEC-BANCO IS EQUAL ZEROS
               ADD 1 TO TOTAL-SEM-CONTA
               MOVE SALDO-DO-TITULO TO VALOR-EDITADO
               DISPLAY "SEM CONTA : TITULO " TITULO-NUMERO " FORN "
                       TITULO-FORNECEDOR " " VALOR-EDITADO
           ELSE
               PERFORM GRAVA-DETALHE-REMESSA
               PERFORM ANOTA-TITULO-ENVIADO.

       GRAVA-HEADER-REMESSA.
           MOVE DATA-CORRENTE TO HDR-DATA.
           MOVE DATA-LIMITE   TO HDR-LIMITE.
           MOVE "0" TO REM-TIPO-REG.
           MOVE HEADER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

       GRAVA-DETALHE-REMESSA.
           MOVE TITULO-NUMERO       TO DET-TITULO.
           MOVE TITULO-FORNECEDOR   TO DET-FORNECEDOR.
           MOVE FORNEC-BANCO        TO DET-BANCO.
           MOVE FORNEC-AGENCIA      TO DET-AGENCIA.
           MOVE FORNEC-CONTA        TO DET-CONTA.
           MOVE TITULO-VENCIMENTO   TO DET-VENCIMENTO.
           MOVE SALDO-DO-TITULO     TO DET-VALOR.
           MOVE FORNEC-RAZAO-SOCIAL TO DET-NOME.
           MOVE "1" TO REM-TIPO-REG.
           MOVE DETALHE-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.
           ADD 1 TO TOTAL-DETALHES.
           IF TITULO-REJEITADO
               ADD 1 TO TOTAL-REAPRESENTADOS.
           ADD SALDO-DO-TITULO TO TOTAL-REMESSA.
           MOVE SALDO-DO-TITULO TO VALOR-EDITADO.
           DISPLAY "REMESSA : TITULO " TITULO-NUMERO " FORN "
                   TITULO-FORNECEDOR " BCO " FORNEC-BANCO " AG "
                   FORNEC-AGENCIA " CTA " FORNEC-CONTA " "
                   VALOR-EDITADO.

       ANOTA-TITULO-ENVIADO.
           MOVE TITULO-NUMERO     TO PAGREM-TITULO.
           MOVE TITULO-FORNECEDOR TO PAGREM-FORNECEDOR.
           MOVE DATA-CORRENTE     TO PAGREM-DATA.
           MOVE SALDO-DO-TITULO   TO PAGREM-VALOR.
           MOVE "E"               TO PAGREM-SITUACAO.
           MOVE SPACES            TO PAGREM-OCORRENCIA.
           MOVE SPACES            TO PAGREM-MOTIVO.
           WRITE PAGREM-REGISTRO.

       GRAVA-TRAILER-REMESSA.
           MOVE TOTAL-DETALHES TO TRL-QUANTIDADE.
           MOVE TOTAL-REMESSA  TO TRL-VALOR-TOTAL.
           MOVE "9" TO REM-TIPO-REG.
           MOVE TRAILER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.
