       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.

      *    PROCESSAMENTO DO RETORNO BANCARIO DE PAGAMENTOS A
      *    FORNECEDORES - LE O ARQUIVO RETFORN.RET DEVOLVIDO PELO
      *    BANCO (ESPELHO DA REMESSA DO PROG156) E, PARA CADA TITULO
      *    PAGO (OCORRENCIA "00"), GRAVA O PAGAMENTO EM PAGTOS.DAT
      *    COM O MESMO EFEITO DE UMA BAIXA MANUAL DO PROG148. TITULO
      *    REJEITADO PELO BANCO SAI NO RELATORIO RETFORN.REL COM A
      *    OCORRENCIA E O MOTIVO, E FICA MARCADO EM PAGREM.DAT PARA
      *    VOLTAR NA PROXIMA REMESSA. DETALHE DE TITULO QUE NAO ESTA
      *    AGUARDANDO RETORNO (NUNCA REMETIDO OU JA RESPONDIDO) E'
      *    IGNORADO - O MESMO RETORNO PROCESSADO DUAS VEZES NAO
      *    BAIXA O TITULO EM DOBRO. VALOR PAGO DIFERENTE DO REMETIDO
      *    E' BAIXADO ASSIM MESMO E APONTADO COMO DIVERGENTE.
      *    O OPERADOR INFORMA A CONTA DA EMPRESA (CONTABCO.DAT)
      *    DEBITADA PELO BANCO, GRAVADA EM CADA PAGAMENTO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELPAGTO.cob".
           COPY "SELPAGREM.cob".
           COPY "SELAUDIT.cob".
      *    ARQUIVO DE RETORNO DEVOLVIDO PELO BANCO.
           SELECT ARQUIVO-RETORNO
           ASSIGN TO "RETFORN.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETORNO-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "RETFORN.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDPAGTO.cob".
           COPY "FDPAGREM.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RETORNO.
       01  LINHA-RETORNO.
           05 RET-TIPO-REG        PIC X(01).
           05 RET-DADOS           PIC X(79).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CONTA-BANCO-MOVIMENTO   PIC 9(03).
       01  CONTA-BANCO-VALIDA-SW   PIC X(01).
           88 CONTA-BANCO-VALIDA   VALUE "S".
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  PAGREM-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RETORNO-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-RETORNO           PIC X.
       01  FINAL-PAGREM            PIC X.

       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    LAYOUT FIXO DO DETALHE DO RETORNO - TITULO, FORNECEDOR,
      *    DATA E VALOR PAGOS, OCORRENCIA ("00" = PAGO) E MOTIVO.
       01  DETALHE-RETORNO.
           05 RET-TITULO           PIC 9(06).
           05 RET-FORNECEDOR       PIC 9(06).
           05 RET-DATA-PAGTO       PIC 9(08).
           05 RET-VALOR-PAGO       PIC 9(09)V9(02).
           05 RET-OCORRENCIA       PIC X(02).
               88 RET-PAGO            VALUE "00".
           05 RET-MOTIVO           PIC X(30).

      *    ULTIMA SITUACAO DE CADA TITULO NO CONTROLE DA REMESSA -
      *    SO O TITULO AINDA "E" (ENVIADO) ACEITA RETORNO.
       01  TABELA-REMETIDOS.
           05 QTD-REMETIDOS        PIC 9(04) VALUE ZEROS.
           05 REMETIDO-ITEM OCCURS 1000 TIMES.
               10 REMETIDO-TITULO     PIC 9(06).
               10 REMETIDO-SITUACAO   PIC X(01).
               10 REMETIDO-VALOR      PIC 9(08)V9(02).
       01  IDX-REM                 PIC 9(04).
       01  TITULO-PROCURADO        PIC 9(06).

       01  LINHA-DETALHE.
           05 DET-TITULO           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-FORNECEDOR       PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-OCORRENCIA       PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MOTIVO           PIC X(30).

       01  TOTAL-PAGOS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-DIVERGENTES       PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-REMESSA       PIC 9(06) VALUE ZEROS.
       01  VALOR-PAGO-TOTAL        PIC 9(11)V9(02) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- RETORNO BANCARIO DE FORNECEDORES ----".
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-CONTA-BANCO.

           OPEN INPUT ARQUIVO-RETORNO.
           IF RETORNO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RETORNO RETFORN.RET NAO "
                       "DISPONIVEL - STATUS : " RETORNO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM CARREGA-CONTROLE-REMESSA.

           OPEN EXTEND ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PAGTO.
           OPEN EXTEND ARQUIVO-PAGREM.
           IF PAGREM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PAGREM.
           PERFORM ABRE-RELATORIO-REJEITADOS.

           MOVE "N" TO FINAL-RETORNO.
           PERFORM LEIA-PROXIMO-RETORNO.
           PERFORM PROCESSA-LINHA-RETORNO
                   UNTIL FINAL-RETORNO IS EQUAL "S".

           PERFORM FECHA-RELATORIO-REJEITADOS.
           CLOSE ARQUIVO-RETORNO.
           CLOSE ARQUIVO-PAGTO.
           CLOSE ARQUIVO-PAGREM.

           MOVE VALOR-PAGO-TOTAL TO TOTAL-EDITADO.
           DISPLAY "==============================================".
           DISPLAY "CONFERENCIA DO RETORNO :".
           DISPLAY "  TITULOS PAGOS           : " TOTAL-PAGOS.
           DISPLAY "  VALOR TOTAL PAGO        : " TOTAL-EDITADO.
           DISPLAY "  COM VALOR DIVERGENTE    : " TOTAL-DIVERGENTES.
           DISPLAY "  REJEITADOS PELO BANCO   : " TOTAL-REJEITADOS.
           DISPLAY "  SEM REMESSA PENDENTE    : " TOTAL-SEM-REMESSA.
           DISPLAY "==============================================".
           IF TOTAL-REJEITADOS IS GREATER THAN ZEROS
               DISPLAY "REJEITADOS LISTADOS EM RETFORN.REL - VOLTAM "
                       "NA PROXIMA REMESSA."
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA BAIXA POSSA SER ATRIBUIDA A ALGUEM NA AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

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
           MOVE PAGREM-TITULO TO TITULO-PROCURADO.
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
           MOVE PAGREM-VALOR    TO REMETIDO-VALOR(IDX-REM).
           PERFORM LEIA-PROXIMO-PAGREM.

       LOCALIZA-REMETIDO.
           MOVE 1 TO IDX-REM.
           PERFORM AVANCA-REMETIDO
                   UNTIL IDX-REM IS GREATER THAN QTD-REMETIDOS
                   OR REMETIDO-TITULO(IDX-REM) IS EQUAL
                      TITULO-PROCURADO.

       AVANCA-REMETIDO.
           ADD 1 TO IDX-REM.

       LEIA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO AT END
           MOVE "S" TO FINAL-RETORNO.

      *    SOMENTE OS DETALHES ("1") SAO PROCESSADOS - HEADER E
      *    TRAILER DO BANCO SAO IGNORADOS.
       PROCESSA-LINHA-RETORNO.
           IF RET-TIPO-REG IS EQUAL "1"
               MOVE RET-DADOS TO DETALHE-RETORNO
               PERFORM PROCESSA-DETALHE-RETORNO.
           PERFORM LEIA-PROXIMO-RETORNO.

       PROCESSA-DETALHE-RETORNO.
           MOVE RET-TITULO TO TITULO-PROCURADO.
           PERFORM LOCALIZA-REMETIDO.
           IF IDX-REM IS GREATER THAN QTD-REMETIDOS
               ADD 1 TO TOTAL-SEM-REMESSA
               DISPLAY "SEM REMESSA PENDENTE : TITULO " RET-TITULO
                       " - IGNORADO."
           ELSE
               IF REMETIDO-SITUACAO(IDX-REM) IS NOT EQUAL "E"
                   ADD 1 TO TOTAL-SEM-REMESSA
                   DISPLAY "SEM REMESSA PENDENTE : TITULO "
                           RET-TITULO " - IGNORADO."
               ELSE
                   IF RET-PAGO
                       PERFORM BAIXA-TITULO-PAGO
                   ELSE
                       PERFORM REGISTRA-TITULO-REJEITADO.

      *    O PAGAMENTO ENTRA EM PAGTOS.DAT COMO NUMA BAIXA MANUAL -
      *    O SALDO DO TITULO PASSA A CONSIDERA-LO NA HORA.
       BAIXA-TITULO-PAGO.
           MOVE RET-TITULO      TO PAGTO-TITULO.
           MOVE RET-FORNECEDOR  TO PAGTO-FORNECEDOR.
           MOVE RET-DATA-PAGTO  TO PAGTO-DATA.
           MOVE RET-VALOR-PAGO  TO PAGTO-VALOR.
           MOVE CONTA-BANCO-MOVIMENTO TO PAGTO-CONTA-BANCO.
           WRITE PAGTO-REGISTRO.
           MOVE "P" TO REMETIDO-SITUACAO(IDX-REM).
           MOVE "P" TO PAGREM-SITUACAO.
           PERFORM GRAVA-SITUACAO-NO-CONTROLE.
           ADD 1 TO TOTAL-PAGOS.
           ADD RET-VALOR-PAGO TO VALOR-PAGO-TOTAL.
           MOVE RET-VALOR-PAGO TO VALOR-EDITADO.
           IF RET-VALOR-PAGO IS NOT EQUAL REMETIDO-VALOR(IDX-REM)
               ADD 1 TO TOTAL-DIVERGENTES
               DISPLAY "DIVERGENTE : TITULO " RET-TITULO
                       " PAGO " VALOR-EDITADO
           ELSE
               DISPLAY "PAGO : TITULO " RET-TITULO " "
                       VALOR-EDITADO.
           PERFORM REGISTRA-AUDITORIA-BAIXA.

       REGISTRA-TITULO-REJEITADO.
           MOVE "R" TO REMETIDO-SITUACAO(IDX-REM).
           MOVE "R" TO PAGREM-SITUACAO.
           PERFORM GRAVA-SITUACAO-NO-CONTROLE.
           ADD 1 TO TOTAL-REJEITADOS.
           MOVE RET-TITULO      TO DET-TITULO.
           MOVE RET-FORNECEDOR  TO DET-FORNECEDOR.
           MOVE REMETIDO-VALOR(IDX-REM) TO DET-VALOR.
           MOVE RET-OCORRENCIA  TO DET-OCORRENCIA.
           MOVE RET-MOTIVO      TO DET-MOTIVO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY "REJEITADO : TITULO " RET-TITULO " OCORRENCIA "
                   RET-OCORRENCIA " " RET-MOTIVO.

       GRAVA-SITUACAO-NO-CONTROLE.
           MOVE RET-TITULO      TO PAGREM-TITULO.
           MOVE RET-FORNECEDOR  TO PAGREM-FORNECEDOR.
           MOVE DATA-CORRENTE   TO PAGREM-DATA.
           MOVE RET-VALOR-PAGO  TO PAGREM-VALOR.
           MOVE RET-OCORRENCIA  TO PAGREM-OCORRENCIA.
           MOVE RET-MOTIVO      TO PAGREM-MOTIVO.
           WRITE PAGREM-REGISTRO.

       ABRE-RELATORIO-REJEITADOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAGAMENTOS REJEITADOS PELO BANCO - RETORNO DE "
                  DATA-CORRENTE
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TITULO  FORNEC          VALOR  OC  MOTIVO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       FECHA-RELATORIO-REJEITADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE REJEITADOS : " TOTAL-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

       REGISTRA-AUDITORIA-BAIXA.
           MOVE "TITULO-PAG"     TO AUDIT-ENTIDADE.
           MOVE RET-TITULO       TO AUDIT-CODIGO.
           MOVE "RETBANCO"       TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PAGTO BANCO AO FORNECEDOR " RET-FORNECEDOR "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG157" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

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
