      *    QUE O SALDO E GRAVA O PAGAMENTO COM A DATA INFORMADA
      *    (VALIDADA NA ROTINA CENTRAL DE DATAS). TODA BAIXA VAI PARA
      *    A TRILHA DE AUDITORIA.
      *    2026-10-15 O PAGAMENTO PASSOU A GRAVAR A CONTA DA EMPRESA
      *    DE ONDE SAIU O DINHEIRO (CONTABCO.DAT), PEDIDA NO INICIO
      *    DA SESSAO - BASE DA CONCILIACAO BANCARIA (PROG160).
      *    2026-10-15 SO O VALOR LIQUIDO DO TITULO E' PAGAVEL - OS
      *    TRIBUTOS RETIDOS NA FONTE (PROG146) SAO RECOLHIDOS PELA
      *    EMPRESA E SAEM DO SALDO A BAIXAR.
      *    2026-10-15 TITULO PENDENTE DE APROVACAO (PROG231) OU RETIDO
      *    NA CONFERENCIA COM O PEDIDO TEM A BAIXA RECUSADA COM O
      *    MOTIVO PROPRIO - SO TITULO ABERTO E' PAGAVEL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELPAGTO.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDPAGTO.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CONTA-BANCO-MOVIMENTO   PIC 9(03).
       01  CONTA-BANCO-VALIDA-SW   PIC X(01).
           88 CONTA-BANCO-VALIDA   VALUE "S".
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  TITULO-ACHADO-SW        PIC X(01).
           88 TITULO-ACHADO        VALUE "S".
       01  VALOR-JA-PAGO           PIC 9(10)V9(02).
       01  VALOR-A-PAGAR           PIC 9(08)V9(02).
       01  SALDO-DO-TITULO         PIC S9(08)V9(02).
       01  DATA-INFORMADA          PIC X(08).
       01  DATA-DO-PAGAMENTO       PIC 9(08).
           DISPLAY "---- BAIXA DE PAGAMENTO - CONTAS A PAGAR ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-CONTA-BANCO.

           MOVE SPACE TO CONTINUA-SW.
           PERFORM BAIXA-UM-TITULO
                   DISPLAY "TITULO " NUMERO-INFORMADO
                           " NAO ENCONTRADO."
               ELSE
                   IF TITULO-PENDENTE-APROV
                       DISPLAY "TITULO " NUMERO-INFORMADO
                               " AGUARDANDO APROVACAO DO SUPERVISOR"
                               " - BAIXA RECUSADA."
                   ELSE
                   IF TITULO-RETIDO
                       DISPLAY "TITULO " NUMERO-INFORMADO
                               " RETIDO NA CONFERENCIA COM O PEDIDO"
                               " - BAIXA RECUSADA."
                   ELSE
                   IF NOT TITULO-ABERTO
                       DISPLAY "TITULO " NUMERO-INFORMADO
                               " CANCELADO - BAIXA RECUSADA."

       PROCESSA-BAIXA.
           PERFORM SOMA-PAGAMENTOS-DO-TITULO.
           MOVE TITULO-VALOR TO VALOR-A-PAGAR.
           IF TITULO-VALOR-LIQUIDO IS NUMERIC
                   AND TITULO-VALOR-LIQUIDO IS GREATER THAN ZEROS
               MOVE TITULO-VALOR-LIQUIDO TO VALOR-A-PAGAR.
           COMPUTE SALDO-DO-TITULO = VALOR-A-PAGAR - VALOR-JA-PAGO.
           MOVE TITULO-VALOR TO VALOR-EDITADO.
           DISPLAY "TITULO " TITULO-NUMERO " - FORNECEDOR "
                   TITULO-FORNECEDOR " - " TITULO-DESCRICAO.
           DISPLAY "VALOR : " VALOR-EDITADO.
           IF VALOR-A-PAGAR IS NOT EQUAL TITULO-VALOR
               MOVE VALOR-A-PAGAR TO VALOR-EDITADO
               DISPLAY "LIQUIDO DOS RETIDOS NA FONTE : " VALOR-EDITADO.
           MOVE SALDO-DO-TITULO TO VALOR-EDITADO.
           DISPLAY "SALDO EM ABERTO : " VALOR-EDITADO.
           IF SALDO-DO-TITULO IS NOT GREATER THAN ZEROS
           MOVE TITULO-FORNECEDOR    TO PAGTO-FORNECEDOR.
           MOVE DATA-DO-PAGAMENTO    TO PAGTO-DATA.
           MOVE VALOR-PAGAMENTO      TO PAGTO-VALOR.
           MOVE CONTA-BANCO-MOVIMENTO TO PAGTO-CONTA-BANCO.
           OPEN EXTEND ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PAGTO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG148" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    CONTA DA EMPRESA (CONTABCO.DAT, VER PROG159) DO PAGAMENTO -
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
