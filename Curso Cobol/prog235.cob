       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG235.

      *    EXPURGO COM ARQUIVAMENTO ANUAL DO CONTAS A RECEBER E DO
      *    CONTAS A PAGAR - NOTAFISC.DAT, NOTAPARC.DAT, RECEB.DAT,
      *    NOTACRED.DAT, ESTOQMOV.DAT, CONTAPAG.DAT E PAGTOS.DAT
      *    CRESCEM PARA SEMPRE. NO DESENHO DO EXPURGO DA AUDITORIA
      *    (PROG139), SAEM DOS ARQUIVOS VIVOS PARA ARQUIVOS ANUAIS
      *    COM NOME MONTADO PELO ANO (NOTAAAAA.ARQ, NPARAAAA.ARQ,
      *    RECBAAAA.ARQ, NCRDAAAA.ARQ, EMOVAAAA.ARQ, TITUAAAA.ARQ E
      *    PAGTAAAA.ARQ), COM TOTAIS DE CONTROLE POR ANO :
      *    - AS NOTAS EMITIDAS ANTES DO ANO DE CORTE JA ENCERRADAS -
      *      CANCELADAS, OU ABERTAS COM RECEBIMENTOS MAIS NOTAS DE
      *      CREDITO COBRINDO O TOTAL - E SEM TRANSMISSAO NF-E EM
      *      ANDAMENTO, LEVANDO JUNTO AS PARCELAS, OS RECEBIMENTOS E
      *      AS NOTAS DE CREDITO DELAS (TUDO NO ANO DA NOTA, PARA O
      *      EXTRATO DO ANO ARQUIVADO FECHAR). NOTA BAIXADA COMO
      *      PERDA (PROG107) FICA NO ARQUIVO VIVO;
      *    - OS MOVIMENTOS DE ESTOQUE DE ANOS ANTERIORES AO CORTE (O
      *      SALDO CONTINUA NO CADASTRO DE PRODUTOS E POR FILIAL);
      *    - OS TITULOS A PAGAR EMITIDOS ANTES DO ANO DE CORTE JA
      *      CANCELADOS OU PAGOS POR INTEIRO, COM OS PAGAMENTOS.
      *    CADA ARQUIVO VIVO SO E' REGRAVADO DEPOIS DE A CONTAGEM
      *    CONFERIR (MOVIDOS + MANTIDOS = LIDOS) - SEM AS NOTAS OU
      *    SEM OS TITULOS CONFERIDOS, OS ARQUIVOS DEPENDENTES NEM SAO
      *    TOCADOS. ATE 5000 NOTAS E 5000 TITULOS POR EXECUCAO - O
      *    QUE PASSAR FICA PARA A EXECUCAO SEGUINTE. A AUDITORIA DA
      *    NUMERACAO (PROG109), O EXTRATO (PROG62) E A CONSULTA 360
      *    (PROG152) TEM A OPCAO DE LER UM ANO DE ARQUIVO. ANO DE
      *    CORTE EM BRANCO E' O LOTE DO YEARJOB (CORTE NO ANO
      *    FECHADO), PROTEGIDO PELO CHECKPOINT DO ANO, COM INICIO E
      *    FIM NO MSGLOG E RETURN-CODE 8 QUANDO A CONTAGEM NAO
      *    CONFERE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELPAGTO.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELCHECKPT.cob".
      *    ARQUIVOS ANUAIS COM NOME MONTADO EM TEMPO DE EXECUCAO -
      *    UM PARA CADA LAYOUT, RELIDOS COM REGISTRO FIXO DO MESMO
      *    TAMANHO DO ARQUIVO VIVO PELAS CONSULTAS.
           SELECT OPTIONAL ARQUIVO-ANUALNOTA
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALNOTA-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALPARC
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALPARC-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALRECB
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALRECB-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALNCRD
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALNCRD-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALEMOV
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALEMOV-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALTITU
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALTITU-ARQ-STATUS.

           SELECT OPTIONAL ARQUIVO-ANUALPAGT
           ASSIGN TO NOME-ARQUIVO-ANUAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ANUALPAGT-ARQ-STATUS.
      *    ARQUIVO DE TRABALHO COM OS REGISTROS MANTIDOS.
           SELECT ARQUIVO-VIVOTMP
           ASSIGN TO "EXPURGO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VIVOTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDPAGTO.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDCHECKPT.cob".

       FD  ARQUIVO-ANUALNOTA.
       01  ANUALNOTA-REGISTRO      PIC X(995).

       FD  ARQUIVO-ANUALPARC.
       01  ANUALPARC-REGISTRO      PIC X(26).

       FD  ARQUIVO-ANUALRECB.
       01  ANUALRECB-REGISTRO      PIC X(62).

       FD  ARQUIVO-ANUALNCRD.
       01  ANUALNCRD-REGISTRO      PIC X(848).

       FD  ARQUIVO-ANUALEMOV.
       01  ANUALEMOV-REGISTRO      PIC X(50).

       FD  ARQUIVO-ANUALTITU.
       01  ANUALTITU-REGISTRO      PIC X(144).

       FD  ARQUIVO-ANUALPAGT.
       01  ANUALPAGT-REGISTRO      PIC X(33).

       FD  ARQUIVO-VIVOTMP.
       01  VIVOTMP-REGISTRO        PIC X(995).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  ANUALNOTA-ARQ-STATUS    PIC X(02).
       01  ANUALPARC-ARQ-STATUS    PIC X(02).
       01  ANUALRECB-ARQ-STATUS    PIC X(02).
       01  ANUALNCRD-ARQ-STATUS    PIC X(02).
       01  ANUALEMOV-ARQ-STATUS    PIC X(02).
       01  ANUALTITU-ARQ-STATUS    PIC X(02).
       01  ANUALPAGT-ARQ-STATUS    PIC X(02).
       01  VIVOTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-RECEB             PIC X.

       01  NOME-ARQUIVO-ANUAL      PIC X(14).
       01  ANO-DE-CORTE            PIC 9(04).
       01  ANO-DO-REGISTRO         PIC 9(04).
       01  VALOR-DO-REGISTRO       PIC 9(10)V9(02).

       01  QTD-LIDOS               PIC 9(06).
       01  QTD-MOVIDOS             PIC 9(06).
       01  QTD-MANTIDOS            PIC 9(06).
       01  QTD-CONFERENCIA         PIC 9(06).
       01  TOTAL-LIDOS-GERAL       PIC 9(06) VALUE ZEROS.
       01  TOTAL-MOVIDOS-GERAL     PIC 9(06) VALUE ZEROS.
       01  CONTAGEM-CONFERE-SW     PIC X(01).
           88 CONTAGEM-CONFERE     VALUE "S".
       01  NOTAS-CONFERIDAS-SW     PIC X(01) VALUE "N".
           88 NOTAS-CONFERIDAS     VALUE "S".
       01  TITULOS-CONFERIDOS-SW   PIC X(01) VALUE "N".
           88 TITULOS-CONFERIDOS   VALUE "S".
       01  ARQUIVA-SW              PIC X(01).
           88 ARQUIVA-REGISTRO     VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    TOTAIS DE CONTROLE POR ANO ARQUIVADO - QUANTIDADE E
      *    VALOR (O MOVIMENTO DE ESTOQUE SO TEM QUANTIDADE).
       01  TABELA-ANOS.
           05 QTD-ANOS             PIC 9(02) VALUE ZEROS.
           05 ANO-ITEM OCCURS 20 TIMES.
               10 ANO-TAB-ANO         PIC 9(04).
               10 ANO-TAB-QTD         PIC 9(06).
               10 ANO-TAB-VALOR       PIC 9(12)V9(02).
       01  IDX-ANO                 PIC 9(02).
       01  ANO-ACHADO-SW           PIC X(01).
           88 ANO-ACHADO           VALUE "S".
       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    NOTAS DE CREDITO SOMADAS POR NOTA DE ORIGEM - ABATEM O
      *    SALDO DA NOTA COMO NO EXTRATO (PROG62). UMA NOTA QUE NAO
      *    COUBER NA TABELA PARECE MENOS QUITADA E FICA VIVA.
       01  TABELA-CREDITOS.
           05 QTD-CREDITOS         PIC 9(04) VALUE ZEROS.
           05 CREDITO-ITEM OCCURS 5000 TIMES.
               10 CRED-NOTA           PIC 9(06).
               10 CRED-VALOR          PIC 9(10)V9(02).
       01  IDX-CREDITO             PIC 9(04).
       01  CREDITO-ACHADO-SW       PIC X(01).
           88 CREDITO-ACHADO       VALUE "S".

      *    NOTAS ARQUIVADAS NESTA EXECUCAO, COM O ANO DA EMISSAO -
      *    GUIAM O ARQUIVAMENTO DAS PARCELAS, DOS RECEBIMENTOS E DAS
      *    NOTAS DE CREDITO, QUE VAO PARA O ARQUIVO DO ANO DA NOTA.
       01  TABELA-NOTAS-ARQ.
           05 QTD-NOTAS-ARQ        PIC 9(04) VALUE ZEROS.
           05 NARQ-ITEM OCCURS 5000 TIMES.
               10 NARQ-NUMERO         PIC 9(06).
               10 NARQ-ANO            PIC 9(04).
       01  IDX-NARQ                PIC 9(04).
       01  NOTA-PROCURADA          PIC 9(06).
       01  NOTA-ARQUIVADA-SW       PIC X(01).
           88 NOTA-ARQUIVADA       VALUE "S".
       01  VALOR-QUITADO           PIC 9(10)V9(02).

      *    PAGAMENTOS SOMADOS POR TITULO, COMO NA PROGRAMACAO DE
      *    PAGAMENTOS (PROG147).
       01  TABELA-PAGOS.
           05 QTD-PAGOS            PIC 9(04) VALUE ZEROS.
           05 PAGO-ITEM OCCURS 5000 TIMES.
               10 PAGO-TITULO         PIC 9(06).
               10 PAGO-VALOR          PIC 9(10)V9(02).
       01  IDX-PAGO                PIC 9(04).
       01  PAGO-ACHADO-SW          PIC X(01).
           88 PAGO-ACHADO          VALUE "S".
       01  VALOR-A-PAGAR           PIC 9(08)V9(02).

      *    TITULOS ARQUIVADOS NESTA EXECUCAO, COM O ANO DA EMISSAO.
       01  TABELA-TITULOS-ARQ.
           05 QTD-TITULOS-ARQ      PIC 9(04) VALUE ZEROS.
           05 TARQ-ITEM OCCURS 5000 TIMES.
               10 TARQ-NUMERO         PIC 9(06).
               10 TARQ-ANO            PIC 9(04).
       01  IDX-TARQ                PIC 9(04).
       01  TITULO-PROCURADO        PIC 9(06).
       01  TITULO-ARQUIVADO-SW     PIC X(01).
           88 TITULO-ARQUIVADO     VALUE "S".

      *    CHECKPOINT DE PASSO DO YEARJOB (VER SELCHECKPT) - EVITA
      *    QUE UMA CADEIA RETOMADA REPITA UM PASSO JA CONCLUIDO NO
      *    FECHAMENTO DO ANO. SO VALE NO LOTE (ENTRADA EM BRANCO).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MODO-LOTE-SW            PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- EXPURGO ANUAL DE NOTAS E TITULOS ----".
           DISPLAY "ARQUIVAR NOTAS E TITULOS EMITIDOS ANTES DO ANO "
                   "(AAAA - ENTER = ULTIMO ANO FECHADO) : ".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE ZEROS TO ANO-DE-CORTE.
           ACCEPT ANO-DE-CORTE.
           IF ANO-DE-CORTE IS NOT NUMERIC
                   OR ANO-DE-CORTE IS EQUAL ZEROS
               MOVE "S" TO MODO-LOTE-SW
               COMPUTE ANO-DE-CORTE = DATA-CORRENTE-ANO - 1
               DISPLAY "ANO DE CORTE ASSUMIDO : " ANO-DE-CORTE.
      *    CORTE DEPOIS DO ANO CORRENTE ARQUIVARIA O MOVIMENTO DE
      *    HOJE.
           IF ANO-DE-CORTE IS GREATER THAN DATA-CORRENTE-ANO
               DISPLAY "ANO DE CORTE INVALIDO - PROCESSAMENTO "
                       "INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "EXPURGO JA FEITO NO FECHAMENTO DO ANO - "
                           "PASSO PULADO (VER PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.

           DISPLAY "-- NOTAS DE VENDA (NOTAFISC.DAT) --".
           PERFORM CARREGA-CREDITOS.
           PERFORM EXPURGA-NOTAS.
           IF NOTAS-CONFERIDAS
               DISPLAY "-- PARCELAS (NOTAPARC.DAT) --"
               PERFORM EXPURGA-PARCELAS
               DISPLAY "-- RECEBIMENTOS (RECEB.DAT) --"
               PERFORM EXPURGA-RECEBIMENTOS
               DISPLAY "-- NOTAS DE CREDITO (NOTACRED.DAT) --"
               PERFORM EXPURGA-CREDITOS
           ELSE
               DISPLAY "PARCELAS, RECEBIMENTOS E NOTAS DE CREDITO "
                       "MANTIDOS INTACTOS.".
           DISPLAY "-- MOVIMENTOS DE ESTOQUE (ESTOQMOV.DAT) --".
           PERFORM EXPURGA-ESTOQMOV.
           DISPLAY "-- TITULOS A PAGAR (CONTAPAG.DAT) --".
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM EXPURGA-TITULOS.
           IF TITULOS-CONFERIDOS
               DISPLAY "-- PAGAMENTOS (PAGTOS.DAT) --"
               PERFORM EXPURGA-PAGAMENTOS
           ELSE
               DISPLAY "PAGAMENTOS MANTIDOS INTACTOS.".

           IF MODO-LOTE
                   AND RETURN-CODE IS EQUAL ZEROS
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *===============================================================
      *    NOTAS DE VENDA - O ARQUIVO E' INDEXADO E A LEITURA PELA
      *    CHAVE DEVOLVE AS NOTAS EM ORDEM DE NUMERO, QUE E' A ORDEM
      *    DA REGRAVACAO.
      *===============================================================
       CARREGA-CREDITOS.
           MOVE ZEROS TO QTD-CREDITOS.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-NOTACRED
               PERFORM SOMA-UM-CREDITO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UM-CREDITO.
           MOVE NCRED-NOTA-ORIGEM TO NOTA-PROCURADA.
           PERFORM PROCURA-CREDITO-DA-NOTA.
           IF NOT CREDITO-ACHADO
               IF QTD-CREDITOS IS LESS THAN 5000
                   ADD 1 TO QTD-CREDITOS
                   MOVE QTD-CREDITOS TO IDX-CREDITO
                   MOVE NCRED-NOTA-ORIGEM TO CRED-NOTA(IDX-CREDITO)
                   MOVE ZEROS TO CRED-VALOR(IDX-CREDITO)
                   MOVE "S" TO CREDITO-ACHADO-SW.
           IF CREDITO-ACHADO
               ADD NCRED-VALOR-TOTAL TO CRED-VALOR(IDX-CREDITO).
           PERFORM LEIA-PROXIMA-NOTACRED.

       PROCURA-CREDITO-DA-NOTA.
           MOVE 1 TO IDX-CREDITO.
           MOVE "N" TO CREDITO-ACHADO-SW.
           PERFORM COMPARA-CREDITO
                   UNTIL CREDITO-ACHADO
                   OR IDX-CREDITO IS GREATER THAN QTD-CREDITOS.

       COMPARA-CREDITO.
           IF CRED-NOTA(IDX-CREDITO) IS EQUAL NOTA-PROCURADA
               MOVE "S" TO CREDITO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-CREDITO.

       EXPURGA-NOTAS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           MOVE ZEROS TO QTD-NOTAS-ARQ.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE NOTAS VAZIO - NADA A EXPURGAR."
               CLOSE ARQUIVO-NOTA
           ELSE
               OPEN INPUT ARQUIVO-RECEB
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-NOTA
               PERFORM DISTRIBUI-NOTA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTA
               CLOSE ARQUIVO-RECEB
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   MOVE "S" TO NOTAS-CONFERIDAS-SW
                   PERFORM REGRAVA-NOTAS.
           IF QTD-NOTAS-ARQ IS NOT LESS THAN 5000
               DISPLAY "LIMITE DE 5000 NOTAS POR EXECUCAO ATINGIDO - "
                       "AS DEMAIS FICAM PARA A PROXIMA.".

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DISTRIBUI-NOTA.
           ADD 1 TO QTD-LIDOS.
           PERFORM VERIFICA-NOTA-ENCERRADA.
           IF ARQUIVA-REGISTRO
               MOVE NOTA-DATA-ANO TO ANO-DO-REGISTRO
               MOVE NOTA-VALOR-TOTAL TO VALOR-DO-REGISTRO
               ADD 1 TO QTD-NOTAS-ARQ
               MOVE NOTA-NUMERO TO NARQ-NUMERO(QTD-NOTAS-ARQ)
               MOVE NOTA-DATA-ANO TO NARQ-ANO(QTD-NOTAS-ARQ)
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "NOTA" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE NOTA-REGISTRO TO ANUALNOTA-REGISTRO
               PERFORM GRAVA-NO-ANUAL-NOTA
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE NOTA-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMA-NOTA.

      *    SO NOTA DE ANO ANTERIOR AO CORTE, COM A NF-E FORA DE
      *    QUALQUER TRANSMISSAO PENDENTE (PROG173/PROG174), E JA
      *    ENCERRADA - CANCELADA, OU ABERTA COM RECEBIMENTOS MAIS
      *    NOTAS DE CREDITO COBRINDO O TOTAL.
       VERIFICA-NOTA-ENCERRADA.
           MOVE "N" TO ARQUIVA-SW.
           IF NOTA-DATA-ANO IS LESS THAN ANO-DE-CORTE
                   AND QTD-NOTAS-ARQ IS LESS THAN 5000
                   AND (NFE-LEGADO OR NFE-AUTORIZADA
                        OR NFE-CANCELADA OR NFE-INUTILIZADA)
               IF NOTA-CANCELADA
                   MOVE "S" TO ARQUIVA-SW
               ELSE
                   IF NOTA-ABERTA
                       PERFORM APURA-QUITACAO-DA-NOTA
                       IF VALOR-QUITADO IS NOT LESS THAN
                               NOTA-VALOR-TOTAL
                           MOVE "S" TO ARQUIVA-SW.

       APURA-QUITACAO-DA-NOTA.
           MOVE ZEROS TO VALOR-QUITADO.
           MOVE NOTA-NUMERO TO RECEB-NOTA-NUMERO.
           MOVE ZEROS TO RECEB-SEQUENCIA.
           START ARQUIVO-RECEB KEY IS NOT LESS THAN RECEB-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-RECEB
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-RECEB.
           IF FINAL-RECEB IS EQUAL "N"
               PERFORM LEIA-PROXIMO-RECEB-DA-NOTA
               PERFORM SOMA-RECEB-DA-NOTA
                       UNTIL FINAL-RECEB IS EQUAL "S".
           MOVE NOTA-NUMERO TO NOTA-PROCURADA.
           PERFORM PROCURA-CREDITO-DA-NOTA.
           IF CREDITO-ACHADO
               ADD CRED-VALOR(IDX-CREDITO) TO VALOR-QUITADO.

       LEIA-PROXIMO-RECEB-DA-NOTA.
           READ ARQUIVO-RECEB NEXT RECORD AT END
           MOVE "S" TO FINAL-RECEB.
           IF FINAL-RECEB IS NOT EQUAL "S"
                   AND RECEB-NOTA-NUMERO IS NOT EQUAL NOTA-NUMERO
               MOVE "S" TO FINAL-RECEB.

       SOMA-RECEB-DA-NOTA.
           ADD RECEB-VALOR TO VALOR-QUITADO.
           PERFORM LEIA-PROXIMO-RECEB-DA-NOTA.

       REGRAVA-NOTAS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-NOTA.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-NOTA.
           DISPLAY "NOTAS REGRAVADAS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADAS.".

       DEVOLVE-NOTA.
           MOVE VIVOTMP-REGISTRO TO NOTA-REGISTRO.
           WRITE NOTA-REGISTRO INVALID KEY
               DISPLAY "CHAVE DUPLICADA NA REGRAVACAO : " NOTA-NUMERO
               MOVE 8 TO RETURN-CODE.
           PERFORM LEIA-VIVOTMP.

      *    PROCURA NA TABELA DAS NOTAS ARQUIVADAS NESTA EXECUCAO.
       PROCURA-NOTA-ARQUIVADA.
           MOVE 1 TO IDX-NARQ.
           MOVE "N" TO NOTA-ARQUIVADA-SW.
           PERFORM COMPARA-NOTA-ARQUIVADA
                   UNTIL NOTA-ARQUIVADA
                   OR IDX-NARQ IS GREATER THAN QTD-NOTAS-ARQ.

       COMPARA-NOTA-ARQUIVADA.
           IF NARQ-NUMERO(IDX-NARQ) IS EQUAL NOTA-PROCURADA
               MOVE "S" TO NOTA-ARQUIVADA-SW
           ELSE
               ADD 1 TO IDX-NARQ.

      *===============================================================
      *    PARCELAS, RECEBIMENTOS E NOTAS DE CREDITO - SEGUEM A NOTA
      *    PARA O ARQUIVO DO ANO DELA.
      *===============================================================
       EXPURGA-PARCELAS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE PARCELAS VAZIO - NADA A EXPURGAR."
               CLOSE ARQUIVO-NOTAPARC
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-PARCELA
               PERFORM DISTRIBUI-PARCELA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTAPARC
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   PERFORM REGRAVA-PARCELAS.

       LEIA-PROXIMA-PARCELA.
           READ ARQUIVO-NOTAPARC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DISTRIBUI-PARCELA.
           ADD 1 TO QTD-LIDOS.
           MOVE NOTAPARC-NOTA TO NOTA-PROCURADA.
           PERFORM PROCURA-NOTA-ARQUIVADA.
           IF NOTA-ARQUIVADA
               MOVE NARQ-ANO(IDX-NARQ) TO ANO-DO-REGISTRO
               MOVE NOTAPARC-VALOR TO VALOR-DO-REGISTRO
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "NPAR" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE NOTAPARC-REGISTRO TO ANUALPARC-REGISTRO
               PERFORM GRAVA-NO-ANUAL-PARCELA
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE NOTAPARC-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMA-PARCELA.

       REGRAVA-PARCELAS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-NOTAPARC.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-PARCELA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-NOTAPARC.
           DISPLAY "PARCELAS REGRAVADAS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADAS.".

       DEVOLVE-PARCELA.
           MOVE VIVOTMP-REGISTRO TO NOTAPARC-REGISTRO.
           WRITE NOTAPARC-REGISTRO.
           PERFORM LEIA-VIVOTMP.

       EXPURGA-RECEBIMENTOS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RECEBIMENTOS VAZIO - NADA A "
                       "EXPURGAR."
               CLOSE ARQUIVO-RECEB
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RECEB
               PERFORM DISTRIBUI-RECEB
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RECEB
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   PERFORM REGRAVA-RECEBIMENTOS.

       LEIA-PROXIMO-RECEB.
           READ ARQUIVO-RECEB NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DISTRIBUI-RECEB.
           ADD 1 TO QTD-LIDOS.
           MOVE RECEB-NOTA-NUMERO TO NOTA-PROCURADA.
           PERFORM PROCURA-NOTA-ARQUIVADA.
           IF NOTA-ARQUIVADA
               MOVE NARQ-ANO(IDX-NARQ) TO ANO-DO-REGISTRO
               MOVE RECEB-VALOR TO VALOR-DO-REGISTRO
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "RECB" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE RECEB-REGISTRO TO ANUALRECB-REGISTRO
               PERFORM GRAVA-NO-ANUAL-RECEB
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE RECEB-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMO-RECEB.

       REGRAVA-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-RECEB.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-RECEB
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-RECEB.
           DISPLAY "RECEBIMENTOS REGRAVADOS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADOS.".

       DEVOLVE-RECEB.
           MOVE VIVOTMP-REGISTRO TO RECEB-REGISTRO.
           WRITE RECEB-REGISTRO INVALID KEY
               DISPLAY "CHAVE DUPLICADA NA REGRAVACAO : " RECEB-CHAVE
               MOVE 8 TO RETURN-CODE.
           PERFORM LEIA-VIVOTMP.

       EXPURGA-CREDITOS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE NOTAS DE CREDITO VAZIO - NADA A "
                       "EXPURGAR."
               CLOSE ARQUIVO-NOTACRED
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-NOTACRED
               PERFORM DISTRIBUI-CREDITO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTACRED
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   PERFORM REGRAVA-CREDITOS.

       DISTRIBUI-CREDITO.
           ADD 1 TO QTD-LIDOS.
           MOVE NCRED-NOTA-ORIGEM TO NOTA-PROCURADA.
           PERFORM PROCURA-NOTA-ARQUIVADA.
           IF NOTA-ARQUIVADA
               MOVE NARQ-ANO(IDX-NARQ) TO ANO-DO-REGISTRO
               MOVE NCRED-VALOR-TOTAL TO VALOR-DO-REGISTRO
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "NCRD" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE NOTACRED-REGISTRO TO ANUALNCRD-REGISTRO
               PERFORM GRAVA-NO-ANUAL-CREDITO
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE NOTACRED-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMA-NOTACRED.

       REGRAVA-CREDITOS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-NOTACRED.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-CREDITO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-NOTACRED.
           DISPLAY "NOTAS DE CREDITO REGRAVADAS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADAS.".

       DEVOLVE-CREDITO.
           MOVE VIVOTMP-REGISTRO TO NOTACRED-REGISTRO.
           WRITE NOTACRED-REGISTRO.
           PERFORM LEIA-VIVOTMP.

      *===============================================================
      *    MOVIMENTOS DE ESTOQUE - PELO ANO DO MOVIMENTO.
      *===============================================================
       EXPURGA-ESTOQMOV.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "LIVRO DE ESTOQUE VAZIO - NADA A EXPURGAR."
               CLOSE ARQUIVO-ESTOQMOV
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESTOQMOV
               PERFORM DISTRIBUI-ESTOQMOV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESTOQMOV
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   PERFORM REGRAVA-ESTOQMOV.

       LEIA-PROXIMO-ESTOQMOV.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DISTRIBUI-ESTOQMOV.
           ADD 1 TO QTD-LIDOS.
           MOVE ESTOQMOV-DATA-ANO TO ANO-DO-REGISTRO.
           IF ANO-DO-REGISTRO IS LESS THAN ANO-DE-CORTE
               MOVE ZEROS TO VALOR-DO-REGISTRO
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "EMOV" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE ESTOQMOV-REGISTRO TO ANUALEMOV-REGISTRO
               PERFORM GRAVA-NO-ANUAL-ESTOQMOV
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE ESTOQMOV-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMO-ESTOQMOV.

       REGRAVA-ESTOQMOV.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-ESTOQMOV.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-ESTOQMOV
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-ESTOQMOV.
           DISPLAY "LIVRO DE ESTOQUE REGRAVADO COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADOS.".

       DEVOLVE-ESTOQMOV.
           MOVE VIVOTMP-REGISTRO TO ESTOQMOV-REGISTRO.
           WRITE ESTOQMOV-REGISTRO.
           PERFORM LEIA-VIVOTMP.

      *===============================================================
      *    TITULOS A PAGAR E PAGAMENTOS.
      *===============================================================
       CARREGA-PAGAMENTOS.
           MOVE ZEROS TO QTD-PAGOS.
           OPEN INPUT ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGTO
               PERFORM SOMA-UM-PAGTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PAGTO.

       LEIA-PROXIMO-PAGTO.
           READ ARQUIVO-PAGTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UM-PAGTO.
           MOVE PAGTO-TITULO TO TITULO-PROCURADO.
           PERFORM PROCURA-PAGO-DO-TITULO.
           IF NOT PAGO-ACHADO
               IF QTD-PAGOS IS LESS THAN 5000
                   ADD 1 TO QTD-PAGOS
                   MOVE QTD-PAGOS TO IDX-PAGO
                   MOVE PAGTO-TITULO TO PAGO-TITULO(IDX-PAGO)
                   MOVE ZEROS TO PAGO-VALOR(IDX-PAGO)
                   MOVE "S" TO PAGO-ACHADO-SW.
           IF PAGO-ACHADO
               ADD PAGTO-VALOR TO PAGO-VALOR(IDX-PAGO).
           PERFORM LEIA-PROXIMO-PAGTO.

       PROCURA-PAGO-DO-TITULO.
           MOVE 1 TO IDX-PAGO.
           MOVE "N" TO PAGO-ACHADO-SW.
           PERFORM COMPARA-PAGO
                   UNTIL PAGO-ACHADO
                   OR IDX-PAGO IS GREATER THAN QTD-PAGOS.

       COMPARA-PAGO.
           IF PAGO-TITULO(IDX-PAGO) IS EQUAL TITULO-PROCURADO
               MOVE "S" TO PAGO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-PAGO.

       EXPURGA-TITULOS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           MOVE ZEROS TO QTD-TITULOS-ARQ.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CONTAS A PAGAR VAZIO - NADA A EXPURGAR."
               CLOSE ARQUIVO-CTAPAG
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM DISTRIBUI-TITULO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CTAPAG
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   MOVE "S" TO TITULOS-CONFERIDOS-SW
                   PERFORM REGRAVA-TITULOS.
           IF QTD-TITULOS-ARQ IS NOT LESS THAN 5000
               DISPLAY "LIMITE DE 5000 TITULOS POR EXECUCAO ATINGIDO "
                       "- OS DEMAIS FICAM PARA A PROXIMA.".

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DISTRIBUI-TITULO.
           ADD 1 TO QTD-LIDOS.
           PERFORM VERIFICA-TITULO-ENCERRADO.
           IF ARQUIVA-REGISTRO
               MOVE TITULO-EMIS-ANO TO ANO-DO-REGISTRO
               MOVE TITULO-VALOR TO VALOR-DO-REGISTRO
               ADD 1 TO QTD-TITULOS-ARQ
               MOVE TITULO-NUMERO TO TARQ-NUMERO(QTD-TITULOS-ARQ)
               MOVE TITULO-EMIS-ANO TO TARQ-ANO(QTD-TITULOS-ARQ)
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "TITU" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE TITULO-REGISTRO TO ANUALTITU-REGISTRO
               PERFORM GRAVA-NO-ANUAL-TITULO
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE TITULO-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMO-TITULO.

      *    SO TITULO EMITIDO ANTES DO ANO DE CORTE JA CANCELADO, OU
      *    ABERTO COM OS PAGAMENTOS COBRINDO O LIQUIDO (O VALOR, NOS
      *    TITULOS SEM O CAMPO) - RETIDO E PENDENTE DE APROVACAO
      *    FICAM VIVOS.
       VERIFICA-TITULO-ENCERRADO.
           MOVE "N" TO ARQUIVA-SW.
           IF TITULO-EMIS-ANO IS LESS THAN ANO-DE-CORTE
                   AND QTD-TITULOS-ARQ IS LESS THAN 5000
               IF TITULO-CANCELADO
                   MOVE "S" TO ARQUIVA-SW
               ELSE
                   IF TITULO-ABERTO
                       PERFORM APURA-QUITACAO-DO-TITULO
                       IF PAGO-ACHADO
                               AND PAGO-VALOR(IDX-PAGO) IS NOT LESS
                                   THAN VALOR-A-PAGAR
                           MOVE "S" TO ARQUIVA-SW.

       APURA-QUITACAO-DO-TITULO.
           MOVE TITULO-VALOR TO VALOR-A-PAGAR.
           IF TITULO-VALOR-LIQUIDO IS NUMERIC
                   AND TITULO-VALOR-LIQUIDO IS GREATER THAN ZEROS
               MOVE TITULO-VALOR-LIQUIDO TO VALOR-A-PAGAR.
           MOVE TITULO-NUMERO TO TITULO-PROCURADO.
           PERFORM PROCURA-PAGO-DO-TITULO.

       REGRAVA-TITULOS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-CTAPAG.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-TITULO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-CTAPAG.
           DISPLAY "TITULOS REGRAVADOS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADOS.".

       DEVOLVE-TITULO.
           MOVE VIVOTMP-REGISTRO TO TITULO-REGISTRO.
           WRITE TITULO-REGISTRO.
           PERFORM LEIA-VIVOTMP.

       PROCURA-TITULO-ARQUIVADO.
           MOVE 1 TO IDX-TARQ.
           MOVE "N" TO TITULO-ARQUIVADO-SW.
           PERFORM COMPARA-TITULO-ARQUIVADO
                   UNTIL TITULO-ARQUIVADO
                   OR IDX-TARQ IS GREATER THAN QTD-TITULOS-ARQ.

       COMPARA-TITULO-ARQUIVADO.
           IF TARQ-NUMERO(IDX-TARQ) IS EQUAL TITULO-PROCURADO
               MOVE "S" TO TITULO-ARQUIVADO-SW
           ELSE
               ADD 1 TO IDX-TARQ.

       EXPURGA-PAGAMENTOS.
           MOVE ZEROS TO QTD-LIDOS.
           MOVE ZEROS TO QTD-MOVIDOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO QTD-ANOS.
           OPEN INPUT ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE PAGAMENTOS VAZIO - NADA A "
                       "EXPURGAR."
               CLOSE ARQUIVO-PAGTO
           ELSE
               OPEN OUTPUT ARQUIVO-VIVOTMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGTO
               PERFORM DISTRIBUI-PAGTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PAGTO
               CLOSE ARQUIVO-VIVOTMP
               PERFORM CONFERE-CONTAGEM
               IF CONTAGEM-CONFERE
                   PERFORM REGRAVA-PAGAMENTOS.

       DISTRIBUI-PAGTO.
           ADD 1 TO QTD-LIDOS.
           MOVE PAGTO-TITULO TO TITULO-PROCURADO.
           PERFORM PROCURA-TITULO-ARQUIVADO.
           IF TITULO-ARQUIVADO
               MOVE TARQ-ANO(IDX-TARQ) TO ANO-DO-REGISTRO
               MOVE PAGTO-VALOR TO VALOR-DO-REGISTRO
               MOVE SPACES TO NOME-ARQUIVO-ANUAL
               STRING "PAGT" ANO-DO-REGISTRO ".ARQ"
                      DELIMITED BY SIZE
                 INTO NOME-ARQUIVO-ANUAL
               MOVE PAGTO-REGISTRO TO ANUALPAGT-REGISTRO
               PERFORM GRAVA-NO-ANUAL-PAGTO
               ADD 1 TO QTD-MOVIDOS
               PERFORM ACUMULA-CONTROLE-DO-ANO
           ELSE
               MOVE PAGTO-REGISTRO TO VIVOTMP-REGISTRO
               WRITE VIVOTMP-REGISTRO
               ADD 1 TO QTD-MANTIDOS.
           PERFORM LEIA-PROXIMO-PAGTO.

       REGRAVA-PAGAMENTOS.
           OPEN INPUT ARQUIVO-VIVOTMP.
           OPEN OUTPUT ARQUIVO-PAGTO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-VIVOTMP.
           PERFORM DEVOLVE-PAGTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-VIVOTMP.
           CLOSE ARQUIVO-PAGTO.
           DISPLAY "PAGAMENTOS REGRAVADOS COM " QTD-MANTIDOS
                   " REGISTROS - " QTD-MOVIDOS " ARQUIVADOS.".

       DEVOLVE-PAGTO.
           MOVE VIVOTMP-REGISTRO TO PAGTO-REGISTRO.
           WRITE PAGTO-REGISTRO.
           PERFORM LEIA-VIVOTMP.

      *===============================================================
      *    ROTINAS COMUNS.
      *===============================================================
       LEIA-VIVOTMP.
           READ ARQUIVO-VIVOTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    CONFERE A CONTAGEM DO ARQUIVO RECEM DISTRIBUIDO - SO COM
      *    A CONTA FECHADA O ARQUIVO VIVO PODE SER REGRAVADO.
       CONFERE-CONTAGEM.
           COMPUTE QTD-CONFERENCIA = QTD-MOVIDOS + QTD-MANTIDOS.
           PERFORM IMPRIME-TOTAIS-DE-CONTROLE.
           ADD QTD-LIDOS TO TOTAL-LIDOS-GERAL.
           ADD QTD-MOVIDOS TO TOTAL-MOVIDOS-GERAL.
           IF QTD-CONFERENCIA IS NOT EQUAL QTD-LIDOS
               DISPLAY "** CONTAGEM NAO CONFERE (" QTD-LIDOS
                       " LIDOS) - ARQUIVO VIVO MANTIDO INTACTO **"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO CONTAGEM-CONFERE-SW
           ELSE
               MOVE "S" TO CONTAGEM-CONFERE-SW.

       GRAVA-NO-ANUAL-NOTA.
           OPEN EXTEND ARQUIVO-ANUALNOTA.
           IF ANUALNOTA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALNOTA.
           WRITE ANUALNOTA-REGISTRO.
           CLOSE ARQUIVO-ANUALNOTA.

       GRAVA-NO-ANUAL-PARCELA.
           OPEN EXTEND ARQUIVO-ANUALPARC.
           IF ANUALPARC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALPARC.
           WRITE ANUALPARC-REGISTRO.
           CLOSE ARQUIVO-ANUALPARC.

       GRAVA-NO-ANUAL-RECEB.
           OPEN EXTEND ARQUIVO-ANUALRECB.
           IF ANUALRECB-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALRECB.
           WRITE ANUALRECB-REGISTRO.
           CLOSE ARQUIVO-ANUALRECB.

       GRAVA-NO-ANUAL-CREDITO.
           OPEN EXTEND ARQUIVO-ANUALNCRD.
           IF ANUALNCRD-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALNCRD.
           WRITE ANUALNCRD-REGISTRO.
           CLOSE ARQUIVO-ANUALNCRD.

       GRAVA-NO-ANUAL-ESTOQMOV.
           OPEN EXTEND ARQUIVO-ANUALEMOV.
           IF ANUALEMOV-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALEMOV.
           WRITE ANUALEMOV-REGISTRO.
           CLOSE ARQUIVO-ANUALEMOV.

       GRAVA-NO-ANUAL-TITULO.
           OPEN EXTEND ARQUIVO-ANUALTITU.
           IF ANUALTITU-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALTITU.
           WRITE ANUALTITU-REGISTRO.
           CLOSE ARQUIVO-ANUALTITU.

       GRAVA-NO-ANUAL-PAGTO.
           OPEN EXTEND ARQUIVO-ANUALPAGT.
           IF ANUALPAGT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ANUALPAGT.
           WRITE ANUALPAGT-REGISTRO.
           CLOSE ARQUIVO-ANUALPAGT.

       ACUMULA-CONTROLE-DO-ANO.
           MOVE 1 TO IDX-ANO.
           MOVE "N" TO ANO-ACHADO-SW.
           PERFORM PROCURA-ANO
                   UNTIL ANO-ACHADO
                   OR IDX-ANO IS GREATER THAN QTD-ANOS.
           IF NOT ANO-ACHADO
               IF QTD-ANOS IS LESS THAN 20
                   ADD 1 TO QTD-ANOS
                   MOVE QTD-ANOS TO IDX-ANO
                   MOVE ANO-DO-REGISTRO TO ANO-TAB-ANO(IDX-ANO)
                   MOVE ZEROS TO ANO-TAB-QTD(IDX-ANO)
                   MOVE ZEROS TO ANO-TAB-VALOR(IDX-ANO)
                   MOVE "S" TO ANO-ACHADO-SW.
           IF ANO-ACHADO
               ADD 1 TO ANO-TAB-QTD(IDX-ANO)
               ADD VALOR-DO-REGISTRO TO ANO-TAB-VALOR(IDX-ANO).

       PROCURA-ANO.
           IF ANO-TAB-ANO(IDX-ANO) IS EQUAL ANO-DO-REGISTRO
               MOVE "S" TO ANO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-ANO.

       IMPRIME-TOTAIS-DE-CONTROLE.
           DISPLAY "TOTAIS DE CONTROLE POR ANO ARQUIVADO :".
           MOVE 1 TO IDX-ANO.
           PERFORM IMPRIME-UM-ANO
                   UNTIL IDX-ANO IS GREATER THAN QTD-ANOS.

       IMPRIME-UM-ANO.
           MOVE ANO-TAB-VALOR(IDX-ANO) TO VALOR-EDITADO.
           DISPLAY "  ANO " ANO-TAB-ANO(IDX-ANO) " : "
                   ANO-TAB-QTD(IDX-ANO) " REGISTROS - VALOR "
                   VALOR-EDITADO.
           ADD 1 TO IDX-ANO.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT =
                   ((DATA-CORRENTE-ANO - 1) * 10000) + 1231.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                       "STATUS : " CHECKPT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CHECKPT.
           PERFORM LEIA-PROXIMO-CHECKPT.
           PERFORM COMPARA-CHECKPT
                   UNTIL PASSO-JA-EXECUTADO
                   OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG235"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG235" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84/PROG234).
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
           MOVE TOTAL-LIDOS-GERAL TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-MOVIDOS-GERAL TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG235" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
