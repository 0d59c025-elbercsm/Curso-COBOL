      *    2026-09-02 AS FAIXAS DE DESCONTO PASSARAM A VIR DA ROTINA
      *    CENTRAL PROG122, QUE APLICA A VERSAO DA TABELA EM VIGOR
      *    NA COMPETENCIA DA PARCELA (TABDESCV.DAT/PROG123).
      *    2026-10-15 A PARCELA DO 13O SAI COM OS ADICIONAIS DA
      *    FOLHA MENSAL (NOTURNO, INSALUBRIDADE, PERICULOSIDADE)
      *    ZERADOS NO FOLHAREG.
      *    2026-10-15 A PENSAO ALIMENTICIA JUDICIAL QUE INCIDE SOBRE
      *    O 13O (PENSAO.DAT, VER PROG194) PASSOU A SER DESCONTADA
      *    NAS DUAS PARCELAS - NA SEGUNDA SOBRE O 13O CHEIO, ABATIDA
      *    DA BASE DO IRRF E DO QUE JA FOI DESCONTADO NA PRIMEIRA -
      *    E GRAVADA EM PENSAOPG.DAT PARA A REMESSA (PROG71).
      *    2026-10-15 RODA TAMBEM NO YEARJOB - PARCELA EM BRANCO E' O
      *    LOTE DE FIM DE ANO (SEGUNDA PARCELA DO ANO ANTERIOR),
      *    PROTEGIDO PELO CHECKPOINT DO ANO, COM INICIO E FIM NO
      *    MSGLOG. SEGUNDA PARCELA JA PAGA EM DEZEMBRO DEVOLVE RC 4 E
      *    NAO PARA A CADEIA.
      *    2026-10-15 A PARCELA DO 13O NO FOLHAREG SAI COM O
      *    REEMBOLSO DE DESPESAS ZERADO - SO A FOLHA MENSAL PAGA
      *    REEMBOLSO (PROG39).

       ENVIRONMENT DIVISION.

           COPY "SELCAMBIO.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELPONTO.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPENSAOPG.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCAMBIO.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDPONTO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPENSAOPG.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

       01  HORAS-MEDIAS            PIC 9(03)V9(01).
       01  HORAS-DO-MES            PIC 9(04)V9(01).

      *    PENSOES ALIMENTICIAS QUE INCIDEM SOBRE O 13O (PENSAO.DAT,
      *    VER PROG194) - NA SEGUNDA PARCELA O VALOR DEVIDO SOBRE O
      *    13O CHEIO ABATE O JA DESCONTADO NA PRIMEIRA (PENSAOPG.DAT).
       01  PENSAO-ARQ-STATUS       PIC X(02).
       01  PENSAOPG-ARQ-STATUS     PIC X(02).
       01  FINAL-PENSAO            PIC X.
       01  TABELA-PENSOES.
           05 QTD-PENSOES          PIC 9(03) VALUE ZEROS.
           05 PENSAO-ITEM OCCURS 200 TIMES.
               10 PENS-FUNCIONARIO    PIC 9(06).
               10 PENS-PROCESSO       PIC X(25).
               10 PENS-BENEFICIARIO   PIC X(30).
               10 PENS-BANCO          PIC 9(03).
               10 PENS-AGENCIA        PIC 9(04).
               10 PENS-CONTA          PIC 9(10).
               10 PENS-BASE           PIC X(01).
               10 PENS-PERCENTUAL     PIC 9(02)V9(02).
               10 PENS-TOTAL          PIC 9(06)V9(02).
               10 PENS-PAGO-PARCELA-1 PIC 9(06)V9(02).
               10 PENS-VALOR          PIC 9(06)V9(02).
       01  IDX-PENSAO              PIC 9(03).
       01  TEM-PENSAO-SW           PIC X(01).
           88 TEM-PENSAO           VALUE "S".
       01  PASSADA-PENSAO          PIC 9(01).
       01  BASE-PENSAO-LIQUIDA     PIC 9(06)V9(02).
       01  PENSAO-TOTAL-FUNC       PIC 9(06)V9(02).
       01  VALOR-PENSAO-FUNC       PIC 9(06)V9(02).
       01  VALOR-PENSAO-EDITADO    PIC $ZZZ,ZZ9.99.

      *    FAIXAS PROGRESSIVAS DE INSS E IRRF CARREGADAS DE
      *    TABDESC.DAT NA ABERTURA - AS MESMAS DA FOLHA MENSAL (VER
      *    PROG39 E FDTABDESC).
       01  VALOR-LIQUIDO-EDITADO   PIC $ZZZ,ZZ9.99.
       01  TOTAL-LIQUIDO-EDITADO   PIC $ZZ,ZZZ,ZZ9.99.

      *    CHECKPOINT DE PASSO DO YEARJOB (VER SELCHECKPT) - EVITA
      *    QUE UMA CADEIA RETOMADA REPITA UM PASSO JA CONCLUIDO NO
      *    FECHAMENTO DO ANO. SO VALE NO LOTE (ENTRADAS EM BRANCO).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MODO-LOTE-SW            PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".
       01  MSGLOG-ARQ-STATUS       PIC X(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-ANO-E-PARCELA.
           IF MODO-LOTE
               PERFORM VERIFICA-CHECKPOINT-ANUAL
               IF PASSO-JA-EXECUTADO
                   DISPLAY "13O DE " ANO-REFERENCIA " JA PROCESSADO "
                           "NO FECHAMENTO DO ANO - PASSO PULADO (VER "
                           "PROG76)."
                   STOP RUN.
           PERFORM GRAVA-MSGLOG-INICIO.
           PERFORM CARREGA-TABELA-CAMBIO.
           PERFORM CARREGA-TABELA-DESCONTOS.
           PERFORM CARREGA-PARCELAS-REGISTRADAS.
           PERFORM CARREGA-MEDIA-PONTO.
           PERFORM CARREGA-PENSOES.
           IF PARCELA-SEGUNDA
               PERFORM CARREGA-PENSOES-DA-PARCELA-1.
      *    NO LOTE A SEGUNDA PARCELA JA PAGA NA FOLHA DE DEZEMBRO E'
      *    SO AVISO - O PASSO FICA DADO COMO FEITO NO ANO.
           IF JA-REGISTRADO
               DISPLAY "A PARCELA " PARCELA-INFORMADA " DO 13O DE "
                       ANO-REFERENCIA " JA FOI REGISTRADA."
               IF MODO-LOTE
                   DISPLAY "NADA A PROCESSAR NO FECHAMENTO DO ANO."
                   MOVE 4 TO RETURN-CODE
                   PERFORM GRAVA-CHECKPOINT-ANUAL
                   PERFORM GRAVA-MSGLOG-FIM
                   STOP RUN
               ELSE
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   PERFORM GRAVA-MSGLOG-FIM
                   STOP RUN.
           IF PARCELA-SEGUNDA
                   AND QTD-PARC1 IS EQUAL ZEROS
               DISPLAY "ATENCAO - NENHUMA PRIMEIRA PARCELA REGISTRADA "
                       "PARA " ANO-REFERENCIA " - NADA SERA ABATIDO.".

           PERFORM ABRE-FOLHAREG-GRAVACAO.
           OPEN EXTEND ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PENSAOPG.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM VERIFICA-STATUS-FUNCIONARIO.
           MOVE "N" TO FINAL-ARQUIVO.
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAREG.
           CLOSE ARQUIVO-PENSAOPG.

           MOVE TOTAL-LIQUIDO-13 TO TOTAL-LIQUIDO-EDITADO.
           DISPLAY "===================================".
           DISPLAY "TOTAL LIQUIDO PAGO : " TOTAL-LIQUIDO-EDITADO.
           DISPLAY "REGISTRO GRAVADO EM FOLHAREG.DAT.".

           IF MODO-LOTE
               PERFORM GRAVA-CHECKPOINT-ANUAL.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    O ANO EM BRANCO ASSUME O ANO CORRENTE - A PARCELA E'
      *    OBRIGATORIA (1 = NOVEMBRO, 2 = DEZEMBRO). A PARCELA EM
      *    BRANCO E' O LOTE DO FECHAMENTO ANUAL (YEARJOB) : SEGUNDA
      *    PARCELA E, COM O ANO TAMBEM EM BRANCO, O ANO ANTERIOR.
       PEDE-ANO-E-PARCELA.
           DISPLAY "ANO DE REFERENCIA (AAAA - ENTER = ANO CORRENTE) :".
           MOVE ZEROS TO ANO-REFERENCIA.
           ACCEPT ANO-REFERENCIA.
           IF ANO-REFERENCIA IS NOT NUMERIC
               MOVE ZEROS TO ANO-REFERENCIA.
           DISPLAY "PARCELA (1 = NOVEMBRO / 2 = DEZEMBRO) : ".
           MOVE SPACE TO PARCELA-INFORMADA.
           ACCEPT PARCELA-INFORMADA.
           IF PARCELA-INFORMADA IS EQUAL SPACE
               MOVE "S" TO MODO-LOTE-SW
               MOVE "2" TO PARCELA-INFORMADA
               IF ANO-REFERENCIA IS EQUAL ZEROS
                   COMPUTE ANO-REFERENCIA = DATA-CORRENTE-ANO - 1.
           IF ANO-REFERENCIA IS EQUAL ZEROS
               MOVE DATA-CORRENTE-ANO TO ANO-REFERENCIA.
           IF NOT PARCELA-PRIMEIRA AND NOT PARCELA-SEGUNDA
               DISPLAY "PARCELA INVALIDA - INFORME 1 OU 2.".
           PERFORM PEDE-PARCELA
                   UNTIL PARCELA-PRIMEIRA OR PARCELA-SEGUNDA.
           MOVE ANO-REFERENCIA TO COMPETENCIA-REG-ANO.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    PERCORRE O REGISTRO DA FOLHA GUARDANDO AS PRIMEIRAS
               DISPLAY "ERRO AO ABRIR O REGISTRO DA FOLHA - STATUS : "
                       FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-FOLHAREG.
           PERFORM LEIA-PROXIMO-FOLHAREG.
           COMPUTE VALOR-13-PROPORCIONAL ROUNDED =
                   SALARIO-MENSAL * MESES-TRABALHADOS / 12.

           MOVE ZEROS TO PENSAO-TOTAL-FUNC.
           MOVE ZEROS TO VALOR-PENSAO-FUNC.
           IF PARCELA-PRIMEIRA
               COMPUTE VALOR-PARCELA ROUNDED =
                       VALOR-13-PROPORCIONAL / 2
               MOVE ZEROS TO DESCONTO-INSS
               MOVE ZEROS TO DESCONTO-IR
               PERFORM APURA-PENSAO-ALIMENTICIA
               COMPUTE VALOR-LIQUIDO =
                       VALOR-PARCELA - VALOR-PENSAO-FUNC
           ELSE
               MOVE VALOR-13-PROPORCIONAL TO VALOR-PARCELA
               PERFORM CALCULA-DESCONTO-INSS
               PERFORM CALCULA-DESCONTO-IRRF
               PERFORM APURA-PENSAO-ALIMENTICIA
               PERFORM PROCURA-PARCELA-1-PAGA
               COMPUTE VALOR-LIQUIDO ROUNDED =
                       VALOR-13-PROPORCIONAL - DESCONTO-INSS
                       - DESCONTO-IR - VALOR-PARCELA-1-PAGA
                       - VALOR-PENSAO-FUNC.

       CALCULA-HORAS-MEDIAS.
           MOVE 1 TO IDX-MEDIA.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PONTO - STATUS : "
                       PONTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PONTO.
           PERFORM LEIA-PROXIMO-PONTO.
           ELSE
               ADD 1 TO IDX-FAIXA.

      *    A BASE DO IRRF DO 13O E' O VALOR CHEIO MENOS O INSS, O
      *    ABATIMENTO POR DEPENDENTE E A PENSAO ALIMENTICIA SOBRE O
      *    13O CHEIO - MESMA REGRA DA FOLHA (PROG39).
       CALCULA-DESCONTO-IRRF.
           COMPUTE ABATIMENTOS-IRRF ROUNDED =
                   DESCONTO-INSS +
                   (DEDUCAO-POR-DEPENDENTE * FUNCIONARIO-DEPENDENTES) +
                   PENSAO-TOTAL-FUNC.
           IF VALOR-13-PROPORCIONAL IS GREATER THAN ABATIMENTOS-IRRF
               COMPUTE BASE-IRRF =
                       VALOR-13-PROPORCIONAL - ABATIMENTOS-IRRF
           ELSE
               ADD 1 TO IDX-FAIXA.

      *    CARREGA AS PENSOES QUE INCIDEM SOBRE O 13O - ARQUIVO
      *    OPCIONAL, SEM ELE NADA E' DESCONTADO.
       CARREGA-PENSOES.
           MOVE ZEROS TO QTD-PENSOES.
           OPEN INPUT ARQUIVO-PENSAO.
           IF PENSAO-ARQ-STATUS IS NOT EQUAL "00"
              AND PENSAO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PENSOES - "
                       "STATUS : " PENSAO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PENSAO.
           PERFORM LEIA-PROXIMA-PENSAO.
           PERFORM GUARDA-PENSAO-NA-TABELA
                   UNTIL FINAL-PENSAO IS EQUAL "S".
           CLOSE ARQUIVO-PENSAO.

       LEIA-PROXIMA-PENSAO.
           READ ARQUIVO-PENSAO AT END
           MOVE "S" TO FINAL-PENSAO.

      *    DETERMINACAO QUE NAO CABE NA TABELA DEIXARIA DE SER
      *    DESCONTADA - O 13O NAO E' PROCESSADO SEM ELA.
       GUARDA-PENSAO-NA-TABELA.
           IF PENSAO-NO-13
               IF QTD-PENSOES IS EQUAL 200
                   DISPLAY "TABELA DE PENSOES CHEIA (200) - "
                           "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-PENSOES
                   MOVE PENSAO-FUNCIONARIO
                        TO PENS-FUNCIONARIO(QTD-PENSOES)
                   MOVE PENSAO-PROCESSO
                        TO PENS-PROCESSO(QTD-PENSOES)
                   MOVE PENSAO-BENEFICIARIO
                        TO PENS-BENEFICIARIO(QTD-PENSOES)
                   MOVE PENSAO-BANCO TO PENS-BANCO(QTD-PENSOES)
                   MOVE PENSAO-AGENCIA TO PENS-AGENCIA(QTD-PENSOES)
                   MOVE PENSAO-CONTA TO PENS-CONTA(QTD-PENSOES)
                   MOVE PENSAO-BASE TO PENS-BASE(QTD-PENSOES)
                   MOVE PENSAO-PERCENTUAL
                        TO PENS-PERCENTUAL(QTD-PENSOES)
                   MOVE ZEROS TO PENS-TOTAL(QTD-PENSOES)
                   MOVE ZEROS TO PENS-PAGO-PARCELA-1(QTD-PENSOES)
                   MOVE ZEROS TO PENS-VALOR(QTD-PENSOES).
           PERFORM LEIA-PROXIMA-PENSAO.

      *    PENSOES JA DESCONTADAS NA PRIMEIRA PARCELA DO ANO, PARA
      *    ABATER DO VALOR DEVIDO SOBRE O 13O CHEIO.
       CARREGA-PENSOES-DA-PARCELA-1.
           OPEN INPUT ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS NOT EQUAL "00"
              AND PENSAOPG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PENSOES A PAGAR - "
                       "STATUS : " PENSAOPG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PENSAO.
           PERFORM LEIA-PROXIMA-PENSAOPG.
           PERFORM ABATE-PENSAO-DA-PARCELA-1
                   UNTIL FINAL-PENSAO IS EQUAL "S".
           CLOSE ARQUIVO-PENSAOPG.

       LEIA-PROXIMA-PENSAOPG.
           READ ARQUIVO-PENSAOPG AT END
           MOVE "S" TO FINAL-PENSAO.

       ABATE-PENSAO-DA-PARCELA-1.
           IF PENSAOPG-13-PARCELA-1
                   AND PENSAOPG-COMP-ANO IS EQUAL ANO-REFERENCIA
               MOVE 1 TO IDX-PENSAO
               PERFORM SOMA-PAGO-NA-PARCELA-1
                       UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           PERFORM LEIA-PROXIMA-PENSAOPG.

       SOMA-PAGO-NA-PARCELA-1.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL
                   PENSAOPG-FUNCIONARIO
                   AND PENS-PROCESSO(IDX-PENSAO) IS EQUAL
                       PENSAOPG-PROCESSO
               ADD PENSAOPG-VALOR TO PENS-PAGO-PARCELA-1(IDX-PENSAO).
           ADD 1 TO IDX-PENSAO.

      *    NA PRIMEIRA PARCELA, SEM DESCONTOS LEGAIS, A PENSAO INCIDE
      *    SOBRE A PROPRIA PARCELA. NA SEGUNDA, INCIDE SOBRE O 13O
      *    CHEIO (OU SOBRE O 13O MENOS INSS E IRRF), EM PASSADAS COM
      *    O IRRF COMO NA FOLHA (PROG39), E O JA DESCONTADO NA
      *    PRIMEIRA E' ABATIDO.
       APURA-PENSAO-ALIMENTICIA.
           MOVE "N" TO TEM-PENSAO-SW.
           MOVE 1 TO IDX-PENSAO.
           PERFORM VERIFICA-PENSAO-DO-FUNC
                   UNTIL TEM-PENSAO
                   OR IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           IF TEM-PENSAO
               IF PARCELA-PRIMEIRA
                   PERFORM CALCULA-PENSOES-DO-FUNC
               ELSE
                   MOVE ZEROS TO PASSADA-PENSAO
                   PERFORM RECALCULA-PENSAO-E-IRRF
                           UNTIL PASSADA-PENSAO IS EQUAL 5.

       VERIFICA-PENSAO-DO-FUNC.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO TEM-PENSAO-SW
           ELSE
               ADD 1 TO IDX-PENSAO.

       RECALCULA-PENSAO-E-IRRF.
           PERFORM CALCULA-PENSOES-DO-FUNC.
           PERFORM CALCULA-DESCONTO-IRRF.
           ADD 1 TO PASSADA-PENSAO.

       CALCULA-PENSOES-DO-FUNC.
           MOVE ZEROS TO PENSAO-TOTAL-FUNC.
           MOVE ZEROS TO VALOR-PENSAO-FUNC.
           IF VALOR-PARCELA IS GREATER THAN
                   DESCONTO-INSS + DESCONTO-IR
               COMPUTE BASE-PENSAO-LIQUIDA =
                       VALOR-PARCELA - DESCONTO-INSS - DESCONTO-IR
           ELSE
               MOVE ZEROS TO BASE-PENSAO-LIQUIDA.
           MOVE 1 TO IDX-PENSAO.
           PERFORM CALCULA-UMA-PENSAO
                   UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.

       CALCULA-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
               IF PENS-BASE(IDX-PENSAO) IS EQUAL "L"
                   COMPUTE PENS-TOTAL(IDX-PENSAO) ROUNDED =
                           BASE-PENSAO-LIQUIDA *
                           PENS-PERCENTUAL(IDX-PENSAO) / 100
               ELSE
                   COMPUTE PENS-TOTAL(IDX-PENSAO) ROUNDED =
                           VALOR-PARCELA *
                           PENS-PERCENTUAL(IDX-PENSAO) / 100
               END-IF
               MOVE PENS-TOTAL(IDX-PENSAO) TO PENS-VALOR(IDX-PENSAO)
               IF PARCELA-SEGUNDA
                   IF PENS-TOTAL(IDX-PENSAO) IS GREATER THAN
                           PENS-PAGO-PARCELA-1(IDX-PENSAO)
                       SUBTRACT PENS-PAGO-PARCELA-1(IDX-PENSAO)
                           FROM PENS-VALOR(IDX-PENSAO)
                   ELSE
                       MOVE ZEROS TO PENS-VALOR(IDX-PENSAO)
                   END-IF
               END-IF
               ADD PENS-TOTAL(IDX-PENSAO) TO PENSAO-TOTAL-FUNC
               ADD PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-FUNC.
           ADD 1 TO IDX-PENSAO.

      *    CADA PENSAO DESCONTADA NA PARCELA VIRA UM VALOR A PAGAR
      *    AO BENEFICIARIO - A REMESSA (PROG71) CREDITA.
       GRAVA-PENSOES-A-PAGAR.
           MOVE 1 TO IDX-PENSAO.
           PERFORM GRAVA-UMA-PENSAO-A-PAGAR
                   UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.

       GRAVA-UMA-PENSAO-A-PAGAR.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE COMPETENCIA-REGISTRO TO PENSAOPG-COMPETENCIA
               MOVE PARCELA-INFORMADA TO PENSAOPG-ORIGEM
               MOVE FUNCIONARIO-CODIGO TO PENSAOPG-FUNCIONARIO
               MOVE PENS-PROCESSO(IDX-PENSAO) TO PENSAOPG-PROCESSO
               MOVE PENS-BENEFICIARIO(IDX-PENSAO)
                    TO PENSAOPG-BENEFICIARIO
               MOVE PENS-BANCO(IDX-PENSAO) TO PENSAOPG-BANCO
               MOVE PENS-AGENCIA(IDX-PENSAO) TO PENSAOPG-AGENCIA
               MOVE PENS-CONTA(IDX-PENSAO) TO PENSAOPG-CONTA
               MOVE PENS-VALOR(IDX-PENSAO) TO PENSAOPG-VALOR
               WRITE PENSAOPG-REGISTRO.
           ADD 1 TO IDX-PENSAO.

       EXIBE-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-EDITADO
               DISPLAY "PENSAO ALIMENTICIA (PROC. "
                       PENS-PROCESSO(IDX-PENSAO) ") : "
                       VALOR-PENSAO-EDITADO.
           ADD 1 TO IDX-PENSAO.

      *    AS FAIXAS DE INSS/IRRF E A DEDUCAO POR DEPENDENTE VEM DA
      *    ROTINA CENTRAL PROG122, QUE SELECIONA A VERSAO EM VIGOR
      *    NA COMPETENCIA DA PARCELA (TABDESCV.DAT) E CAI NA TABELA
           IF TABSEL-SEM-TABELA
               DISPLAY "TABELA DE DESCONTOS SEM FAIXAS DE INSS OU "
                       "IRRF - PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE TABSEL-QTD-INSS TO QTD-FAIXAS-INSS.
           MOVE TABSEL-QTD-IRRF TO QTD-FAIXAS-IRRF.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CAMBIO - STATUS : "
                       CAMBIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CAMBIO-ARQ-STATUS IS EQUAL "05"
               DISPLAY "ARQUIVO CAMBIO.DAT NAO ENCONTRADO - EXECUTE "
               DISPLAY "DESCONTO IR   : " DESCONTO-IR-EDITADO
               MOVE VALOR-PARCELA-1-PAGA TO VALOR-PARCELA-EDITADO
               DISPLAY "PARCELA 1 ABATIDA : " VALOR-PARCELA-EDITADO.
           IF VALOR-PENSAO-FUNC IS GREATER THAN ZEROS
               MOVE 1 TO IDX-PENSAO
               PERFORM EXIBE-UMA-PENSAO
                       UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           DISPLAY "LIQUIDO DA PARCELA : " VALOR-LIQUIDO-EDITADO.

       GRAVA-REGISTRO-13.
           MOVE VALOR-LIQUIDO          TO FOLHAREG-LIQUIDO.
           MOVE FUNCIONARIO-MOEDA      TO FOLHAREG-MOEDA.
           MOVE CAMBIO-TAXA-ENCONTRADA TO FOLHAREG-TAXA-CAMBIO.
           MOVE ZEROS                  TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS                  TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS                  TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS                  TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
                       " NAO REGRAVADA.".
           PERFORM GRAVA-PENSOES-A-PAGAR.

      *    O CHECKPOINT DO FECHAMENTO ANUAL LEVA A DATA DE 31/12 DO
      *    ANO PROCESSADO, E NAO A DATA DA EXECUCAO - O YEARJOB PODE
      *    SER RETOMADO EM OUTRO DIA (VER YEARJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-ANUAL.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           COMPUTE DATA-CHECKPOINT = (ANO-REFERENCIA * 10000) + 1231.
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG54"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NO ANO.
       GRAVA-CHECKPOINT-ANUAL.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG54" TO CHECKPT-PROGRAMA.
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
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-FUNCIONARIOS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG54" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
