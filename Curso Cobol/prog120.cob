      *    PAGAMENTO EM FOLHAREG.DAT COM O TIPO "V" - OS ACUMULADOS
      *    E EXTRATOS DE TRIBUTOS PASSAM A ENXERGA-LO. GOZO JA PAGO
      *    NA COMPETENCIA E' PULADO.
      *    2026-10-15 O REGISTRO DE FERIAS SAI COM OS ADICIONAIS DA
      *    FOLHA MENSAL (NOTURNO, INSALUBRIDADE, PERICULOSIDADE)
      *    ZERADOS.
      *    2026-10-15 A PENSAO ALIMENTICIA JUDICIAL QUE INCIDE SOBRE
      *    AS FERIAS (PENSAO.DAT, VER PROG194) PASSOU A SER
      *    DESCONTADA SOBRE FERIAS MAIS TERCO (OU SOBRE O LIQUIDO
      *    DELES), ABATIDA DA BASE DO IRRF, MOSTRADA NO RECIBO E
      *    GRAVADA EM PENSAOPG.DAT PARA A REMESSA (PROG71).
      *    2026-10-15 O REGISTRO DE FERIAS SAI COM O REEMBOLSO DE
      *    DESPESAS ZERADO - SO A FOLHA MENSAL PAGA REEMBOLSO
      *    (PROG39).

       ENVIRONMENT DIVISION.

           COPY "SELFUNCIONARIO.cob".
           COPY "SELCAMBIO.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPENSAOPG.cob".
      *    ARQUIVO DE IMPRESSAO DOS RECIBOS DE FERIAS.
           SELECT ARQUIVO-RECIBO
           ASSIGN TO "FERIASPG.REL"
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPENSAOPG.cob".

       FD  ARQUIVO-RECIBO.
       01  LINHA-RECIBO            PIC X(70).
       01  DESCONTO-IR             PIC 9(06)V9(02).
       01  LIQUIDO-FERIAS          PIC 9(06)V9(02).
       01  VALOR-EDITADO           PIC $ZZZ,ZZ9.99.

      *    PENSOES ALIMENTICIAS QUE INCIDEM SOBRE AS FERIAS
      *    (PENSAO.DAT, VER PROG194) - O ABONO PECUNIARIO, QUE E'
      *    INDENIZATORIO, NAO ENTRA NA BASE.
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
               10 PENS-VALOR          PIC 9(06)V9(02).
       01  IDX-PENSAO              PIC 9(03).
       01  TEM-PENSAO-SW           PIC X(01).
           88 TEM-PENSAO           VALUE "S".
       01  PASSADA-PENSAO          PIC 9(01).
       01  BASE-PENSAO-BRUTA       PIC 9(06)V9(02).
       01  BASE-PENSAO-LIQUIDA     PIC 9(06)V9(02).
       01  VALOR-PENSAO-FUNC       PIC 9(06)V9(02).
       01  PERC-PENSAO-EDITADO     PIC Z9.99.
       01  TOTAL-PAGAS             PIC 9(03) VALUE ZEROS.
       01  TOTAL-PULADAS           PIC 9(03) VALUE ZEROS.

           PERFORM CARREGA-TABELA-CAMBIO.
           PERFORM CARREGA-TABELA-DESCONTOS.
           PERFORM CARREGA-GOZOS-JA-PAGOS.
           PERFORM CARREGA-PENSOES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               STOP RUN.
           OPEN OUTPUT ARQUIVO-RECIBO.
           PERFORM ABRE-FOLHAREG-GRAVACAO.
           OPEN EXTEND ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PENSAOPG.

           OPEN INPUT ARQUIVO-FERIAS.
           IF FERIAS-ARQ-STATUS IS NOT EQUAL "00"
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-RECIBO.
           CLOSE ARQUIVO-FOLHAREG.
           CLOSE ARQUIVO-PENSAOPG.

           DISPLAY "===================================".
           DISPLAY "FERIAS PAGAS NA COMPETENCIA : " TOTAL-PAGAS.

           COMPUTE BASE-INSS = VALOR-FERIAS + VALOR-TERCO.
           PERFORM CALCULA-DESCONTO-INSS.
           MOVE ZEROS TO VALOR-PENSAO-FUNC.
           PERFORM CALCULA-DESCONTO-IRRF.
           PERFORM APURA-PENSAO-ALIMENTICIA.
           COMPUTE BRUTO-FERIAS =
                   VALOR-FERIAS + VALOR-TERCO + VALOR-ABONO.
           COMPUTE LIQUIDO-FERIAS =
                   BRUTO-FERIAS - DESCONTO-INSS - DESCONTO-IR
                   - VALOR-PENSAO-FUNC.

           PERFORM IMPRIME-RECIBO.
           PERFORM GRAVA-REGISTRO-FERIAS.
           ELSE
               ADD 1 TO IDX-FAIXA.

      *    A PENSAO ALIMENTICIA TAMBEM SAI DA BASE DO IRRF - SE AS
      *    DEDUCOES SUPERAREM FERIAS MAIS TERCO A BASE E' ZERO.
       CALCULA-DESCONTO-IRRF.
           IF VALOR-FERIAS + VALOR-TERCO IS GREATER THAN
                   DESCONTO-INSS + VALOR-PENSAO-FUNC
               COMPUTE BASE-IRRF =
                       VALOR-FERIAS + VALOR-TERCO - DESCONTO-INSS
                       - VALOR-PENSAO-FUNC
           ELSE
               MOVE ZEROS TO BASE-IRRF.
           MOVE 1 TO IDX-FAIXA.
           MOVE "N" TO FAIXA-ACHADA-SW.
           PERFORM PROCURA-FAIXA-IRRF
           ELSE
               ADD 1 TO IDX-FAIXA.

      *    CARREGA AS PENSOES QUE INCIDEM SOBRE AS FERIAS - ARQUIVO
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
      *    DESCONTADA - AS FERIAS NAO SAO PAGAS SEM ELA.
       GUARDA-PENSAO-NA-TABELA.
           IF PENSAO-NAS-FERIAS
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
                   MOVE ZEROS TO PENS-VALOR(QTD-PENSOES).
           PERFORM LEIA-PROXIMA-PENSAO.

      *    A PENSAO SOBRE O LIQUIDO DEPENDE DO IRRF, QUE ABATE A
      *    PENSAO DA BASE - OS DOIS SAO RECALCULADOS EM PASSADAS,
      *    COMO NA FOLHA (PROG39).
       APURA-PENSAO-ALIMENTICIA.
           MOVE "N" TO TEM-PENSAO-SW.
           MOVE 1 TO IDX-PENSAO.
           PERFORM VERIFICA-PENSAO-DO-FUNC
                   UNTIL TEM-PENSAO
                   OR IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           IF TEM-PENSAO
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
           MOVE ZEROS TO VALOR-PENSAO-FUNC.
           COMPUTE BASE-PENSAO-BRUTA = VALOR-FERIAS + VALOR-TERCO.
           IF BASE-PENSAO-BRUTA IS GREATER THAN
                   DESCONTO-INSS + DESCONTO-IR
               COMPUTE BASE-PENSAO-LIQUIDA =
                       BASE-PENSAO-BRUTA - DESCONTO-INSS
                       - DESCONTO-IR
           ELSE
               MOVE ZEROS TO BASE-PENSAO-LIQUIDA.
           MOVE 1 TO IDX-PENSAO.
           PERFORM CALCULA-UMA-PENSAO
                   UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.

       CALCULA-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
               IF PENS-BASE(IDX-PENSAO) IS EQUAL "L"
                   COMPUTE PENS-VALOR(IDX-PENSAO) ROUNDED =
                           BASE-PENSAO-LIQUIDA *
                           PENS-PERCENTUAL(IDX-PENSAO) / 100
               ELSE
                   COMPUTE PENS-VALOR(IDX-PENSAO) ROUNDED =
                           BASE-PENSAO-BRUTA *
                           PENS-PERCENTUAL(IDX-PENSAO) / 100
               END-IF
               ADD PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-FUNC.
           ADD 1 TO IDX-PENSAO.

      *    CADA PENSAO DESCONTADA NAS FERIAS VIRA UM VALOR A PAGAR
      *    AO BENEFICIARIO - A REMESSA (PROG71) CREDITA.
       GRAVA-PENSOES-A-PAGAR.
           MOVE 1 TO IDX-PENSAO.
           PERFORM GRAVA-UMA-PENSAO-A-PAGAR
                   UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.

       GRAVA-UMA-PENSAO-A-PAGAR.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE COMPETENCIA-FERIAS TO PENSAOPG-COMPETENCIA
               MOVE "V" TO PENSAOPG-ORIGEM
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

       IMPRIME-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE PENS-VALOR(IDX-PENSAO) TO VALOR-EDITADO
               MOVE PENS-PERCENTUAL(IDX-PENSAO)
                    TO PERC-PENSAO-EDITADO
               MOVE SPACES TO LINHA-RECIBO
               STRING "  PENSAO (-) (" PERC-PENSAO-EDITADO
                      "%) ......... " VALOR-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-RECIBO
               WRITE LINHA-RECIBO.
           ADD 1 TO IDX-PENSAO.

       PROCURA-TAXA-CAMBIO.
           MOVE 1 TO IDX-CAMBIO.
           MOVE "N" TO CAMBIO-ENCONTRADO-SW.
                  DELIMITED BY SIZE
             INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.
           IF VALOR-PENSAO-FUNC IS GREATER THAN ZEROS
               MOVE 1 TO IDX-PENSAO
               PERFORM IMPRIME-UMA-PENSAO
                       UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           MOVE LIQUIDO-FERIAS TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RECIBO.
           STRING "LIQUIDO A RECEBER ............. " VALOR-EDITADO
           MOVE LIQUIDO-FERIAS TO FOLHAREG-LIQUIDO.
           MOVE FUNCIONARIO-MOEDA TO FOLHAREG-MOEDA.
           MOVE CAMBIO-TAXA-ENCONTRADA TO FOLHAREG-TAXA-CAMBIO.
           MOVE ZEROS TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
                       " NAO REGRAVADA.".
           PERFORM GRAVA-PENSOES-A-PAGAR.
