      *    HORAS FIXAS DO CADASTRO, E O REGISTRO DE INICIO NO MSGLOG
      *    SO E' GRAVADO DEPOIS DA CONSULTA AO CHECKPOINT DIARIO -
      *    UM PASSO PULADO NAO DEIXA MAIS UM INICIO SEM FIM NO LOG.
      *    2026-10-15 O ADICIONAL NOTURNO (20% DO VALOR-HORA SOBRE AS
      *    HORAS NOTURNAS REDUZIDAS APURADAS DAS BATIDAS PELO PROG116)
      *    E OS ADICIONAIS DE INSALUBRIDADE/PERICULOSIDADE DO CARGO
      *    (PERCENTUAIS EM CARGO.DAT, VER PROG125 - PAGO O MAIOR DOS
      *    DOIS, SOBRE O SALARIO-BASE) PASSARAM A SER CALCULADOS NA
      *    FOLHA, SOMADOS AO BRUTO (BASE DE INSS/IRRF, E NO FOLHAREG
      *    BASE DE FGTS E PROVISOES), MOSTRADOS COMO LINHAS PROPRIAS
      *    DO HOLERITE E GRAVADOS EM SEPARADO NO FOLHAREG - ACABAM OS
      *    AJUSTES MANUAIS.
      *    2026-10-15 A PENSAO ALIMENTICIA JUDICIAL (PENSAO.DAT, VER
      *    PROG194) PASSOU A SER DESCONTADA NA FOLHA - PERCENTUAL
      *    SOBRE O BRUTO OU SOBRE O LIQUIDO DOS DESCONTOS LEGAIS,
      *    ABATIDA DA BASE DO IRRF, MOSTRADA POR PROCESSO NO
      *    HOLERITE E GRAVADA EM PENSAOPG.DAT PARA O CREDITO DO
      *    BENEFICIARIO NA REMESSA (PROG71).
      *    2026-10-15 LIQUIDO NEGATIVO (DESCONTOS ACIMA DOS
      *    PROVENTOS) DEIXOU DE SER GRAVADO SEM SINAL - E' REGISTRADO
      *    COMO ZERO, COM AVISO, E RETIDO NA CONFERENCIA DA FOLHA
      *    ANTES DA REMESSA (PROG214).
      *    2026-10-15 OS PEDIDOS DE REEMBOLSO DE DESPESAS APROVADOS
      *    PARA PAGAMENTO NA FOLHA (REEMB.DAT, VER PROG245/PROG246)
      *    PASSARAM A SER SOMADOS AO LIQUIDO COMO VERBA NAO
      *    TRIBUTAVEL (FORA DA BASE DE INSS/IRRF), MOSTRADOS COMO
      *    LINHA DO HOLERITE E MARCADOS COMO PAGOS COM A COMPETENCIA
      *    DA FOLHA - NO REPROCESSAMENTO ENTRAM OS JA PAGOS NELA. O
      *    TOTAL REEMBOLSADO FICA GRAVADO EM CAMPO PROPRIO NO
      *    FOLHAREG (FOLHAREG-REEMBOLSO), PARA O HISTORICO DA FOLHA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           COPY "SELAUSENCIA.cob".
           COPY "SELDEPENDENTE.cob".
           COPY "SELEMPRESTIMO.cob".
           COPY "SELCARGO.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPENSAOPG.cob".
           COPY "SELREEMB.cob".
      *    ARQUIVO DE IMPRESSAO DOS HOLERITES DA FOLHA CORRENTE.
           SELECT ARQUIVO-HOLERITE
           ASSIGN TO "HOLERITE.REL"
           COPY "FDAUSENCIA.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDEMPRESTIMO.cob".
           COPY "FDCARGO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPENSAOPG.cob".
           COPY "FDREEMB.cob".

       FD  ARQUIVO-HOLERITE.
       01  LINHA-HOLERITE          PIC X(80).
       01  VALOR-COMIS-FUNCIONARIO PIC 9(06)V9(02).
       01  VALOR-COMIS-EDITADO     PIC $ZZZ,ZZ9.99.

      *    REEMBOLSOS DE DESPESAS A PAGAR NESTA FOLHA (REEMB.DAT, VER
      *    PROG246) - UM ITEM POR PEDIDO, PARA QUE SO OS PEDIDOS DE
      *    FUNCIONARIO PROCESSADO SEJAM MARCADOS COMO PAGOS.
       01  REEMB-ARQ-STATUS        PIC X(02).
       01  FINAL-REEMB             PIC X.
       01  TABELA-REEMB.
           05 QTD-REEMB            PIC 9(04) VALUE ZEROS.
           05 REEMB-TAB-ITEM OCCURS 5000 TIMES.
               10 REEMB-TAB-NUMERO    PIC 9(06).
               10 REEMB-TAB-FUNC      PIC 9(06).
               10 REEMB-TAB-VALOR     PIC 9(08)V9(02).
               10 REEMB-TAB-PAGO-SW   PIC X(01).
       01  IDX-REEMB               PIC 9(04).
       01  VALOR-REEMB-FUNCIONARIO PIC 9(07)V9(02).
       01  VALOR-REEMB-EDITADO     PIC $Z,ZZZ,ZZ9.99.
       01  TOTAL-REEMB-PAGOS       PIC 9(04) VALUE ZEROS.

      *    ITENS RECORRENTES (BENEF.DAT) E ADESOES (FUNCBEN.DAT) -
      *    APLICADOS NO CALCULO DO LIQUIDO (VER PROG89).
       01  BENEF-ARQ-STATUS        PIC X(02).
               10 PONTO-TAB-NORMAIS   PIC 9(03).
               10 PONTO-TAB-EXTRAS    PIC 9(03).
               10 PONTO-TAB-EXTRAS100 PIC 9(03).
               10 PONTO-TAB-NOTURNAS  PIC 9(03)V9(02).
       01  IDX-PONTO               PIC 9(04).
       01  PONTO-ACHADO-SW         PIC X(01).
           88 PONTO-ACHADO         VALUE "S".
       01  VALOR-DSR-EXTRAS        PIC 9(06)V9(02).
       01  VALOR-EXTRAS-EDITADO    PIC $ZZZ,ZZ9.99.

      *    ADICIONAL NOTURNO - PERCENTUAL SOBRE O VALOR-HORA DAS HORAS
      *    NOTURNAS DO PONTO (JA NA HORA REDUZIDA, VER PROG116). O
      *    VALOR-HORA DO MENSALISTA E' O SALARIO PELAS HORAS DO MES
      *    DO CADASTRO (220 QUANDO NAO INFORMADAS).
       01  PERC-ADIC-NOTURNO       PIC 9(02)V9(02) VALUE 20.
       01  HORAS-MES-PADRAO        PIC 9(03) VALUE 220.
       01  HORAS-NOTURNAS          PIC 9(03)V9(02).
       01  VALOR-HORA-REAIS        PIC 9(06)V9(04).
       01  VALOR-ADIC-NOTURNO      PIC 9(06)V9(02).
       01  HORAS-NOTURNAS-EDITADAS PIC ZZ9.99.

      *    INSALUBRIDADE E PERICULOSIDADE POR CARGO E TIPO (CARGO.DAT,
      *    VER PROG125) - OS DOIS NAO SE ACUMULAM, PAGA-SE O MAIOR,
      *    SOBRE O SALARIO-BASE (HORAS NORMAIS DO HORISTA, SALARIO DO
      *    MES DO MENSALISTA JA PRORRATEADO E COM FALTAS ABATIDAS).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  FINAL-CARGO             PIC X.
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-INSALUBRIDADE   PIC 9(02)V9(02).
               10 CGO-PERICULOSIDADE  PIC 9(02)V9(02).
       01  IDX-CARGO               PIC 9(03).
       01  CARGO-ACHADO-SW         PIC X(01).
           88 CARGO-ACHADO         VALUE "S".
       01  HORAS-NORMAIS-PAGAS     PIC 9(04).
       01  BASE-ADICIONAL-CARGO    PIC 9(06)V9(02).
       01  PERC-INSALUBRIDADE      PIC 9(02)V9(02).
       01  PERC-PERICULOSIDADE     PIC 9(02)V9(02).
       01  VALOR-INSALUBRIDADE     PIC 9(06)V9(02).
       01  VALOR-PERICULOSIDADE    PIC 9(06)V9(02).

      *    PRORRATA DA ADMISSAO NO MEIO DO MES (MENSALISTAS) - OS
      *    DIAS SAO DE CALENDARIO, CONTADOS PELA ROTINA CENTRAL DE
      *    DATAS (PROG95).
       01  VALOR-EMPREST-FUNC      PIC 9(06)V9(02).
       01  VALOR-EMPREST-EDITADO   PIC $ZZZ,ZZ9.99.

      *    PENSOES ALIMENTICIAS JUDICIAIS (PENSAO.DAT, VER PROG194) -
      *    O VALOR DE CADA DETERMINACAO DO FUNCIONARIO CORRENTE FICA
      *    NA TABELA PARA O HOLERITE E PARA O PENSAOPG.DAT.
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
       01  BASE-PENSAO-LIQUIDA     PIC 9(06)V9(02).
       01  VALOR-PENSAO-FUNC       PIC 9(06)V9(02).
       01  VALOR-PENSAO-EDITADO    PIC $ZZZ,ZZ9.99.

      *    FAIXAS PROGRESSIVAS DE INSS E IRRF CARREGADAS DE
      *    TABDESC.DAT NA ABERTURA - CADA FAIXA TRAZ O TETO, A
      *    ALIQUOTA E A PARCELA A DEDUZIR (VER FDTABDESC).
       01  DESCONTO-INSS           PIC 9(6)V9(2).
       01  DESCONTO-IR             PIC 9(6)V9(2).
       01  SALARIO-LIQUIDO         PIC 9(6)V9(2).
       01  LIQUIDO-APURADO         PIC S9(7)V9(2).
       01  TOTAL-LIQUIDO-FOLHA     PIC 9(8)V9(2) VALUE ZEROS.
       01  TOTAL-FUNCIONARIOS      PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-DOCUMENTOS    PIC 9(06) VALUE ZEROS.
           PERFORM EXIBE-TAXAS-DA-FOLHA.
           PERFORM CARREGA-TABELA-DESCONTOS.
           PERFORM CARREGA-PONTO-COMPETENCIA.
           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-FALTAS-COMPETENCIA.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM CARREGA-EMPRESTIMOS.
           PERFORM CARREGA-PENSOES.
           PERFORM CARREGA-RECORRENTES.
           PERFORM VERIFICA-REPROCESSAMENTO.
           PERFORM CARREGA-REEMBOLSOS.
           IF NOT REPROCESSAMENTO
               PERFORM CARREGA-ACUMULADOS-YTD
               OPEN OUTPUT ARQUIVO-HOLERITE
               PERFORM ABRE-FOLHAREG-GRAVACAO
               PERFORM ABRE-PENSAOPG-GRAVACAO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM VERIFICA-STATUS-FUNCIONARIO.
           MOVE "N" TO FINAL-ARQUIVO.
           IF NOT REPROCESSAMENTO
               CLOSE ARQUIVO-HOLERITE
               CLOSE ARQUIVO-FOLHAREG
               CLOSE ARQUIVO-PENSAOPG
               PERFORM GRAVA-ACUMULADOS-YTD
               PERFORM REGRAVA-EMPRESTIMOS
               PERFORM BAIXA-REEMBOLSOS-PAGOS.

           MOVE TOTAL-LIQUIDO-FOLHA TO TOTAL-LIQUIDO-EDITADO.
           DISPLAY "===================================".
           MOVE SALARIO-LIQUIDO        TO FOLHAREG-LIQUIDO.
           MOVE FUNCIONARIO-MOEDA      TO FOLHAREG-MOEDA.
           MOVE CAMBIO-TAXA-ENCONTRADA TO FOLHAREG-TAXA-CAMBIO.
           MOVE VALOR-ADIC-NOTURNO     TO FOLHAREG-ADIC-NOTURNO.
           MOVE VALOR-INSALUBRIDADE    TO FOLHAREG-INSALUBRIDADE.
           MOVE VALOR-PERICULOSIDADE   TO FOLHAREG-PERICULOSIDADE.
           MOVE VALOR-REEMB-FUNCIONARIO TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "REGISTRO DE FOLHA JA EXISTE NO INDEXADO - "
                       "CHAVE " FOLHAREG-CHAVE
                       " NAO REGRAVADA.".
           PERFORM GRAVA-PENSOES-A-PAGAR.

      *    NO REPROCESSAMENTO, COMPARA O CALCULO ATUAL COM O REGISTRO
      *    GRAVADO NA EPOCA E MOSTRA AS DIFERENCAS - O CADASTRO PODE
           MOVE ZEROS TO VALOR-EXTRAS-50.
           MOVE ZEROS TO VALOR-EXTRAS-100.
           MOVE ZEROS TO VALOR-DSR-EXTRAS.
           MOVE FUNCIONARIO-HORAS-MES TO HORAS-NORMAIS-PAGAS.
           IF FUNCIONARIO-HORISTA
               PERFORM PROCURA-PONTO-FUNCIONARIO
               IF PONTO-ACHADO
                   MOVE PONTO-TAB-NORMAIS(IDX-PONTO)
                        TO HORAS-NORMAIS-PAGAS
                   COMPUTE HORAS-APURADAS =
                           PONTO-TAB-NORMAIS(IDX-PONTO) +
                           (PONTO-TAB-EXTRAS(IDX-PONTO) * 1.5) +
                    TO PONTO-TAB-EXTRAS(QTD-PONTO)
               MOVE PONTO-HORAS-EXTRAS-100
                    TO PONTO-TAB-EXTRAS100(QTD-PONTO)
               IF PONTO-HORAS-NOTURNAS IS NUMERIC
                   MOVE PONTO-HORAS-NOTURNAS
                        TO PONTO-TAB-NOTURNAS(QTD-PONTO)
               ELSE
                   MOVE ZEROS TO PONTO-TAB-NOTURNAS(QTD-PONTO)
               END-IF
           ELSE
               MOVE "PONTO" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM CONVERTE-SALARIO-BRUTO.
           PERFORM PRORRATEIA-ADMISSAO-NO-MES.
           PERFORM DESCONTA-FALTAS-DO-MES.
           PERFORM CALCULA-ADICIONAL-NOTURNO.
           PERFORM CALCULA-ADICIONAL-DO-CARGO.
           PERFORM CALCULA-ADICIONAL-TEMPO.
           ADD VALOR-ADICIONAL-TEMPO TO SALARIO-BRUTO-REAIS.
           ADD VALOR-ADIC-NOTURNO    TO SALARIO-BRUTO-REAIS.
           ADD VALOR-INSALUBRIDADE   TO SALARIO-BRUTO-REAIS.
           ADD VALOR-PERICULOSIDADE  TO SALARIO-BRUTO-REAIS.
           PERFORM APURA-DEPENDENTES-DO-FUNC.
           PERFORM CALCULA-DESCONTO-INSS.
           MOVE ZEROS TO VALOR-PENSAO-FUNC.
           PERFORM CALCULA-DESCONTO-IRRF.
           PERFORM APURA-PENSAO-ALIMENTICIA.
           PERFORM PROCURA-ADIANTAMENTO-PAGO.
           PERFORM PROCURA-COMISSAO-REGISTRADA.
           PERFORM PROCURA-REEMBOLSO-APROVADO.
           PERFORM DESCONTA-EMPRESTIMOS.
           PERFORM APURA-RECORRENTES-DO-FUNCIONARIO.
           COMPUTE LIQUIDO-APURADO ROUNDED =
                   SALARIO-BRUTO-REAIS - DESCONTO-INSS - DESCONTO-IR
                   - VALOR-ADTO-FUNCIONARIO
                   - VALOR-EMPREST-FUNC
                   - VALOR-PENSAO-FUNC
                   + VALOR-COMIS-FUNCIONARIO
                   + VALOR-REEMB-FUNCIONARIO
                   + VALOR-SALARIO-FAMILIA
                   + TOTAL-PROVENTOS-FUNC - TOTAL-DESCONTOS-FUNC.
      *    O LIQUIDO NEGATIVO NAO TEM COMO SER PAGO - FICA ZERO NO
      *    REGISTRO E A CONFERENCIA (PROG214) RETEM A REMESSA.
           IF LIQUIDO-APURADO IS LESS THAN ZEROS
               DISPLAY "AVISO - LIQUIDO NEGATIVO DO FUNCIONARIO "
                       FUNCIONARIO-CODIGO " - REGISTRADO COMO ZERO."
               MOVE ZEROS TO SALARIO-LIQUIDO
           ELSE
               MOVE LIQUIDO-APURADO TO SALARIO-LIQUIDO.

      *    ADICIONAL NOTURNO SOBRE AS HORAS NOTURNAS DO PONTO DA
      *    COMPETENCIA, EM REAIS - CALCULADO DEPOIS DA PRORRATA E DAS
      *    FALTAS, QUE NAO INCIDEM SOBRE HORAS EFETIVAMENTE FEITAS.
       CALCULA-ADICIONAL-NOTURNO.
           MOVE ZEROS TO VALOR-ADIC-NOTURNO.
           MOVE ZEROS TO HORAS-NOTURNAS.
           PERFORM PROCURA-PONTO-FUNCIONARIO.
           IF PONTO-ACHADO
               MOVE PONTO-TAB-NOTURNAS(IDX-PONTO) TO HORAS-NOTURNAS.
           IF HORAS-NOTURNAS IS GREATER THAN ZEROS
               IF FUNCIONARIO-HORISTA
                   COMPUTE VALOR-HORA-REAIS ROUNDED =
                           FUNCIONARIO-SALARIO * CAMBIO-TAXA-ENCONTRADA
               ELSE
                   IF FUNCIONARIO-HORAS-MES IS GREATER THAN ZEROS
                       COMPUTE VALOR-HORA-REAIS ROUNDED =
                               SALARIO-MENSAL-CHEIO /
                               FUNCIONARIO-HORAS-MES
                   ELSE
                       COMPUTE VALOR-HORA-REAIS ROUNDED =
                               SALARIO-MENSAL-CHEIO / HORAS-MES-PADRAO
                   END-IF
               END-IF
               COMPUTE VALOR-ADIC-NOTURNO ROUNDED =
                       VALOR-HORA-REAIS * HORAS-NOTURNAS *
                       PERC-ADIC-NOTURNO / 100.

      *    INSALUBRIDADE OU PERICULOSIDADE DO CARGO DO FUNCIONARIO -
      *    SEM CARGO OU COM CARGO FORA DO CADASTRO NADA E' PAGO (A
      *    PENDENCIA APARECE NAS EXCECOES DO PROG125).
       CALCULA-ADICIONAL-DO-CARGO.
           MOVE ZEROS TO VALOR-INSALUBRIDADE.
           MOVE ZEROS TO VALOR-PERICULOSIDADE.
           MOVE ZEROS TO PERC-INSALUBRIDADE.
           MOVE ZEROS TO PERC-PERICULOSIDADE.
           MOVE 1 TO IDX-CARGO.
           MOVE "N" TO CARGO-ACHADO-SW.
           PERFORM PROCURA-CARGO-DO-FUNC
                   UNTIL CARGO-ACHADO
                   OR IDX-CARGO IS GREATER THAN QTD-CARGOS.
           IF CARGO-ACHADO
               MOVE CGO-INSALUBRIDADE(IDX-CARGO) TO PERC-INSALUBRIDADE
               MOVE CGO-PERICULOSIDADE(IDX-CARGO)
                    TO PERC-PERICULOSIDADE.
           IF FUNCIONARIO-HORISTA
               COMPUTE BASE-ADICIONAL-CARGO ROUNDED =
                       FUNCIONARIO-SALARIO * HORAS-NORMAIS-PAGAS *
                       CAMBIO-TAXA-ENCONTRADA
           ELSE
               MOVE SALARIO-BRUTO-REAIS TO BASE-ADICIONAL-CARGO.
           IF PERC-PERICULOSIDADE IS GREATER THAN ZEROS
                   AND PERC-PERICULOSIDADE IS NOT LESS THAN
                       PERC-INSALUBRIDADE
               COMPUTE VALOR-PERICULOSIDADE ROUNDED =
                       BASE-ADICIONAL-CARGO * PERC-PERICULOSIDADE / 100
           ELSE
               IF PERC-INSALUBRIDADE IS GREATER THAN ZEROS
                   COMPUTE VALOR-INSALUBRIDADE ROUNDED =
                           BASE-ADICIONAL-CARGO *
                           PERC-INSALUBRIDADE / 100.

       PROCURA-CARGO-DO-FUNC.
           IF CGO-CODIGO(IDX-CARGO) IS EQUAL FUNCIONARIO-CARGO
                   AND CGO-TIPO(IDX-CARGO) IS EQUAL FUNCIONARIO-TIPO
               MOVE "S" TO CARGO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-CARGO.

      *    CARREGA OS PERCENTUAIS DE ADICIONAL DO CADASTRO DE CARGOS
      *    - ARQUIVO OPCIONAL, SEM ELE NINGUEM RECEBE ADICIONAL DE
      *    CARGO. LINHAS ANTERIORES AOS PERCENTUAIS VALEM ZERO.
       CARREGA-CARGOS.
           MOVE ZEROS TO QTD-CARGOS.
           OPEN INPUT ARQUIVO-CARGO.
           IF CARGO-ARQ-STATUS IS NOT EQUAL "00"
              AND CARGO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE CARGOS - "
                       "STATUS : " CARGO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CARGO.
           PERFORM LEIA-PROXIMO-CARGO.
           PERFORM GUARDA-CARGO-NA-TABELA
                   UNTIL FINAL-CARGO IS EQUAL "S".
           CLOSE ARQUIVO-CARGO.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-CARGO.

       GUARDA-CARGO-NA-TABELA.
           IF QTD-CARGOS IS LESS THAN 200
               ADD 1 TO QTD-CARGOS
               MOVE CARGO-CODIGO TO CGO-CODIGO(QTD-CARGOS)
               MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS)
               MOVE ZEROS TO CGO-INSALUBRIDADE(QTD-CARGOS)
               MOVE ZEROS TO CGO-PERICULOSIDADE(QTD-CARGOS)
               IF CARGO-PERC-INSALUBRIDADE IS NUMERIC
                   MOVE CARGO-PERC-INSALUBRIDADE
                        TO CGO-INSALUBRIDADE(QTD-CARGOS)
               END-IF
               IF CARGO-PERC-PERICULOSIDADE IS NUMERIC
                   MOVE CARGO-PERC-PERICULOSIDADE
                        TO CGO-PERICULOSIDADE(QTD-CARGOS)
               END-IF
           ELSE
               MOVE "CARGOS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMO-CARGO.

      *    CARREGA AS FALTAS SEM JUSTIFICATIVA LANCADAS PARA A
      *    COMPETENCIA - ARQUIVO OPCIONAL, SEM ELE NADA E'
           WRITE EMPRESTIMO-REGISTRO.
           ADD 1 TO IDX-EMPREST.

      *    CARREGA AS PENSOES ALIMENTICIAS JUDICIAIS - ARQUIVO
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

       GUARDA-PENSAO-NA-TABELA.
           IF QTD-PENSOES IS LESS THAN 200
               ADD 1 TO QTD-PENSOES
               MOVE PENSAO-FUNCIONARIO
                    TO PENS-FUNCIONARIO(QTD-PENSOES)
               MOVE PENSAO-PROCESSO TO PENS-PROCESSO(QTD-PENSOES)
               MOVE PENSAO-BENEFICIARIO
                    TO PENS-BENEFICIARIO(QTD-PENSOES)
               MOVE PENSAO-BANCO TO PENS-BANCO(QTD-PENSOES)
               MOVE PENSAO-AGENCIA TO PENS-AGENCIA(QTD-PENSOES)
               MOVE PENSAO-CONTA TO PENS-CONTA(QTD-PENSOES)
               MOVE PENSAO-BASE TO PENS-BASE(QTD-PENSOES)
               MOVE PENSAO-PERCENTUAL
                    TO PENS-PERCENTUAL(QTD-PENSOES)
               MOVE ZEROS TO PENS-VALOR(QTD-PENSOES)
           ELSE
               MOVE "PENSOES" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMA-PENSAO.

      *    A PENSAO SOBRE O LIQUIDO DEPENDE DO IRRF, QUE POR SUA VEZ
      *    ABATE A PENSAO DA BASE - PENSAO E IRRF SAO RECALCULADOS
      *    EM ALGUMAS PASSADAS ATE ESTABILIZAREM NO CENTAVO. PENSAO
      *    SO SOBRE O BRUTO JA FICA CERTA NA PRIMEIRA PASSADA.
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
           IF SALARIO-BRUTO-REAIS IS GREATER THAN
                   DESCONTO-INSS + DESCONTO-IR
               COMPUTE BASE-PENSAO-LIQUIDA =
                       SALARIO-BRUTO-REAIS - DESCONTO-INSS
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
                           SALARIO-BRUTO-REAIS *
                           PENS-PERCENTUAL(IDX-PENSAO) / 100
               END-IF
               ADD PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-FUNC.
           ADD 1 TO IDX-PENSAO.

       ABRE-PENSAOPG-GRAVACAO.
           OPEN EXTEND ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PENSAOPG.

      *    CADA PENSAO DESCONTADA VIRA UM VALOR A PAGAR AO
      *    BENEFICIARIO NA COMPETENCIA - A REMESSA (PROG71) CREDITA.
       GRAVA-PENSOES-A-PAGAR.
           MOVE 1 TO IDX-PENSAO.
           PERFORM GRAVA-UMA-PENSAO-A-PAGAR
                   UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.

       GRAVA-UMA-PENSAO-A-PAGAR.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE COMPETENCIA-FOLHA TO PENSAOPG-COMPETENCIA
               MOVE "F" TO PENSAOPG-ORIGEM
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

      *    CARREGA OS PEDIDOS DE REEMBOLSO DESTA FOLHA - NA EXECUCAO
      *    NORMAL OS APROVADOS PARA PAGAMENTO NA FOLHA; NO
      *    REPROCESSAMENTO OS QUE ESTA COMPETENCIA JA PAGOU. SEM O
      *    ARQUIVO NAO HA REEMBOLSO A PAGAR.
       CARREGA-REEMBOLSOS.
           MOVE ZEROS TO QTD-REEMB.
           OPEN INPUT ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REEMB
               PERFORM LEIA-PROXIMO-REEMB
               PERFORM GUARDA-REEMB-NA-TABELA
                       UNTIL FINAL-REEMB IS EQUAL "S".
           CLOSE ARQUIVO-REEMB.

       LEIA-PROXIMO-REEMB.
           READ ARQUIVO-REEMB NEXT RECORD AT END
           MOVE "S" TO FINAL-REEMB.

       GUARDA-REEMB-NA-TABELA.
           IF REEMB-PELA-FOLHA
               IF REPROCESSAMENTO
                   IF REEMB-PAGO
                           AND REEMB-COMPETENCIA-PAGTO IS EQUAL
                               COMPETENCIA-FOLHA
                       PERFORM GUARDA-UM-REEMB
                   END-IF
               ELSE
                   IF REEMB-APROVADO
                       PERFORM GUARDA-UM-REEMB.
           PERFORM LEIA-PROXIMO-REEMB.

       GUARDA-UM-REEMB.
           IF QTD-REEMB IS LESS THAN 5000
               ADD 1 TO QTD-REEMB
               MOVE REEMB-NUMERO      TO REEMB-TAB-NUMERO(QTD-REEMB)
               MOVE REEMB-FUNCIONARIO TO REEMB-TAB-FUNC(QTD-REEMB)
               MOVE REEMB-VALOR-TOTAL TO REEMB-TAB-VALOR(QTD-REEMB)
               MOVE "N"               TO REEMB-TAB-PAGO-SW(QTD-REEMB)
           ELSE
               MOVE "REEMBOLSOS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.

      *    SOMA TODOS OS PEDIDOS DO FUNCIONARIO E OS MARCA PARA A
      *    BAIXA NO FIM DA FOLHA.
       PROCURA-REEMBOLSO-APROVADO.
           MOVE ZEROS TO VALOR-REEMB-FUNCIONARIO.
           MOVE 1 TO IDX-REEMB.
           PERFORM SOMA-REEMBOLSO-DO-FUNC
                   UNTIL IDX-REEMB IS GREATER THAN QTD-REEMB.

       SOMA-REEMBOLSO-DO-FUNC.
           IF REEMB-TAB-FUNC(IDX-REEMB) IS EQUAL FUNCIONARIO-CODIGO
               ADD REEMB-TAB-VALOR(IDX-REEMB)
                   TO VALOR-REEMB-FUNCIONARIO
               MOVE "S" TO REEMB-TAB-PAGO-SW(IDX-REEMB).
           ADD 1 TO IDX-REEMB.

      *    O PEDIDO PAGO GUARDA A COMPETENCIA DA FOLHA - E' POR ELA
      *    QUE A EXTRACAO CONTABIL (PROG46) ABRE A DESPESA NAS CONTAS
      *    DAS LINHAS. PEDIDO DE FUNCIONARIO FORA DESTA FOLHA CONTINUA
      *    APROVADO PARA A PROXIMA.
       BAIXA-REEMBOLSOS-PAGOS.
           IF QTD-REEMB IS GREATER THAN ZEROS
               OPEN I-O ARQUIVO-REEMB
               MOVE 1 TO IDX-REEMB
               PERFORM BAIXA-UM-REEMBOLSO
                       UNTIL IDX-REEMB IS GREATER THAN QTD-REEMB
               CLOSE ARQUIVO-REEMB
               DISPLAY "REEMBOLSOS PAGOS NESTA FOLHA : "
                       TOTAL-REEMB-PAGOS.

       BAIXA-UM-REEMBOLSO.
           IF REEMB-TAB-PAGO-SW(IDX-REEMB) IS EQUAL "S"
               MOVE REEMB-TAB-NUMERO(IDX-REEMB) TO REEMB-NUMERO
               READ ARQUIVO-REEMB
                    INVALID KEY
                    DISPLAY "PEDIDO DE REEMBOLSO " REEMB-NUMERO
                            " NAO ENCONTRADO PARA A BAIXA."
                    NOT INVALID KEY
                    MOVE "G" TO REEMB-SITUACAO
                    MOVE COMPETENCIA-FOLHA TO REEMB-COMPETENCIA-PAGTO
                    REWRITE REEMB-REGISTRO
                    ADD 1 TO TOTAL-REEMB-PAGOS
               END-READ.
           ADD 1 TO IDX-REEMB.

      *    LOCALIZA A COMISSAO DE VENDAS REGISTRADA NA COMPETENCIA
      *    (PROG102), PARA SOMAR AO LIQUIDO DO FIM DO MES.
       PROCURA-COMISSAO-REGISTRADA.
           ELSE
               ADD 1 TO IDX-FAIXA.

      *    A BASE DO IRRF E' O BRUTO EM REAIS MENOS O INSS, O
      *    ABATIMENTO POR DEPENDENTE E A PENSAO ALIMENTICIA JUDICIAL
      *    - SE OS ABATIMENTOS SUPERAREM O BRUTO A BASE E' ZERO
      *    (FUNCIONARIO ISENTO).
       CALCULA-DESCONTO-IRRF.
           COMPUTE ABATIMENTOS-IRRF ROUNDED =
                   DESCONTO-INSS +
                   (DEDUCAO-POR-DEPENDENTE * DEPENDENTES-IR) +
                   VALOR-PENSAO-FUNC.
           IF SALARIO-BRUTO-REAIS IS GREATER THAN ABATIMENTOS-IRRF
               COMPUTE BASE-IRRF =
                       SALARIO-BRUTO-REAIS - ABATIMENTOS-IRRF
           IF VALOR-COMIS-FUNCIONARIO IS GREATER THAN ZEROS
               MOVE VALOR-COMIS-FUNCIONARIO TO VALOR-COMIS-EDITADO
               DISPLAY "COMISSAO DE VENDAS : " VALOR-COMIS-EDITADO.
           IF VALOR-REEMB-FUNCIONARIO IS GREATER THAN ZEROS
               MOVE VALOR-REEMB-FUNCIONARIO TO VALOR-REEMB-EDITADO
               DISPLAY "REEMBOLSO DE DESPESAS : " VALOR-REEMB-EDITADO.
           IF VALOR-EMPREST-FUNC IS GREATER THAN ZEROS
               MOVE VALOR-EMPREST-FUNC TO VALOR-EMPREST-EDITADO
               DISPLAY "PARCELA DO CONSIGNADO : "
                       VALOR-EMPREST-EDITADO.
           IF VALOR-PENSAO-FUNC IS GREATER THAN ZEROS
               MOVE 1 TO IDX-PENSAO
               PERFORM EXIBE-UMA-PENSAO
                       UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           IF VALOR-ADICIONAL-TEMPO IS GREATER THAN ZEROS
               MOVE VALOR-ADICIONAL-TEMPO TO VALOR-ADIC-EDITADO
               MOVE PERC-ADICIONAL-TEMPO TO PERC-ADIC-EDITADO
               DISPLAY "ADICIONAL TEMPO DE SERVICO ("
                       PERC-ADIC-EDITADO "%) : "
                       VALOR-ADIC-EDITADO.
           IF VALOR-ADIC-NOTURNO IS GREATER THAN ZEROS
               MOVE VALOR-ADIC-NOTURNO TO VALOR-ADIC-EDITADO
               MOVE HORAS-NOTURNAS TO HORAS-NOTURNAS-EDITADAS
               DISPLAY "ADICIONAL NOTURNO (" HORAS-NOTURNAS-EDITADAS
                       " HORAS) : " VALOR-ADIC-EDITADO.
           IF VALOR-INSALUBRIDADE IS GREATER THAN ZEROS
               MOVE VALOR-INSALUBRIDADE TO VALOR-ADIC-EDITADO
               MOVE PERC-INSALUBRIDADE TO PERC-ADIC-EDITADO
               DISPLAY "ADICIONAL DE INSALUBRIDADE ("
                       PERC-ADIC-EDITADO "%) : " VALOR-ADIC-EDITADO.
           IF VALOR-PERICULOSIDADE IS GREATER THAN ZEROS
               MOVE VALOR-PERICULOSIDADE TO VALOR-ADIC-EDITADO
               MOVE PERC-PERICULOSIDADE TO PERC-ADIC-EDITADO
               DISPLAY "ADICIONAL DE PERICULOSIDADE ("
                       PERC-ADIC-EDITADO "%) : " VALOR-ADIC-EDITADO.
           IF VALOR-EXTRAS-50 IS GREATER THAN ZEROS
               MOVE VALOR-EXTRAS-50 TO VALOR-EXTRAS-EDITADO
               DISPLAY "HORAS EXTRAS 50% : " VALOR-EXTRAS-EDITADO.
           PERFORM EXIBE-RECORRENTES-CONSOLE.
           DISPLAY "SALARIO LIQUIDO (BRL) : " SALARIO-LIQUIDO-EDITADO.

       EXIBE-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-EDITADO
               DISPLAY "PENSAO ALIMENTICIA (PROC. "
                       PENS-PROCESSO(IDX-PENSAO) ") : "
                       VALOR-PENSAO-EDITADO.
           ADD 1 TO IDX-PENSAO.

      *    ITEMIZA NO CONSOLE OS RECORRENTES APLICADOS AO
      *    FUNCIONARIO CORRENTE.
       EXIBE-RECORRENTES-CONSOLE.
                           " " BENEF-TAB-DESCRICAO(IDX-BENEF) " : "
                           VALOR-ITEM-EDITADO.

      *    UMA LINHA POR PENSAO DESCONTADA, COM O PERCENTUAL - O
      *    PROCESSO SAI NO CONSOLE E NO PENSAOPG.DAT.
       IMPRIME-UMA-PENSAO.
           IF PENS-FUNCIONARIO(IDX-PENSAO) IS EQUAL FUNCIONARIO-CODIGO
                   AND PENS-VALOR(IDX-PENSAO) IS GREATER THAN ZEROS
               MOVE PENS-VALOR(IDX-PENSAO) TO VALOR-PENSAO-EDITADO
               MOVE PENS-PERCENTUAL(IDX-PENSAO) TO PERC-ADIC-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  PENSAO ALIMENTICIA (" PERC-ADIC-EDITADO
                      "%) . "
                      VALOR-PENSAO-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           ADD 1 TO IDX-PENSAO.

      *    ITEMIZA NO HOLERITE OS RECORRENTES APLICADOS.
       IMPRIME-RECORRENTES-HOLERITE.
           MOVE 1 TO IDX-ADESAO.
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-ADIC-NOTURNO IS GREATER THAN ZEROS
               MOVE VALOR-ADIC-NOTURNO TO VALOR-ADIC-EDITADO
               MOVE HORAS-NOTURNAS TO HORAS-NOTURNAS-EDITADAS
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  ADIC. NOTURNO (" HORAS-NOTURNAS-EDITADAS
                      " H) ... "
                      VALOR-ADIC-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-INSALUBRIDADE IS GREATER THAN ZEROS
               MOVE VALOR-INSALUBRIDADE TO VALOR-ADIC-EDITADO
               MOVE PERC-INSALUBRIDADE TO PERC-ADIC-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  INSALUBRIDADE (" PERC-ADIC-EDITADO
                      "%) ..... "
                      VALOR-ADIC-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-PERICULOSIDADE IS GREATER THAN ZEROS
               MOVE VALOR-PERICULOSIDADE TO VALOR-ADIC-EDITADO
               MOVE PERC-PERICULOSIDADE TO PERC-ADIC-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  PERICULOSIDADE (" PERC-ADIC-EDITADO
                      "%) .... "
                      VALOR-ADIC-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-COMIS-FUNCIONARIO IS GREATER THAN ZEROS
               MOVE VALOR-COMIS-FUNCIONARIO TO VALOR-COMIS-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-REEMB-FUNCIONARIO IS GREATER THAN ZEROS
               MOVE VALOR-REEMB-FUNCIONARIO TO VALOR-REEMB-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  REEMBOLSO DE DESPESAS ....... "
                      VALOR-REEMB-EDITADO
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-EXTRAS-50 IS GREATER THAN ZEROS
               MOVE VALOR-EXTRAS-50 TO VALOR-EXTRAS-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
                      DELIMITED BY SIZE
                 INTO LINHA-HOLERITE
               WRITE LINHA-HOLERITE.
           IF VALOR-PENSAO-FUNC IS GREATER THAN ZEROS
               MOVE 1 TO IDX-PENSAO
               PERFORM IMPRIME-UMA-PENSAO
                       UNTIL IDX-PENSAO IS GREATER THAN QTD-PENSOES.
           PERFORM IMPRIME-RECORRENTES-HOLERITE.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "LIQUIDO A RECEBER (BRL) ....... "
