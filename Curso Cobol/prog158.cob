       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.

      *    PROJECAO SEMANAL DO FLUXO DE CAIXA - 13 SEMANAS A PARTIR
      *    DE HOJE, COM SALDO INICIAL, ENTRADAS, SAIDAS E SALDO FINAL
      *    DE CADA SEMANA, ACUSANDO A SEMANA QUE FICAR NEGATIVA. SAI
      *    EM FLUXOCX.REL - ACABA A PLANILHA DA TESOURARIA.
      *    ENTRADAS : SALDO DAS PARCELAS (NOTAPARC.DAT) DE NOTAS
      *    ABERTAS PELO VENCIMENTO, ABATIDOS OS RECEBIMENTOS
      *    (RECEB.DAT) E AS NOTAS DE CREDITO (NOTACRED.DAT) DO MESMO
      *    JEITO QUE O AGING (PROG63). PARCELA JA VENCIDA NAO ENTRA NA
      *    PROJECAO - E' MOSTRADA A PARTE NO RODAPE.
      *    SAIDAS : SALDO DOS TITULOS ABERTOS DO CONTAS A PAGAR
      *    (CONTAPAG.DAT MENOS PAGTOS.DAT) PELO VENCIMENTO - TITULO
      *    VENCIDO CAI NA PRIMEIRA SEMANA; E A FOLHA ESTIMADA PELA
      *    ULTIMA COMPETENCIA DE FOLHA MENSAL EM FOLHAREG.DAT,
      *    REPETIDA MES A MES : LIQUIDO DA FOLHA E COMISSOES, O
      *    ADIANTAMENTO QUINZENAL, O FGTS (8% DO BRUTO, VER PROG113),
      *    A GUIA GPS (20% PATRONAL MAIS O INSS RETIDO, VER PROG114)
      *    E O REPASSE DAS PARCELAS DOS EMPRESTIMOS CONSIGNADOS
      *    ATIVOS (EMPRESTIMO.DAT) ATE O FIM DO SALDO DEVEDOR.
      *    2026-10-15 O SALDO DO TITULO PASSOU A PARTIR DO VALOR
      *    LIQUIDO, DESCONTADOS OS TRIBUTOS RETIDOS NA FONTE.
      *    2026-10-15 O TITULO PENDENTE DE APROVACAO (PROG231) ENTRA
      *    NAS SAIDAS COMO O ABERTO - E' DIVIDA QUE VAI SER PAGA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELPAGTO.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELEMPRESTIMO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "FLUXOCX.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDPAGTO.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDEMPRESTIMO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  EMPRESTIMO-ARQ-STATUS   PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-RECEB             PIC X.
       01  FINAL-NOTAPARC          PIC X.
       01  FINAL-NOTACRED          PIC X.
       01  FINAL-PAGTO             PIC X.
       01  FINAL-FOLHAREG          PIC X.
       01  FINAL-EMPRESTIMO        PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  SALDO-INICIAL           PIC S9(10)V9(02).

      *    DIAS DO MES EM QUE CADA COMPROMISSO DA FOLHA E' PAGO -
      *    FOLHA E REPASSE DO CONSIGNADO NO QUINTO DIA DO MES
      *    SEGUINTE A COMPETENCIA, FGTS NO DIA 7 E GPS NO DIA 20 DO
      *    MES SEGUINTE, ADIANTAMENTO NO DIA 20 DA PROPRIA
      *    COMPETENCIA.
       01  DIA-PAGTO-FOLHA         PIC 9(02) VALUE 05.
       01  DIA-PAGTO-FGTS          PIC 9(02) VALUE 07.
       01  DIA-PAGTO-GPS           PIC 9(02) VALUE 20.
       01  DIA-PAGTO-ADIANTAMENTO  PIC 9(02) VALUE 20.
       01  PERCENTUAL-FGTS         PIC 9(01)V9(02) VALUE 0.08.
       01  PERCENTUAL-PATRONAL     PIC 9(01)V9(02) VALUE 0.20.

      *    UMA LINHA POR SEMANA DA PROJECAO.
       01  TABELA-SEMANAS.
           05 SEMANA-ITEM OCCURS 13 TIMES.
               10 SEM-INICIO          PIC 9(08).
               10 SEM-ENTRADAS        PIC 9(10)V9(02).
               10 SEM-SAI-PAGAR       PIC 9(10)V9(02).
               10 SEM-SAI-FOLHA       PIC 9(10)V9(02).
               10 SEM-SAI-ADIANT      PIC 9(10)V9(02).
               10 SEM-SAI-FGTS        PIC 9(10)V9(02).
               10 SEM-SAI-GPS         PIC 9(10)V9(02).
               10 SEM-SAI-CONSIG      PIC 9(10)V9(02).
       01  IDX-SEMANA              PIC 9(02).
       01  SEMANA-DO-EVENTO        PIC 9(02).
       01  DIAS-ATE-EVENTO         PIC S9(08).

       01  DATA-EVENTO.
           05 EVENTO-ANO           PIC 9(04).
           05 EVENTO-MES           PIC 9(02).
           05 EVENTO-DIA           PIC 9(02).

       01  DATA-CALENDARIO.
           05 CALENDARIO-ANO       PIC 9(04).
           05 CALENDARIO-MES       PIC 9(02).
           05 CALENDARIO-DIA       PIC 9(02).
       01  CONTA-DIAS              PIC 9(02).

      *    RECEBIMENTOS CARREGADOS EM MEMORIA, SOMADOS POR NOTA E
      *    PARCELA - PARCELA ZERO GUARDA OS RECEBIMENTOS SEM PARCELA
      *    APONTADA E AS NOTAS DE CREDITO (MESMO CRITERIO DO PROG63).
       01  TABELA-RECEB.
           05 QTD-RECEB            PIC 9(04) VALUE ZEROS.
           05 RECEB-ITEM OCCURS 2000 TIMES.
               10 RECEB-TAB-NOTA      PIC 9(06).
               10 RECEB-TAB-PARCELA   PIC 9(02).
               10 RECEB-TAB-VALOR     PIC 9(08)V9(02).
       01  IDX-RECEB               PIC 9(04).
       01  RECEB-ACHADO-SW         PIC X(01).
           88 RECEB-ACHADO         VALUE "S".
       01  PARCELA-DO-RECEB        PIC 9(02).

       01  TABELA-PARCELAS.
           05 QTD-PARCELAS         PIC 9(04) VALUE ZEROS.
           05 PARCELA-ITEM OCCURS 2000 TIMES.
               10 PARC-TAB-NOTA       PIC 9(06).
               10 PARC-TAB-NUMERO     PIC 9(02).
               10 PARC-TAB-VENCIMENTO PIC 9(08).
               10 PARC-TAB-VALOR      PIC 9(08)V9(02).
       01  IDX-PARCELA             PIC 9(04).

       01  VALOR-JA-RECEBIDO       PIC 9(08)V9(02).
       01  SALDO-PARCELA           PIC 9(08)V9(02).
       01  SOBRA-SEM-PARCELA       PIC 9(08)V9(02).
       01  ABATIMENTO-FIFO         PIC 9(08)V9(02).
       01  RECEBER-VENCIDO         PIC 9(10)V9(02) VALUE ZEROS.

      *    PAGAMENTOS ACUMULADOS POR TITULO, CARREGADOS UMA VEZ.
       01  TABELA-PAGAMENTOS.
           05 QTD-PAGOS            PIC 9(04) VALUE ZEROS.
           05 PAGO-ITEM OCCURS 500 TIMES.
               10 PAGO-TITULO         PIC 9(06).
               10 PAGO-VALOR          PIC 9(10)V9(02).
       01  IDX-PAGO                PIC 9(04).
       01  SALDO-DO-TITULO         PIC S9(08)V9(02).

      *    VALORES DA ULTIMA COMPETENCIA DE FOLHA REGISTRADA, USADOS
      *    COMO ESTIMATIVA DE CADA MES DA PROJECAO.
       01  ULTIMA-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES ULTIMA-COMPETENCIA.
           05 ULTIMA-COMP-ANO      PIC 9(04).
           05 ULTIMA-COMP-MES      PIC 9(02).
       01  FOLHA-LIQUIDA           PIC 9(10)V9(02) VALUE ZEROS.
       01  FOLHA-BRUTA             PIC 9(10)V9(02) VALUE ZEROS.
       01  FOLHA-INSS-RETIDO       PIC 9(10)V9(02) VALUE ZEROS.
       01  ADIANTAMENTO-ESTIMADO   PIC 9(10)V9(02) VALUE ZEROS.
       01  FGTS-ESTIMADO           PIC 9(10)V9(02) VALUE ZEROS.
       01  GPS-ESTIMADA            PIC 9(10)V9(02) VALUE ZEROS.

      *    EMPRESTIMOS CONSIGNADOS ATIVOS - A COMPETENCIA EM MESES
      *    CORRIDOS (ANO * 12 + MES) FACILITA A CONTA DAS PARCELAS.
       01  TABELA-EMPRESTIMOS.
           05 QTD-EMPRESTIMOS      PIC 9(04) VALUE ZEROS.
           05 EMPR-ITEM OCCURS 500 TIMES.
               10 EMPR-TAB-INICIO     PIC 9(06).
               10 EMPR-TAB-PARCELA    PIC 9(06)V9(02).
               10 EMPR-TAB-SALDO      PIC 9(08)V9(02).
       01  IDX-EMPR                PIC 9(04).
       01  COMP-INICIO-TRAB        PIC 9(06).
       01  FILLER REDEFINES COMP-INICIO-TRAB.
           05 COMP-INICIO-ANO      PIC 9(04).
           05 COMP-INICIO-MES      PIC 9(02).
       01  MESES-ULTIMA-COMP       PIC 9(06).
       01  MESES-COMP-PROJETADA    PIC 9(06).
       01  MESES-PRIMEIRA-PROJ     PIC 9(06).
       01  PARCELAS-ANTERIORES     PIC S9(06).
       01  SALDO-RESTANTE          PIC S9(10)V9(02).
       01  CONSIGNADO-DO-MES       PIC 9(10)V9(02).

       01  COMPETENCIA-PROJETADA.
           05 COMP-PROJ-ANO        PIC 9(04).
           05 COMP-PROJ-MES        PIC 9(02).
       01  MES-DE-PAGAMENTO.
           05 MES-PAGTO-ANO        PIC 9(04).
           05 MES-PAGTO-MES        PIC 9(02).
       01  CONTA-MESES             PIC 9(02).

       01  SALDO-ABERTURA          PIC S9(11)V9(02).
       01  SALDO-FECHAMENTO        PIC S9(11)V9(02).
       01  SAIDAS-DA-SEMANA        PIC 9(10)V9(02).
       01  SEMANAS-NEGATIVAS       PIC 9(02) VALUE ZEROS.
       01  NOME-TABELA-CHEIA       PIC X(14).

       01  LINHA-SEMANA.
           05 DET-SEMANA           PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-INICIO-DIA       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-INICIO-MES       PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-INICIO-ANO       PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ABERTURA         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ENTRADAS         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SAIDAS           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-FECHAMENTO       PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NEGATIVO         PIC X(03).

       01  LINHA-ABERTURA-SAIDAS.
           05 ABS-SEMANA           PIC Z9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-PAGAR            PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-FOLHA            PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-ADIANT           PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-FGTS             PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-GPS              PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ABS-CONSIG           PIC ZZZZZZZ9.99.

       01  VALOR-EDITADO           PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PROJECAO DO FLUXO DE CAIXA - 13 SEMANAS ----".
           PERFORM PEDE-SALDO-INICIAL.
           PERFORM MONTA-SEMANAS.

           PERFORM CARREGA-TABELA-RECEB.
           PERFORM CARREGA-CREDITOS-NA-TABELA.
           PERFORM CARREGA-TABELA-PARCELAS.
           PERFORM PROJETA-ENTRADAS.

           PERFORM CARREGA-PAGAMENTOS.
           PERFORM PROJETA-CONTAS-A-PAGAR.

           PERFORM APURA-ULTIMA-FOLHA.
           IF ULTIMA-COMPETENCIA IS EQUAL ZEROS
               DISPLAY "NENHUMA FOLHA MENSAL EM FOLHAREG.DAT - A "
                       "PROJECAO SAI SEM A FOLHA."
           ELSE
               PERFORM CARREGA-EMPRESTIMOS
               PERFORM PROJETA-FOLHA.

           PERFORM EMITE-RELATORIO.

           DISPLAY "PROJECAO GRAVADA EM FLUXOCX.REL.".
           IF SEMANAS-NEGATIVAS IS GREATER THAN ZEROS
               DISPLAY "ATENCAO : " SEMANAS-NEGATIVAS
                       " SEMANA(S) COM SALDO NEGATIVO.".

       PROGRAM-DONE.
           STOP RUN.

      *    O SALDO DE CAIXA E BANCOS DE HOJE NAO ESTA EM ARQUIVO
      *    NENHUM - A TESOURARIA INFORMA (PODE SER NEGATIVO).
       PEDE-SALDO-INICIAL.
           DISPLAY "SALDO INICIAL DE CAIXA E BANCOS : ".
           MOVE ZEROS TO SALDO-INICIAL.
           ACCEPT SALDO-INICIAL.
           IF SALDO-INICIAL IS NOT NUMERIC
               MOVE ZEROS TO SALDO-INICIAL.

      *    A SEMANA 1 COMECA HOJE - O INICIO DAS DEMAIS E' ACHADO
      *    AVANCANDO O CALENDARIO DE 7 EM 7 DIAS.
       MONTA-SEMANAS.
           MOVE DATA-CORRENTE TO DATA-CALENDARIO.
           MOVE 1 TO IDX-SEMANA.
           PERFORM ZERA-UMA-SEMANA
                   UNTIL IDX-SEMANA IS GREATER THAN 13.

       ZERA-UMA-SEMANA.
           MOVE DATA-CALENDARIO TO SEM-INICIO(IDX-SEMANA).
           MOVE ZEROS TO SEM-ENTRADAS(IDX-SEMANA)
                         SEM-SAI-PAGAR(IDX-SEMANA)
                         SEM-SAI-FOLHA(IDX-SEMANA)
                         SEM-SAI-ADIANT(IDX-SEMANA)
                         SEM-SAI-FGTS(IDX-SEMANA)
                         SEM-SAI-GPS(IDX-SEMANA)
                         SEM-SAI-CONSIG(IDX-SEMANA).
           MOVE ZEROS TO CONTA-DIAS.
           PERFORM AVANCA-UM-DIA
                   UNTIL CONTA-DIAS IS EQUAL 7.
           ADD 1 TO IDX-SEMANA.

      *    O DIA SEGUINTE E' VALIDADO NA ROTINA CENTRAL (PROG95) -
      *    SE NAO EXISTE, VIRA O MES (E O ANO, SE FOR O CASO).
       AVANCA-UM-DIA.
           ADD 1 TO CALENDARIO-DIA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-CALENDARIO TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               MOVE 1 TO CALENDARIO-DIA
               ADD 1 TO CALENDARIO-MES
               IF CALENDARIO-MES IS GREATER THAN 12
                   MOVE 1 TO CALENDARIO-MES
                   ADD 1 TO CALENDARIO-ANO.
           ADD 1 TO CONTA-DIAS.

      *    DEVOLVE EM SEMANA-DO-EVENTO A SEMANA DA PROJECAO EM QUE
      *    CAI DATA-EVENTO - ZERO SE JA PASSOU, 99 SE CAI DEPOIS DA
      *    DECIMA TERCEIRA SEMANA.
       CLASSIFICA-SEMANA-DO-EVENTO.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-CORRENTE TO DTVAL-DATA-1.
           MOVE DATA-EVENTO   TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           MOVE DTVAL-DIAS TO DIAS-ATE-EVENTO.
           IF DTVAL-DATA-INVALIDA
               MOVE 99 TO SEMANA-DO-EVENTO
           ELSE
               IF DIAS-ATE-EVENTO IS LESS THAN ZEROS
                   MOVE ZEROS TO SEMANA-DO-EVENTO
               ELSE
                   IF DIAS-ATE-EVENTO IS GREATER THAN 90
                       MOVE 99 TO SEMANA-DO-EVENTO
                   ELSE
                       COMPUTE SEMANA-DO-EVENTO =
                               (DIAS-ATE-EVENTO / 7) + 1.

      *    CARREGA OS RECEBIMENTOS SOMADOS POR NOTA E PARCELA.
       CARREGA-TABELA-RECEB.
           MOVE ZEROS TO QTD-RECEB.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
              AND RECEB-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB.
           PERFORM ACUMULA-RECEB-NA-TABELA
                   UNTIL FINAL-RECEB IS EQUAL "S".
           CLOSE ARQUIVO-RECEB.

       LEIA-PROXIMO-RECEB.
           READ ARQUIVO-RECEB NEXT AT END
           MOVE "S" TO FINAL-RECEB.

       ACUMULA-RECEB-NA-TABELA.
           IF RECEB-PARCELA IS NUMERIC
               MOVE RECEB-PARCELA TO PARCELA-DO-RECEB
           ELSE
               MOVE ZEROS TO PARCELA-DO-RECEB.
           PERFORM LOCALIZA-OU-ABRE-RECEB.
           ADD RECEB-VALOR TO RECEB-TAB-VALOR(IDX-RECEB).
           PERFORM LEIA-PROXIMO-RECEB.

       LOCALIZA-OU-ABRE-RECEB.
           MOVE 1 TO IDX-RECEB.
           MOVE "N" TO RECEB-ACHADO-SW.
           PERFORM COMPARA-RECEB-NOTA
                   UNTIL RECEB-ACHADO
                   OR IDX-RECEB IS GREATER THAN QTD-RECEB.
           IF NOT RECEB-ACHADO
               IF QTD-RECEB IS EQUAL 2000
                   MOVE "RECEBIMENTOS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-RECEB
                   MOVE QTD-RECEB TO IDX-RECEB
                   MOVE RECEB-NOTA-NUMERO
                        TO RECEB-TAB-NOTA(IDX-RECEB)
                   MOVE PARCELA-DO-RECEB
                        TO RECEB-TAB-PARCELA(IDX-RECEB)
                   MOVE ZEROS TO RECEB-TAB-VALOR(IDX-RECEB).

       COMPARA-RECEB-NOTA.
           IF RECEB-TAB-NOTA(IDX-RECEB) IS EQUAL RECEB-NOTA-NUMERO
                   AND RECEB-TAB-PARCELA(IDX-RECEB) IS EQUAL
                       PARCELA-DO-RECEB
               MOVE "S" TO RECEB-ACHADO-SW
           ELSE
               ADD 1 TO IDX-RECEB.

      *    AS NOTAS DE CREDITO ENTRAM COMO RECEBIMENTOS SEM PARCELA
      *    DA NOTA DE ORIGEM.
       CARREGA-CREDITOS-NA-TABELA.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-NOTACRED.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM ACUMULA-CREDITO-NA-TABELA
                   UNTIL FINAL-NOTACRED IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-NOTACRED.

       ACUMULA-CREDITO-NA-TABELA.
           MOVE NCRED-NOTA-ORIGEM TO RECEB-NOTA-NUMERO.
           MOVE ZEROS TO PARCELA-DO-RECEB.
           PERFORM LOCALIZA-OU-ABRE-RECEB.
           ADD NCRED-VALOR-TOTAL TO RECEB-TAB-VALOR(IDX-RECEB).
           PERFORM LEIA-PROXIMA-NOTACRED.

       CARREGA-TABELA-PARCELAS.
           MOVE ZEROS TO QTD-PARCELAS.
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTAPARC-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARCELAS - "
                       "STATUS : " NOTAPARC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-NOTAPARC.
           PERFORM LEIA-PROXIMA-PARCELA.
           PERFORM GUARDA-PARCELA-NA-TABELA
                   UNTIL FINAL-NOTAPARC IS EQUAL "S".
           CLOSE ARQUIVO-NOTAPARC.

       LEIA-PROXIMA-PARCELA.
           READ ARQUIVO-NOTAPARC AT END
           MOVE "S" TO FINAL-NOTAPARC.

       GUARDA-PARCELA-NA-TABELA.
           IF QTD-PARCELAS IS LESS THAN 2000
               ADD 1 TO QTD-PARCELAS
               MOVE NOTAPARC-NOTA TO PARC-TAB-NOTA(QTD-PARCELAS)
               MOVE NOTAPARC-PARCELA
                    TO PARC-TAB-NUMERO(QTD-PARCELAS)
               MOVE NOTAPARC-VENCIMENTO
                    TO PARC-TAB-VENCIMENTO(QTD-PARCELAS)
               MOVE NOTAPARC-VALOR TO PARC-TAB-VALOR(QTD-PARCELAS)
           ELSE
               MOVE "PARCELAS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMA-PARCELA.

      *    UMA TABELA QUE TRANSBORDASSE EM SILENCIO DEIXARIA VALORES
      *    FORA DA PROJECAO - MELHOR PARAR E PEDIR O AUMENTO.
       ACUSA-TABELA-CHEIA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           STOP RUN.

      *    PERCORRE AS NOTAS ABERTAS - AS PARCELAS DE CADA UMA SAO
      *    ABATIDAS COMO NO AGING E O SALDO ENTRA NA SEMANA DO
      *    VENCIMENTO.
       PROJETA-ENTRADAS.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM PROJETA-PARCELAS-DA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROJETA-PARCELAS-DA-NOTA.
           IF NOTA-ABERTA
               MOVE ZEROS TO SOBRA-SEM-PARCELA
               PERFORM SOMA-RECEB-SEM-PARCELA
               MOVE 1 TO IDX-PARCELA
               PERFORM EXAMINA-UMA-PARCELA
                       UNTIL IDX-PARCELA IS GREATER THAN QTD-PARCELAS.
           PERFORM LEIA-PROXIMA-NOTA.

       SOMA-RECEB-SEM-PARCELA.
           MOVE 1 TO IDX-RECEB.
           PERFORM SOMA-UM-RECEB-SEM-PARCELA
                   UNTIL IDX-RECEB IS GREATER THAN QTD-RECEB.

       SOMA-UM-RECEB-SEM-PARCELA.
           IF RECEB-TAB-NOTA(IDX-RECEB) IS EQUAL NOTA-NUMERO
                   AND RECEB-TAB-PARCELA(IDX-RECEB) IS EQUAL ZEROS
               ADD RECEB-TAB-VALOR(IDX-RECEB) TO SOBRA-SEM-PARCELA.
           ADD 1 TO IDX-RECEB.

       EXAMINA-UMA-PARCELA.
           IF PARC-TAB-NOTA(IDX-PARCELA) IS EQUAL NOTA-NUMERO
               PERFORM APURA-SALDO-DA-PARCELA
               IF SALDO-PARCELA IS GREATER THAN ZEROS
                   MOVE PARC-TAB-VENCIMENTO(IDX-PARCELA)
                        TO DATA-EVENTO
                   PERFORM CLASSIFICA-SEMANA-DO-EVENTO
                   IF SEMANA-DO-EVENTO IS EQUAL ZEROS
                       ADD SALDO-PARCELA TO RECEBER-VENCIDO
                   ELSE
                       IF SEMANA-DO-EVENTO IS NOT GREATER THAN 13
                           ADD SALDO-PARCELA
                               TO SEM-ENTRADAS(SEMANA-DO-EVENTO).
           ADD 1 TO IDX-PARCELA.

       APURA-SALDO-DA-PARCELA.
           MOVE ZEROS TO VALOR-JA-RECEBIDO.
           MOVE 1 TO IDX-RECEB.
           PERFORM SOMA-RECEB-DA-PARCELA
                   UNTIL IDX-RECEB IS GREATER THAN QTD-RECEB.
           IF PARC-TAB-VALOR(IDX-PARCELA) IS GREATER THAN
                   VALOR-JA-RECEBIDO
               COMPUTE SALDO-PARCELA =
                       PARC-TAB-VALOR(IDX-PARCELA) - VALOR-JA-RECEBIDO
           ELSE
               MOVE ZEROS TO SALDO-PARCELA.
           IF SALDO-PARCELA IS GREATER THAN ZEROS
                   AND SOBRA-SEM-PARCELA IS GREATER THAN ZEROS
               PERFORM ABATE-SOBRA-NA-PARCELA.

       SOMA-RECEB-DA-PARCELA.
           IF RECEB-TAB-NOTA(IDX-RECEB) IS EQUAL NOTA-NUMERO
                   AND RECEB-TAB-PARCELA(IDX-RECEB) IS EQUAL
                       PARC-TAB-NUMERO(IDX-PARCELA)
               ADD RECEB-TAB-VALOR(IDX-RECEB) TO VALOR-JA-RECEBIDO.
           ADD 1 TO IDX-RECEB.

       ABATE-SOBRA-NA-PARCELA.
           IF SOBRA-SEM-PARCELA IS GREATER THAN OR EQUAL SALDO-PARCELA
               MOVE SALDO-PARCELA TO ABATIMENTO-FIFO
           ELSE
               MOVE SOBRA-SEM-PARCELA TO ABATIMENTO-FIFO.
           SUBTRACT ABATIMENTO-FIFO FROM SALDO-PARCELA.
           SUBTRACT ABATIMENTO-FIFO FROM SOBRA-SEM-PARCELA.

      *    ACUMULA OS PAGAMENTOS POR TITULO - O MESMO CALCULO DE
      *    SALDO DA RELACAO A VENCER (PROG147).
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
               IF QTD-PAGOS IS EQUAL 500
                   MOVE "PAGAMENTOS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-PAGOS
                   MOVE QTD-PAGOS TO IDX-PAGO
                   MOVE PAGTO-TITULO TO PAGO-TITULO(IDX-PAGO)
                   MOVE ZEROS TO PAGO-VALOR(IDX-PAGO).
           ADD PAGTO-VALOR TO PAGO-VALOR(IDX-PAGO).
           PERFORM LEIA-PROXIMO-PAGTO.

       LOCALIZA-PAGO-NA-TABELA.
           ADD 1 TO IDX-PAGO.

      *    TITULO ABERTO COM SALDO ENTRA NA SEMANA DO VENCIMENTO -
      *    O JA VENCIDO E AINDA NAO PAGO CAI NA PRIMEIRA SEMANA.
      *    TITULO RETIDO (PROG146) FICA FORA ATE SER LIBERADO.
       PROJETA-CONTAS-A-PAGAR.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM PROJETA-UM-TITULO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROJETA-UM-TITULO.
           IF TITULO-ABERTO OR TITULO-PENDENTE-APROV
               PERFORM CALCULA-SALDO-DO-TITULO
               IF SALDO-DO-TITULO IS GREATER THAN ZEROS
                   MOVE TITULO-VENCIMENTO TO DATA-EVENTO
                   PERFORM CLASSIFICA-SEMANA-DO-EVENTO
                   IF SEMANA-DO-EVENTO IS EQUAL ZEROS
                       ADD SALDO-DO-TITULO TO SEM-SAI-PAGAR(1)
                   ELSE
                       IF SEMANA-DO-EVENTO IS NOT GREATER THAN 13
                           ADD SALDO-DO-TITULO
                               TO SEM-SAI-PAGAR(SEMANA-DO-EVENTO).
           PERFORM LEIA-PROXIMO-TITULO.

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

      *    PRIMEIRA PASSAGEM ACHA A ULTIMA COMPETENCIA COM FOLHA
      *    MENSAL; A SEGUNDA SOMA OS VALORES DELA (FOLHA MENSAL E
      *    COMISSOES PARA O LIQUIDO E AS BASES DOS ENCARGOS, O
      *    ADIANTAMENTO A PARTE).
       APURA-ULTIMA-FOLHA.
           MOVE ZEROS TO ULTIMA-COMPETENCIA.
           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS NOT EQUAL "00"
              AND FOLHAREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO DA FOLHA - "
                       "STATUS : " FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-FOLHAREG.
           PERFORM LEIA-PROXIMO-FOLHAREG.
           PERFORM PROCURA-ULTIMA-COMPETENCIA
                   UNTIL FINAL-FOLHAREG IS EQUAL "S".
           CLOSE ARQUIVO-FOLHAREG.
           IF ULTIMA-COMPETENCIA IS GREATER THAN ZEROS
               OPEN INPUT ARQUIVO-FOLHAREG
               MOVE "N" TO FINAL-FOLHAREG
               PERFORM LEIA-PROXIMO-FOLHAREG
               PERFORM SOMA-FOLHAREG-DA-COMPETENCIA
                       UNTIL FINAL-FOLHAREG IS EQUAL "S"
               CLOSE ARQUIVO-FOLHAREG
               COMPUTE FGTS-ESTIMADO ROUNDED =
                       FOLHA-BRUTA * PERCENTUAL-FGTS
               COMPUTE GPS-ESTIMADA ROUNDED =
                       (FOLHA-BRUTA * PERCENTUAL-PATRONAL)
                       + FOLHA-INSS-RETIDO.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT AT END
           MOVE "S" TO FINAL-FOLHAREG.

       PROCURA-ULTIMA-COMPETENCIA.
           IF FOLHAREG-FOLHA-MENSAL
                   AND FOLHAREG-COMPETENCIA IS GREATER THAN
                       ULTIMA-COMPETENCIA
               MOVE FOLHAREG-COMPETENCIA TO ULTIMA-COMPETENCIA.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       SOMA-FOLHAREG-DA-COMPETENCIA.
           IF FOLHAREG-COMPETENCIA IS EQUAL ULTIMA-COMPETENCIA
               IF FOLHAREG-FOLHA-MENSAL OR FOLHAREG-COMISSAO
                   ADD FOLHAREG-LIQUIDO   TO FOLHA-LIQUIDA
                   ADD FOLHAREG-BRUTO     TO FOLHA-BRUTA
                   ADD FOLHAREG-DESC-INSS TO FOLHA-INSS-RETIDO
               ELSE
                   IF FOLHAREG-ADIANTAMENTO
                       ADD FOLHAREG-LIQUIDO TO ADIANTAMENTO-ESTIMADO.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       CARREGA-EMPRESTIMOS.
           MOVE ZEROS TO QTD-EMPRESTIMOS.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF EMPRESTIMO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-EMPRESTIMO
               PERFORM LEIA-PROXIMO-EMPRESTIMO
               PERFORM GUARDA-EMPRESTIMO-ATIVO
                       UNTIL FINAL-EMPRESTIMO IS EQUAL "S".
           CLOSE ARQUIVO-EMPRESTIMO.

       LEIA-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO AT END
           MOVE "S" TO FINAL-EMPRESTIMO.

       GUARDA-EMPRESTIMO-ATIVO.
           IF EMPR-ATIVO AND EMPR-SALDO IS GREATER THAN ZEROS
               IF QTD-EMPRESTIMOS IS EQUAL 500
                   MOVE "EMPRESTIMOS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-EMPRESTIMOS
                   MOVE EMPR-COMP-INICIO TO COMP-INICIO-TRAB
                   COMPUTE EMPR-TAB-INICIO(QTD-EMPRESTIMOS) =
                           (COMP-INICIO-ANO * 12) + COMP-INICIO-MES
                   MOVE EMPR-VALOR-PARCELA
                        TO EMPR-TAB-PARCELA(QTD-EMPRESTIMOS)
                   MOVE EMPR-SALDO TO EMPR-TAB-SALDO(QTD-EMPRESTIMOS).
           PERFORM LEIA-PROXIMO-EMPRESTIMO.

      *    PROJETA AS COMPETENCIAS DO MES PASSADO AO TERCEIRO MES
      *    A FRENTE - CADA UMA GERA O ADIANTAMENTO NO PROPRIO MES E
      *    A FOLHA, O CONSIGNADO, O FGTS E A GPS NO MES SEGUINTE. O
      *    QUE CAI ANTES DE HOJE OU DEPOIS DA 13A SEMANA E'
      *    DESPREZADO.
       PROJETA-FOLHA.
           COMPUTE MESES-ULTIMA-COMP =
                   (ULTIMA-COMP-ANO * 12) + ULTIMA-COMP-MES.
           COMPUTE MESES-PRIMEIRA-PROJ =
                   (DATA-CORRENTE-ANO * 12) + DATA-CORRENTE-MES - 1.
           MOVE ZEROS TO CONTA-MESES.
           PERFORM PROJETA-UMA-COMPETENCIA
                   UNTIL CONTA-MESES IS EQUAL 5.

       PROJETA-UMA-COMPETENCIA.
           COMPUTE MESES-COMP-PROJETADA =
                   MESES-PRIMEIRA-PROJ + CONTA-MESES.
           COMPUTE COMP-PROJ-ANO = (MESES-COMP-PROJETADA - 1) / 12.
           COMPUTE COMP-PROJ-MES =
                   MESES-COMP-PROJETADA - (COMP-PROJ-ANO * 12).
           IF COMP-PROJ-MES IS EQUAL 12
               MOVE 1 TO MES-PAGTO-MES
               COMPUTE MES-PAGTO-ANO = COMP-PROJ-ANO + 1
           ELSE
               COMPUTE MES-PAGTO-MES = COMP-PROJ-MES + 1
               MOVE COMP-PROJ-ANO TO MES-PAGTO-ANO.

           MOVE COMP-PROJ-ANO TO EVENTO-ANO.
           MOVE COMP-PROJ-MES TO EVENTO-MES.
           MOVE DIA-PAGTO-ADIANTAMENTO TO EVENTO-DIA.
           PERFORM CLASSIFICA-SEMANA-DO-EVENTO.
           IF SEMANA-DO-EVENTO IS GREATER THAN ZEROS
                   AND SEMANA-DO-EVENTO IS NOT GREATER THAN 13
               ADD ADIANTAMENTO-ESTIMADO
                   TO SEM-SAI-ADIANT(SEMANA-DO-EVENTO).

           MOVE MES-PAGTO-ANO TO EVENTO-ANO.
           MOVE MES-PAGTO-MES TO EVENTO-MES.
           MOVE DIA-PAGTO-FOLHA TO EVENTO-DIA.
           PERFORM CLASSIFICA-SEMANA-DO-EVENTO.
           IF SEMANA-DO-EVENTO IS GREATER THAN ZEROS
                   AND SEMANA-DO-EVENTO IS NOT GREATER THAN 13
               ADD FOLHA-LIQUIDA TO SEM-SAI-FOLHA(SEMANA-DO-EVENTO)
               PERFORM CALCULA-CONSIGNADO-DO-MES
               ADD CONSIGNADO-DO-MES
                   TO SEM-SAI-CONSIG(SEMANA-DO-EVENTO).

           MOVE DIA-PAGTO-FGTS TO EVENTO-DIA.
           PERFORM CLASSIFICA-SEMANA-DO-EVENTO.
           IF SEMANA-DO-EVENTO IS GREATER THAN ZEROS
                   AND SEMANA-DO-EVENTO IS NOT GREATER THAN 13
               ADD FGTS-ESTIMADO TO SEM-SAI-FGTS(SEMANA-DO-EVENTO).

           MOVE DIA-PAGTO-GPS TO EVENTO-DIA.
           PERFORM CLASSIFICA-SEMANA-DO-EVENTO.
           IF SEMANA-DO-EVENTO IS GREATER THAN ZEROS
                   AND SEMANA-DO-EVENTO IS NOT GREATER THAN 13
               ADD GPS-ESTIMADA TO SEM-SAI-GPS(SEMANA-DO-EVENTO).

           ADD 1 TO CONTA-MESES.

      *    O REPASSE DA COMPETENCIA PROJETADA - ATE A ULTIMA FOLHA
      *    JA PROCESSADA A PARCELA FOI DESCONTADA E SO FALTA
      *    REPASSAR; DEPOIS DELA, CADA MES CONSOME UMA PARCELA DO
      *    SALDO DEVEDOR ATE ESGOTA-LO.
       CALCULA-CONSIGNADO-DO-MES.
           MOVE ZEROS TO CONSIGNADO-DO-MES.
           MOVE 1 TO IDX-EMPR.
           PERFORM SOMA-PARCELA-DO-EMPRESTIMO
                   UNTIL IDX-EMPR IS GREATER THAN QTD-EMPRESTIMOS.

       SOMA-PARCELA-DO-EMPRESTIMO.
           IF EMPR-TAB-INICIO(IDX-EMPR) IS NOT GREATER THAN
                   MESES-COMP-PROJETADA
               IF MESES-COMP-PROJETADA IS NOT GREATER THAN
                       MESES-ULTIMA-COMP
                   ADD EMPR-TAB-PARCELA(IDX-EMPR) TO CONSIGNADO-DO-MES
               ELSE
                   PERFORM CONTA-PARCELAS-ANTERIORES
                   COMPUTE SALDO-RESTANTE =
                           EMPR-TAB-SALDO(IDX-EMPR) -
                           (PARCELAS-ANTERIORES *
                            EMPR-TAB-PARCELA(IDX-EMPR))
                   IF SALDO-RESTANTE IS GREATER THAN
                           EMPR-TAB-PARCELA(IDX-EMPR)
                       ADD EMPR-TAB-PARCELA(IDX-EMPR)
                           TO CONSIGNADO-DO-MES
                   ELSE
                       IF SALDO-RESTANTE IS GREATER THAN ZEROS
                           ADD SALDO-RESTANTE TO CONSIGNADO-DO-MES.
           ADD 1 TO IDX-EMPR.

      *    PARCELAS AINDA A DESCONTAR ENTRE A ULTIMA FOLHA
      *    PROCESSADA E A COMPETENCIA PROJETADA (EXCLUSIVE).
       CONTA-PARCELAS-ANTERIORES.
           IF EMPR-TAB-INICIO(IDX-EMPR) IS GREATER THAN
                   MESES-ULTIMA-COMP
               COMPUTE PARCELAS-ANTERIORES =
                       MESES-COMP-PROJETADA - EMPR-TAB-INICIO(IDX-EMPR)
           ELSE
               COMPUTE PARCELAS-ANTERIORES =
                       MESES-COMP-PROJETADA - MESES-ULTIMA-COMP - 1.

       EMITE-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROJECAO DO FLUXO DE CAIXA - 13 SEMANAS - EMITIDA "
                  "EM " DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
                  DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SALDO-INICIAL TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALDO INICIAL INFORMADO : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF ULTIMA-COMPETENCIA IS EQUAL ZEROS
               MOVE "FOLHA NAO PROJETADA - SEM FOLHA MENSAL REGISTRADA"
                    TO LINHA-RELATORIO
           ELSE
               STRING "FOLHA ESTIMADA PELA COMPETENCIA "
                      ULTIMA-COMP-MES "/" ULTIMA-COMP-ANO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SM INICIO      SALDO INICIAL      ENTRADAS  "
                  "      SAIDAS    SALDO FINAL"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SALDO-INICIAL TO SALDO-ABERTURA.
           MOVE 1 TO IDX-SEMANA.
           PERFORM IMPRIME-UMA-SEMANA
                   UNTIL IDX-SEMANA IS GREATER THAN 13.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ABERTURA DAS SAIDAS POR SEMANA :" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SM     A PAGAR       FOLHA      ADIANT        FGTS"
                  "         GPS  CONSIGNADO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-SEMANA.
           PERFORM IMPRIME-SAIDAS-DA-SEMANA
                   UNTIL IDX-SEMANA IS GREATER THAN 13.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE RECEBER-VENCIDO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PARCELAS A RECEBER JA VENCIDAS (FORA DA PROJECAO) : "
                  VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEMANAS COM SALDO NEGATIVO (***) : "
                  SEMANAS-NEGATIVAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

       IMPRIME-UMA-SEMANA.
           COMPUTE SAIDAS-DA-SEMANA =
                   SEM-SAI-PAGAR(IDX-SEMANA) + SEM-SAI-FOLHA(IDX-SEMANA)
                   + SEM-SAI-ADIANT(IDX-SEMANA)
                   + SEM-SAI-FGTS(IDX-SEMANA) + SEM-SAI-GPS(IDX-SEMANA)
                   + SEM-SAI-CONSIG(IDX-SEMANA).
           COMPUTE SALDO-FECHAMENTO = SALDO-ABERTURA
                   + SEM-ENTRADAS(IDX-SEMANA) - SAIDAS-DA-SEMANA.
           MOVE IDX-SEMANA TO DET-SEMANA.
           MOVE SEM-INICIO(IDX-SEMANA) TO DATA-CALENDARIO.
           MOVE CALENDARIO-DIA TO DET-INICIO-DIA.
           MOVE CALENDARIO-MES TO DET-INICIO-MES.
           MOVE CALENDARIO-ANO TO DET-INICIO-ANO.
           MOVE SALDO-ABERTURA TO DET-ABERTURA.
           MOVE SEM-ENTRADAS(IDX-SEMANA) TO DET-ENTRADAS.
           MOVE SAIDAS-DA-SEMANA TO DET-SAIDAS.
           MOVE SALDO-FECHAMENTO TO DET-FECHAMENTO.
           IF SALDO-FECHAMENTO IS LESS THAN ZEROS
               MOVE "***" TO DET-NEGATIVO
               ADD 1 TO SEMANAS-NEGATIVAS
           ELSE
               MOVE SPACES TO DET-NEGATIVO.
           MOVE LINHA-SEMANA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SALDO-FECHAMENTO TO SALDO-ABERTURA.
           ADD 1 TO IDX-SEMANA.

       IMPRIME-SAIDAS-DA-SEMANA.
           MOVE IDX-SEMANA TO ABS-SEMANA.
           MOVE SEM-SAI-PAGAR(IDX-SEMANA)  TO ABS-PAGAR.
           MOVE SEM-SAI-FOLHA(IDX-SEMANA)  TO ABS-FOLHA.
           MOVE SEM-SAI-ADIANT(IDX-SEMANA) TO ABS-ADIANT.
           MOVE SEM-SAI-FGTS(IDX-SEMANA)   TO ABS-FGTS.
           MOVE SEM-SAI-GPS(IDX-SEMANA)    TO ABS-GPS.
           MOVE SEM-SAI-CONSIG(IDX-SEMANA) TO ABS-CONSIG.
           MOVE LINHA-ABERTURA-SAIDAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-SEMANA.
