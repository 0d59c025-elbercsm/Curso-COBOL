       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG183.

      *    ENCERRAMENTO DO EXERCICIO NO RAZAO INTERNO - APURA O SALDO
      *    ACUMULADO EM RAZAO.DAT ATE DEZEMBRO DE CADA CONTA DE
      *    RECEITA E DE DESPESA DO PLANO (PLANCTAS.DAT) E GERA EM
      *    GLEXT.DAT, NA COMPETENCIA 12 DO EXERCICIO, O LOTE QUE
      *    ZERA ESSAS CONTAS CONTRA LUCROS OU PREJUIZOS ACUMULADOS.
      *    O LOTE USA O NUMERADOR GLCTL.DAT E ENTRA NO RAZAO PELO
      *    PROG132, DE MODO QUE O BALANCETE (PROG133) DO ANO NOVO
      *    COMECA COM AS CONTAS DE RESULTADO ZERADAS. AS LINHAS
      *    LEVAM A DESCRICAO "ENCERRAMENTO DO EXERCICIO", QUE A DRE
      *    (PROG176) DESCONSIDERA. RECUSA EXERCICIO AINDA EM CURSO,
      *    DEZEMBRO JA ENCERRADO NO RAZAO (PROG181), LOTES AINDA NAO
      *    POSTADOS DO PERIODO E ENCERRAMENTO EM DUPLICIDADE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRAZAO.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELGLEXT.cob".
           COPY "SELGLCTL.cob".
           COPY "SELRAZCTL.cob".
           COPY "SELRAZFECH.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRAZAO.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDGLEXT.cob".
           COPY "FDGLCTL.cob".
           COPY "FDRAZCTL.cob".
           COPY "FDRAZFECH.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  RAZAO-ARQ-STATUS        PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  GLCTL-ARQ-STATUS        PIC X(02).
       01  RAZCTL-ARQ-STATUS       PIC X(02).
       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-RAZAO             PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-GLEXT             PIC X.
       01  FINAL-RAZCTL            PIC X.
       01  FINAL-RAZFECH           PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  EXERCICIO-INFORMADO     PIC X(04).
       01  COMPETENCIA-ENCERRAMENTO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-ENCERRAMENTO-NUM
                                   REDEFINES COMPETENCIA-ENCERRAMENTO
                                   PIC 9(06).
       01  DESCRICAO-LOTE          PIC X(30).
       01  JA-ENCERRADO-SW         PIC X(01) VALUE "N".
           88 JA-ENCERRADO         VALUE "S".
       01  NUMERO-LOTE             PIC 9(06) VALUE ZEROS.

      *    CONTA DE DESTINO DO RESULTADO DO EXERCICIO.
       01  CONTA-LUCROS-ACUMULADOS PIC X(06) VALUE "231001".

      *    SITUACAO DE CADA COMPETENCIA COM EVENTO EM RAZFECH.DAT -
      *    O ULTIMO EVENTO VALE ("F" ENCERRADA, "R" REABERTA).
       01  TABELA-FECHAMENTOS.
           05 QTD-FECHAMENTOS      PIC 9(03) VALUE ZEROS.
           05 FECH-ITEM OCCURS 600 TIMES.
               10 FECH-COMPETENCIA    PIC 9(06).
               10 FECH-SITUACAO       PIC X(01).
       01  IDX-FECH                PIC 9(03).
       01  COMPETENCIA-PROCURADA   PIC 9(06).
       01  COMPETENCIA-ACHADA-SW   PIC X(01).
           88 COMPETENCIA-ACHADA   VALUE "S".
       01  COMPETENCIA-ENCERRADA-SW PIC X(01).
           88 COMPETENCIA-ENCERRADA VALUE "S".

      *    LOTES JA IMPORTADOS, CARREGADOS DO CONTROLE - LOTE DO
      *    PERIODO AINDA SO EM GLEXT.DAT MUDARIA O RESULTADO.
       01  TABELA-IMPORTADOS.
           05 QTD-IMPORTADOS       PIC 9(04) VALUE ZEROS.
           05 IMP-LOTE OCCURS 2000 TIMES PIC 9(06).
       01  IDX-IMP                 PIC 9(04).
       01  LOTE-JA-IMPORTADO-SW    PIC X(01).
           88 LOTE-JA-IMPORTADO    VALUE "S".
       01  LOTES-NAO-POSTADOS      PIC 9(04) VALUE ZEROS.

      *    CONTAS DE RESULTADO DO PLANO, COM O SALDO ACUMULADO
      *    (DEBITO MENOS CREDITO) ATE DEZEMBRO DO EXERCICIO.
       01  TABELA-CONTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CTA-CODIGO          PIC X(06).
               10 CTA-SALDO           PIC S9(12)V9(02).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".
       01  LUCROS-NO-PLANO-SW      PIC X(01) VALUE "N".
           88 LUCROS-NO-PLANO      VALUE "S".
       01  TIPO-DA-CONTA           PIC X(01).
           88 TIPO-RESULTADO       VALUE "R" "D".

       01  RESULTADO-EXERCICIO     PIC S9(12)V9(02) VALUE ZEROS.
       01  TOTAL-DEBITOS-LOTE      PIC 9(12)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS-LOTE     PIC 9(12)V9(02) VALUE ZEROS.
       01  LIMITE-LOTE             PIC 9(12)V9(02)
                                   VALUE 99999999.99.
       01  QTD-LINHAS-LOTE         PIC 9(03) VALUE ZEROS.
       01  VALOR-EDITADO           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ENCERRAMENTO DO EXERCICIO NO RAZAO ----".
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-EXERCICIO.

           PERFORM CARREGA-FECHAMENTOS.
           MOVE COMPETENCIA-ENCERRAMENTO-NUM TO COMPETENCIA-PROCURADA.
           PERFORM VERIFICA-COMPETENCIA-ENCERRADA.
           IF COMPETENCIA-ENCERRADA
               DISPLAY "DEZEMBRO/" COMPETENCIA-ANO " JA ESTA "
                       "ENCERRADO NO RAZAO - O LOTE DE ENCERRAMENTO "
                       "NAO SERIA POSTADO. REABRA NO PROG182."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM VERIFICA-EXERCICIO-ENCERRADO.
           IF JA-ENCERRADO
               DISPLAY "O EXERCICIO " COMPETENCIA-ANO " JA TEM LOTE "
                       "DE ENCERRAMENTO EM GLEXT.DAT - ENCERRAMENTO "
                       "EM DUPLICIDADE BLOQUEADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF LOTES-NAO-POSTADOS IS GREATER THAN ZEROS
               DISPLAY LOTES-NAO-POSTADOS " LOTE(S) ATE DEZEMBRO/"
                       COMPETENCIA-ANO " AINDA NAO POSTADO(S) NO "
                       "RAZAO - RODE O PROG132 ANTES DO ENCERRAMENTO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM CARREGA-PLANO-CONTAS.
           IF NOT LUCROS-NO-PLANO
               DISPLAY "CONTA " CONTA-LUCROS-ACUMULADOS " (LUCROS OU "
                       "PREJUIZOS ACUMULADOS) NAO EXISTE NO PLANO DE "
                       "CONTAS - ENCERRAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM ACUMULA-RAZAO.
           PERFORM APURA-TOTAIS-DO-LOTE.
           IF QTD-LINHAS-LOTE IS EQUAL ZEROS
               DISPLAY "NENHUM SALDO NAS CONTAS DE RESULTADO ATE "
                       "DEZEMBRO/" COMPETENCIA-ANO " - NADA A ENCERRAR."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           IF TOTAL-DEBITOS-LOTE IS GREATER THAN LIMITE-LOTE
                   OR TOTAL-CREDITOS-LOTE IS GREATER THAN LIMITE-LOTE
               DISPLAY "TOTAIS ACIMA DO LIMITE DO LOTE CONTABIL - "
                       "NADA FOI GRAVADO EM GLEXT.DAT."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE RESULTADO-EXERCICIO TO VALOR-EDITADO.
           DISPLAY "RESULTADO DO EXERCICIO " COMPETENCIA-ANO
                   " (CREDITO = LUCRO) : " VALOR-EDITADO.
           DISPLAY "CONTAS DE RESULTADO A ZERAR : " QTD-LINHAS-LOTE.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "ENCERRAMENTO CANCELADO - NADA FOI GRAVADO."
               STOP RUN.

           PERFORM OBTEM-NUMERO-LOTE.
           PERFORM GERA-LOTE-ENCERRAMENTO.
           PERFORM GRAVA-ULTIMO-LOTE.
           PERFORM REGISTRA-AUDITORIA-ENCERRAMENTO.

           DISPLAY "===================================".
           DISPLAY "LOTE DE ENCERRAMENTO : " NUMERO-LOTE
                   " COMPETENCIA : 12/" COMPETENCIA-ANO.
           DISPLAY "O LOTE ENTRA NO RAZAO NA PROXIMA IMPORTACAO "
                   "(PROG132) - SO ENTAO ENCERRE DEZEMBRO NO PROG181.".
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL PELO ENCERRAMENTO, PARA A
      *    TRILHA DE AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               DISPLAY "OPERADOR E' OBRIGATORIO NO ENCERRAMENTO."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    O EXERCICIO PRECISA TER TERMINADO - EM BRANCO, ASSUME O
      *    ANO ANTERIOR.
       PEDE-EXERCICIO.
           DISPLAY "EXERCICIO A ENCERRAR (AAAA - ENTER = ANO "
                   "ANTERIOR) : ".
           MOVE SPACES TO EXERCICIO-INFORMADO.
           ACCEPT EXERCICIO-INFORMADO.
           IF EXERCICIO-INFORMADO IS EQUAL SPACES
               COMPUTE COMPETENCIA-ANO = DATA-CORRENTE-ANO - 1
           ELSE
               IF EXERCICIO-INFORMADO IS NOT NUMERIC
                   DISPLAY "EXERCICIO INVALIDO : " EXERCICIO-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE EXERCICIO-INFORMADO TO COMPETENCIA-ANO.
           MOVE 12 TO COMPETENCIA-MES.
           IF COMPETENCIA-ANO IS NOT LESS THAN DATA-CORRENTE-ANO
               DISPLAY "ENCERRAMENTO RECUSADO - O EXERCICIO "
                       COMPETENCIA-ANO " AINDA NAO TERMINOU."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO DESCRICAO-LOTE.
           STRING "ENCERRAMENTO DO EXERCICIO " COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO DESCRICAO-LOTE.

       CARREGA-FECHAMENTOS.
           MOVE ZEROS TO QTD-FECHAMENTOS.
           OPEN INPUT ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZFECH
               PERFORM LEIA-PROXIMO-RAZFECH
               PERFORM GUARDA-EVENTO-FECHAMENTO
                       UNTIL FINAL-RAZFECH IS EQUAL "S".
           CLOSE ARQUIVO-RAZFECH.

       LEIA-PROXIMO-RAZFECH.
           READ ARQUIVO-RAZFECH AT END
           MOVE "S" TO FINAL-RAZFECH.

       GUARDA-EVENTO-FECHAMENTO.
           MOVE RAZFECH-COMPETENCIA TO COMPETENCIA-PROCURADA.
           PERFORM PROCURA-COMPETENCIA.
           IF NOT COMPETENCIA-ACHADA
                   AND QTD-FECHAMENTOS IS LESS THAN 600
               ADD 1 TO QTD-FECHAMENTOS
               MOVE QTD-FECHAMENTOS TO IDX-FECH
               MOVE RAZFECH-COMPETENCIA TO FECH-COMPETENCIA(IDX-FECH)
               MOVE "S" TO COMPETENCIA-ACHADA-SW.
           IF COMPETENCIA-ACHADA
               MOVE RAZFECH-EVENTO TO FECH-SITUACAO(IDX-FECH).
           PERFORM LEIA-PROXIMO-RAZFECH.

       PROCURA-COMPETENCIA.
           MOVE "N" TO COMPETENCIA-ACHADA-SW.
           MOVE 1 TO IDX-FECH.
           PERFORM COMPARA-COMPETENCIA
                   UNTIL COMPETENCIA-ACHADA
                   OR IDX-FECH IS GREATER THAN QTD-FECHAMENTOS.

       COMPARA-COMPETENCIA.
           IF FECH-COMPETENCIA(IDX-FECH) IS EQUAL
                   COMPETENCIA-PROCURADA
               MOVE "S" TO COMPETENCIA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FECH.

       VERIFICA-COMPETENCIA-ENCERRADA.
           MOVE "N" TO COMPETENCIA-ENCERRADA-SW.
           PERFORM PROCURA-COMPETENCIA.
           IF COMPETENCIA-ACHADA
               IF FECH-SITUACAO(IDX-FECH) IS EQUAL "F"
                   MOVE "S" TO COMPETENCIA-ENCERRADA-SW.

      *    PERCORRE OS CABECALHOS DE LOTE DE GLEXT.DAT - UM LOTE DE
      *    ENCERRAMENTO DO MESMO EXERCICIO BLOQUEIA A DUPLICIDADE, E
      *    LOTE ATE DEZEMBRO AINDA NAO POSTADO (FORA OS RETIDOS EM
      *    COMPETENCIA ENCERRADA, QUE NAO ENTRAM) BLOQUEIA A APURACAO.
       VERIFICA-EXERCICIO-ENCERRADO.
           MOVE ZEROS TO QTD-IMPORTADOS.
           OPEN INPUT ARQUIVO-RAZCTL.
           IF RAZCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZCTL
               PERFORM LEIA-PROXIMO-RAZCTL
               PERFORM GUARDA-LOTE-IMPORTADO
                       UNTIL FINAL-RAZCTL IS EQUAL "S".
           CLOSE ARQUIVO-RAZCTL.

           MOVE "N" TO JA-ENCERRADO-SW.
           MOVE ZEROS TO LOTES-NAO-POSTADOS.
           OPEN INPUT ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS NOT EQUAL "00"
              AND GLEXT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE EXTRACAO - "
                       "STATUS : " GLEXT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-GLEXT.
           PERFORM LEIA-PROXIMO-GLEXT.
           PERFORM EXAMINA-CABECALHO-GLEXT
                   UNTIL FINAL-GLEXT IS EQUAL "S".
           CLOSE ARQUIVO-GLEXT.

       LEIA-PROXIMO-RAZCTL.
           READ ARQUIVO-RAZCTL AT END
           MOVE "S" TO FINAL-RAZCTL.

       GUARDA-LOTE-IMPORTADO.
           IF QTD-IMPORTADOS IS LESS THAN 2000
               ADD 1 TO QTD-IMPORTADOS
               MOVE RAZCTL-LOTE TO IMP-LOTE(QTD-IMPORTADOS).
           PERFORM LEIA-PROXIMO-RAZCTL.

       LEIA-PROXIMO-GLEXT.
           READ ARQUIVO-GLEXT AT END
           MOVE "S" TO FINAL-GLEXT.

       EXAMINA-CABECALHO-GLEXT.
           IF GLEXT-REG-CABECALHO
               IF GLEXT-DESCRICAO IS EQUAL DESCRICAO-LOTE
                   MOVE "S" TO JA-ENCERRADO-SW
               ELSE
                   IF GLEXT-COMPETENCIA IS NOT GREATER THAN
                           COMPETENCIA-ENCERRAMENTO
                       PERFORM EXAMINA-LOTE-PENDENTE.
           PERFORM LEIA-PROXIMO-GLEXT.

       EXAMINA-LOTE-PENDENTE.
           MOVE "N" TO LOTE-JA-IMPORTADO-SW.
           MOVE 1 TO IDX-IMP.
           PERFORM COMPARA-LOTE-IMPORTADO
                   UNTIL LOTE-JA-IMPORTADO
                   OR IDX-IMP IS GREATER THAN QTD-IMPORTADOS.
           IF NOT LOTE-JA-IMPORTADO
               MOVE GLEXT-COMPETENCIA TO COMPETENCIA-PROCURADA
               PERFORM VERIFICA-COMPETENCIA-ENCERRADA
               IF NOT COMPETENCIA-ENCERRADA
                   ADD 1 TO LOTES-NAO-POSTADOS.

       COMPARA-LOTE-IMPORTADO.
           IF IMP-LOTE(IDX-IMP) IS EQUAL GLEXT-LOTE
               MOVE "S" TO LOTE-JA-IMPORTADO-SW
           ELSE
               ADD 1 TO IDX-IMP.

      *    SO AS CONTAS DE RESULTADO ENTRAM NA TABELA - LINHA ANTIGA
      *    DO PLANO, SEM TIPO, VALE PELO PRIMEIRO DIGITO DA CONTA
      *    (3 RECEITA, 4 DESPESA), COMO NA DRE (PROG176).
       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "PLANO DE CONTAS (PLANCTAS.DAT) NAO "
                       "DISPONIVEL - STATUS : " PLANCTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PLANCTAS.
           PERFORM LEIA-PROXIMA-CONTA.
           PERFORM GUARDA-CONTA-NA-TABELA
                   UNTIL FINAL-PLANCTAS IS EQUAL "S".
           CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-PLANCTAS.

       GUARDA-CONTA-NA-TABELA.
           IF PLANCTAS-CONTA IS EQUAL CONTA-LUCROS-ACUMULADOS
               MOVE "S" TO LUCROS-NO-PLANO-SW.
           PERFORM RESOLVE-TIPO.
           IF TIPO-RESULTADO
                   AND QTD-CONTAS IS LESS THAN 100
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CTA-CODIGO(QTD-CONTAS)
               MOVE ZEROS TO CTA-SALDO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

       RESOLVE-TIPO.
           MOVE SPACE TO TIPO-DA-CONTA.
           IF PLANCTAS-TIPO-VALIDO
               MOVE PLANCTAS-TIPO TO TIPO-DA-CONTA
           ELSE
               IF PLANCTAS-CONTA(1:1) IS EQUAL "3"
                   MOVE "R" TO TIPO-DA-CONTA
               ELSE
                   IF PLANCTAS-CONTA(1:1) IS EQUAL "4"
                       MOVE "D" TO TIPO-DA-CONTA.

      *    SALDO ACUMULADO ATE DEZEMBRO DO EXERCICIO - INCLUI ANOS
      *    ANTERIORES, PARA QUE UM ENCERRAMENTO QUE FALTOU TAMBEM SEJA
      *    ZERADO AGORA.
       ACUMULA-RAZAO.
           OPEN INPUT ARQUIVO-RAZAO.
           IF RAZAO-ARQ-STATUS IS NOT EQUAL "00"
              AND RAZAO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O RAZAO INTERNO - STATUS : "
                       RAZAO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RAZAO.
           PERFORM LEIA-PROXIMO-RAZAO.
           PERFORM EXAMINA-LANCAMENTO
                   UNTIL FINAL-RAZAO IS EQUAL "S".
           CLOSE ARQUIVO-RAZAO.

       LEIA-PROXIMO-RAZAO.
           READ ARQUIVO-RAZAO AT END
           MOVE "S" TO FINAL-RAZAO.

       EXAMINA-LANCAMENTO.
           IF RAZAO-COMPETENCIA IS NOT GREATER THAN
                   COMPETENCIA-ENCERRAMENTO-NUM
               PERFORM ACUMULA-NA-CONTA.
           PERFORM LEIA-PROXIMO-RAZAO.

       ACUMULA-NA-CONTA.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM PROCURA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF CONTA-ACHADA
               IF RAZAO-DEBITO
                   ADD RAZAO-VALOR TO CTA-SALDO(IDX-CONTA)
               ELSE
                   SUBTRACT RAZAO-VALOR FROM CTA-SALDO(IDX-CONTA).

       PROCURA-CONTA.
           IF CTA-CODIGO(IDX-CONTA) IS EQUAL RAZAO-CONTA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

      *    CADA SALDO DEVEDOR VIRA CREDITO E CADA SALDO CREDOR VIRA
      *    DEBITO; A DIFERENCA (O RESULTADO) VAI PARA LUCROS OU
      *    PREJUIZOS ACUMULADOS.
       APURA-TOTAIS-DO-LOTE.
           MOVE ZEROS TO TOTAL-DEBITOS-LOTE.
           MOVE ZEROS TO TOTAL-CREDITOS-LOTE.
           MOVE ZEROS TO RESULTADO-EXERCICIO.
           MOVE ZEROS TO QTD-LINHAS-LOTE.
           MOVE 1 TO IDX-CONTA.
           PERFORM SOMA-SALDO-DA-CONTA
                   UNTIL IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF RESULTADO-EXERCICIO IS GREATER THAN ZEROS
               ADD RESULTADO-EXERCICIO TO TOTAL-CREDITOS-LOTE
           ELSE
               SUBTRACT RESULTADO-EXERCICIO FROM TOTAL-DEBITOS-LOTE.

       SOMA-SALDO-DA-CONTA.
           IF CTA-SALDO(IDX-CONTA) IS GREATER THAN ZEROS
               ADD CTA-SALDO(IDX-CONTA) TO TOTAL-CREDITOS-LOTE
               ADD 1 TO QTD-LINHAS-LOTE
           ELSE
               IF CTA-SALDO(IDX-CONTA) IS LESS THAN ZEROS
                   SUBTRACT CTA-SALDO(IDX-CONTA)
                       FROM TOTAL-DEBITOS-LOTE
                   ADD 1 TO QTD-LINHAS-LOTE.
           SUBTRACT CTA-SALDO(IDX-CONTA) FROM RESULTADO-EXERCICIO.
           ADD 1 TO IDX-CONTA.

       PERGUNTA-CONFIRMACAO.
           DISPLAY "GERA O LOTE DE ENCERRAMENTO DO EXERCICIO "
                   COMPETENCIA-ANO " ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    O NUMERO DE LOTE E' SEQUENCIAL ENTRE EXECUCOES, GUARDADO
      *    EM GLCTL.DAT - O MESMO NUMERADOR DOS DEMAIS LOTES, PARA
      *    QUE O CONTADOR CONFIRA UMA SEQUENCIA UNICA.
       OBTEM-NUMERO-LOTE.
           MOVE ZEROS TO NUMERO-LOTE.
           OPEN INPUT ARQUIVO-GLCTL.
           IF GLCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-GLCTL
               IF GLCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE GLCTL-ULTIMO-LOTE TO NUMERO-LOTE.
           CLOSE ARQUIVO-GLCTL.
           ADD 1 TO NUMERO-LOTE.

       GRAVA-ULTIMO-LOTE.
           MOVE NUMERO-LOTE TO GLCTL-ULTIMO-LOTE.
           OPEN OUTPUT ARQUIVO-GLCTL.
           WRITE GLCTL-REGISTRO.
           CLOSE ARQUIVO-GLCTL.

      *    GRAVA O LOTE COMPLETO - CABECALHO, UMA LINHA POR CONTA DE
      *    RESULTADO COM SALDO, A LINHA DE LUCROS OU PREJUIZOS
      *    ACUMULADOS E O TRAILER COM OS TOTAIS CONFERIDOS.
       GERA-LOTE-ENCERRAMENTO.
           OPEN EXTEND ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-GLEXT.

           MOVE SPACES TO GLEXT-REGISTRO.
           MOVE "H"                      TO GLEXT-TIPO-REG.
           MOVE NUMERO-LOTE              TO GLEXT-LOTE.
           MOVE COMPETENCIA-ENCERRAMENTO TO GLEXT-COMPETENCIA.
           MOVE DATA-CORRENTE            TO GLEXT-DATA.
           MOVE DESCRICAO-LOTE           TO GLEXT-DESCRICAO.
           MOVE ZEROS                    TO GLEXT-VALOR.
           MOVE ZEROS                    TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           MOVE "L" TO GLEXT-TIPO-REG.
           MOVE ZEROS TO GLEXT-VALOR-CREDITOS.
           MOVE 1 TO IDX-CONTA.
           PERFORM GRAVA-LINHA-DA-CONTA
                   UNTIL IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF RESULTADO-EXERCICIO IS NOT EQUAL ZEROS
               MOVE CONTA-LUCROS-ACUMULADOS TO GLEXT-CONTA
               MOVE "ENCERRAMENTO DO EXERCICIO" TO GLEXT-DESCRICAO
               IF RESULTADO-EXERCICIO IS GREATER THAN ZEROS
                   MOVE "C" TO GLEXT-TIPO
                   MOVE RESULTADO-EXERCICIO TO GLEXT-VALOR
               ELSE
                   MOVE "D" TO GLEXT-TIPO
                   COMPUTE GLEXT-VALOR = ZEROS - RESULTADO-EXERCICIO
               END-IF
               WRITE GLEXT-REGISTRO.

           MOVE SPACES TO GLEXT-CONTA.
           MOVE "T"                    TO GLEXT-TIPO-REG.
           MOVE "TOTAIS DO LOTE"       TO GLEXT-DESCRICAO.
           MOVE SPACE                  TO GLEXT-TIPO.
           MOVE TOTAL-DEBITOS-LOTE     TO GLEXT-VALOR.
           MOVE TOTAL-CREDITOS-LOTE    TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           CLOSE ARQUIVO-GLEXT.

       GRAVA-LINHA-DA-CONTA.
           IF CTA-SALDO(IDX-CONTA) IS NOT EQUAL ZEROS
               MOVE CTA-CODIGO(IDX-CONTA) TO GLEXT-CONTA
               MOVE "ENCERRAMENTO DO EXERCICIO" TO GLEXT-DESCRICAO
               IF CTA-SALDO(IDX-CONTA) IS GREATER THAN ZEROS
                   MOVE "C" TO GLEXT-TIPO
                   MOVE CTA-SALDO(IDX-CONTA) TO GLEXT-VALOR
               ELSE
                   MOVE "D" TO GLEXT-TIPO
                   COMPUTE GLEXT-VALOR = ZEROS - CTA-SALDO(IDX-CONTA)
               END-IF
               WRITE GLEXT-REGISTRO.
           ADD 1 TO IDX-CONTA.

      *    REGISTRA NA TRILHA DE AUDITORIA O ENCERRAMENTO - O CODIGO
      *    E' A COMPETENCIA DO LOTE (AAAA12).
       REGISTRA-AUDITORIA-ENCERRAMENTO.
           MOVE "RAZAO"                      TO AUDIT-ENTIDADE.
           MOVE COMPETENCIA-ENCERRAMENTO-NUM TO AUDIT-CODIGO.
           MOVE "ENCERR-EXE"                 TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING DESCRICAO-LOTE " - LOTE " NUMERO-LOTE
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG183" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
