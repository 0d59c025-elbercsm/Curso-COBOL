       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG185.

      *    DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO - PARA A
      *    COMPETENCIA INFORMADA, CALCULA A DEPRECIACAO LINEAR (CUSTO
      *    DIVIDIDO PELA VIDA UTIL) DE CADA BEM EM USO DE PATRIM.DAT,
      *    A PARTIR DO MES SEGUINTE AO DA AQUISICAO, E GRAVA EM
      *    GLEXT.DAT UM LOTE BALANCEADO COM A DESPESA DE DEPRECIACAO
      *    CONTRA A DEPRECIACAO ACUMULADA, POR CLASSE (CONTAS DE
      *    CLASBEM.DAT), PARA O PROG132 POSTAR NO RAZAO. CADA BEM
      *    GUARDA A ULTIMA COMPETENCIA DEPRECIADA - RODAR DE NOVO O
      *    MES NAO DEPRECIA DUAS VEZES, E UM MES ESQUECIDO ENTRA NA
      *    COMPETENCIA SEGUINTE. O ULTIMO MES DA VIDA UTIL LEVA A
      *    SOBRA DO ARREDONDAMENTO. RECUSA COMPETENCIA FUTURA OU JA
      *    ENCERRADA NO RAZAO (PROG181).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPATRIM.cob".
           COPY "SELCLASBEM.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELGLEXT.cob".
           COPY "SELGLCTL.cob".
           COPY "SELRAZFECH.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPATRIM.cob".
           COPY "FDCLASBEM.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDGLEXT.cob".
           COPY "FDGLCTL.cob".
           COPY "FDRAZFECH.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  PATRIM-ARQ-STATUS       PIC X(02).
       01  CLASBEM-ARQ-STATUS      PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  GLCTL-ARQ-STATUS        PIC X(02).
       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-PATRIM            PIC X.
       01  FINAL-CLASBEM           PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-RAZFECH           PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  COMPETENCIA-CORRENTE    PIC 9(06).

       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-DEPREC.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-DEPREC-NUM REDEFINES COMPETENCIA-DEPREC
                                   PIC 9(06).
       01  SITUACAO-COMPETENCIA    PIC X(01) VALUE SPACE.
           88 COMPETENCIA-ENCERRADA VALUE "F".

      *    CLASSES DO IMOBILIZADO COM AS CONTAS E O VALOR DEPRECIADO
      *    NA COMPETENCIA - UMA LINHA DE DEBITO E UMA DE CREDITO POR
      *    CLASSE NO LOTE.
       01  TABELA-CLASSES.
           05 QTD-CLASSES          PIC 9(02) VALUE ZEROS.
           05 CLASSE-ITEM OCCURS 30 TIMES.
               10 CLASSE-TAB-CODIGO   PIC X(02).
               10 CLASSE-TAB-CONTA-DEPREC  PIC X(06).
               10 CLASSE-TAB-CONTA-DESPESA PIC X(06).
               10 CLASSE-TAB-VALOR    PIC 9(10)V9(02).
               10 CLASSE-TAB-BENS     PIC 9(05).
       01  IDX-CLASSE              PIC 9(02).
       01  CLASSE-ACHADA-SW        PIC X(01).
           88 CLASSE-ACHADA        VALUE "S".

       01  TABELA-CONTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-CODIGO OCCURS 100 TIMES PIC X(06).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".
       01  CONTA-VALIDANDA         PIC X(06).
       01  CONTAS-INVALIDAS        PIC 9(03) VALUE ZEROS.

      *    CALCULO DA DEPRECIACAO DE UM BEM.
       01  ULTIMA-BASE.
           05 ULTIMA-BASE-ANO      PIC 9(04).
           05 ULTIMA-BASE-MES      PIC 9(02).
       01  ULTIMA-BASE-NUM REDEFINES ULTIMA-BASE
                                   PIC 9(06).
       01  MESES-A-DEPRECIAR       PIC S9(05).
       01  MESES-DE-USO            PIC S9(05).
       01  COTA-MENSAL             PIC 9(08)V9(02).
       01  SALDO-A-DEPRECIAR       PIC 9(08)V9(02).
       01  VALOR-DEPRECIACAO       PIC 9(10)V9(02).
       01  DEPRECIAR-SW            PIC X(01).
           88 BEM-A-DEPRECIAR      VALUE "S".
       01  BENS-SEM-CLASSE         PIC 9(05) VALUE ZEROS.

       01  TOTAL-DEPRECIACAO       PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-BENS              PIC 9(05) VALUE ZEROS.
       01  LIMITE-LOTE             PIC 9(10)V9(02)
                                   VALUE 99999999.99.
       01  NUMERO-LOTE             PIC 9(06) VALUE ZEROS.
       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- DEPRECIACAO MENSAL DO IMOBILIZADO ----".
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-COMPETENCIA.

           COMPUTE COMPETENCIA-CORRENTE =
                   (DATA-CORRENTE-ANO * 100) + DATA-CORRENTE-MES.
           IF COMPETENCIA-DEPREC-NUM IS GREATER THAN
                   COMPETENCIA-CORRENTE
               DISPLAY "COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " AINDA NAO COMECOU."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM VERIFICA-SITUACAO-COMPETENCIA.
           IF COMPETENCIA-ENCERRADA
               DISPLAY "A COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " ESTA ENCERRADA NO RAZAO - "
                       "O LOTE NAO SERIA POSTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM CARREGA-CLASSES.
           PERFORM CARREGA-PLANO-CONTAS.

      *    PRIMEIRA PASSADA - SO CALCULA, PARA CONFERIR AS CONTAS E
      *    OS LIMITES ANTES DE ALTERAR QUALQUER BEM.
           OPEN INPUT ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DO IMOBILIZADO (PATRIM.DAT) NAO "
                       "DISPONIVEL - STATUS : " PATRIM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-PATRIM.
           PERFORM LEIA-PROXIMO-PATRIM.
           PERFORM CALCULA-UM-BEM
                   UNTIL FINAL-PATRIM IS EQUAL "S".
           CLOSE ARQUIVO-PATRIM.

           IF BENS-SEM-CLASSE IS GREATER THAN ZEROS
               DISPLAY BENS-SEM-CLASSE " BEM(NS) COM CLASSE FORA DE "
                       "CLASBEM.DAT - CORRIJA NO PROG184."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF TOTAL-BENS IS EQUAL ZEROS
               DISPLAY "NENHUM BEM A DEPRECIAR EM " COMPETENCIA-MES
                       "/" COMPETENCIA-ANO "."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           PERFORM VALIDA-CONTAS-DAS-CLASSES.
           IF CONTAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "PROCESSAMENTO INTERROMPIDO - NADA FOI "
                       "GRAVADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF TOTAL-DEPRECIACAO IS GREATER THAN LIMITE-LOTE
               DISPLAY "TOTAL ACIMA DO LIMITE DO LOTE CONTABIL - "
                       "NADA FOI GRAVADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE TOTAL-DEPRECIACAO TO VALOR-EDITADO.
           DISPLAY "BENS A DEPRECIAR : " TOTAL-BENS
                   "  DEPRECIACAO : " VALOR-EDITADO.
           MOVE 1 TO IDX-CLASSE.
           PERFORM EXIBE-CLASSE
                   UNTIL IDX-CLASSE IS GREATER THAN QTD-CLASSES.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "DEPRECIACAO CANCELADA - NADA FOI GRAVADO."
               STOP RUN.

      *    SEGUNDA PASSADA - ATUALIZA OS BENS COM O MESMO CALCULO.
           OPEN I-O ARQUIVO-PATRIM.
           MOVE "N" TO FINAL-PATRIM.
           PERFORM LEIA-PROXIMO-PATRIM.
           PERFORM ATUALIZA-UM-BEM
                   UNTIL FINAL-PATRIM IS EQUAL "S".
           CLOSE ARQUIVO-PATRIM.

           PERFORM OBTEM-NUMERO-LOTE.
           PERFORM GERA-LOTE-DEPRECIACAO.
           PERFORM GRAVA-ULTIMO-LOTE.
           PERFORM REGISTRA-AUDITORIA-DEPRECIACAO.

           DISPLAY "===================================".
           DISPLAY "LOTE DE DEPRECIACAO : " NUMERO-LOTE
                   " COMPETENCIA : " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO.
           DISPLAY "O LOTE ENTRA NO RAZAO NA PROXIMA IMPORTACAO "
                   "(PROG132).".
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA DEPRECIACAO (AAAAMM - ENTER = MES "
                   "ANTERIOR) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               PERFORM ASSUME-MES-ANTERIOR
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-DEPREC.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ASSUME-MES-ANTERIOR.
           MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO.
           MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS EQUAL 01
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES.

      *    A SITUACAO E' A DO ULTIMO EVENTO DA COMPETENCIA EM
      *    RAZFECH.DAT - SEM EVENTO, ESTA ABERTA.
       VERIFICA-SITUACAO-COMPETENCIA.
           MOVE SPACE TO SITUACAO-COMPETENCIA.
           OPEN INPUT ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RAZFECH
               PERFORM LEIA-PROXIMO-RAZFECH
               PERFORM EXAMINA-EVENTO
                       UNTIL FINAL-RAZFECH IS EQUAL "S".
           CLOSE ARQUIVO-RAZFECH.

       LEIA-PROXIMO-RAZFECH.
           READ ARQUIVO-RAZFECH AT END
           MOVE "S" TO FINAL-RAZFECH.

       EXAMINA-EVENTO.
           IF RAZFECH-COMPETENCIA IS EQUAL COMPETENCIA-DEPREC-NUM
               MOVE RAZFECH-EVENTO TO SITUACAO-COMPETENCIA.
           PERFORM LEIA-PROXIMO-RAZFECH.

       CARREGA-CLASSES.
           MOVE ZEROS TO QTD-CLASSES.
           OPEN INPUT ARQUIVO-CLASBEM.
           IF CLASBEM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CLASBEM
               PERFORM LEIA-PROXIMA-CLASSE
               PERFORM GUARDA-CLASSE-NA-TABELA
                       UNTIL FINAL-CLASBEM IS EQUAL "S".
           CLOSE ARQUIVO-CLASBEM.

       LEIA-PROXIMA-CLASSE.
           READ ARQUIVO-CLASBEM AT END
           MOVE "S" TO FINAL-CLASBEM.

       GUARDA-CLASSE-NA-TABELA.
           IF QTD-CLASSES IS LESS THAN 30
               ADD 1 TO QTD-CLASSES
               MOVE CLASBEM-CODIGO
                    TO CLASSE-TAB-CODIGO(QTD-CLASSES)
               MOVE CLASBEM-CONTA-DEPREC
                    TO CLASSE-TAB-CONTA-DEPREC(QTD-CLASSES)
               MOVE CLASBEM-CONTA-DESPESA
                    TO CLASSE-TAB-CONTA-DESPESA(QTD-CLASSES)
               MOVE ZEROS TO CLASSE-TAB-VALOR(QTD-CLASSES)
               MOVE ZEROS TO CLASSE-TAB-BENS(QTD-CLASSES).
           PERFORM LEIA-PROXIMA-CLASSE.

       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PLANCTAS
               PERFORM LEIA-PROXIMA-CONTA
               PERFORM GUARDA-CONTA-NA-TABELA
                       UNTIL FINAL-PLANCTAS IS EQUAL "S".
           CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-PLANCTAS.

       GUARDA-CONTA-NA-TABELA.
           IF QTD-CONTAS IS LESS THAN 100
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CONTA-CODIGO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

       LEIA-PROXIMO-PATRIM.
           READ ARQUIVO-PATRIM NEXT RECORD AT END
           MOVE "S" TO FINAL-PATRIM.

       CALCULA-UM-BEM.
           PERFORM CALCULA-DEPRECIACAO-DO-BEM.
           IF BEM-A-DEPRECIAR
               PERFORM PROCURA-CLASSE
               IF CLASSE-ACHADA
                   ADD VALOR-DEPRECIACAO TO CLASSE-TAB-VALOR(IDX-CLASSE)
                   ADD 1 TO CLASSE-TAB-BENS(IDX-CLASSE)
                   ADD VALOR-DEPRECIACAO TO TOTAL-DEPRECIACAO
                   ADD 1 TO TOTAL-BENS
               ELSE
                   DISPLAY "BEM " PATRIM-CODIGO " - CLASSE "
                           PATRIM-CLASSE " NAO CADASTRADA."
                   ADD 1 TO BENS-SEM-CLASSE.
           PERFORM LEIA-PROXIMO-PATRIM.

       ATUALIZA-UM-BEM.
           PERFORM CALCULA-DEPRECIACAO-DO-BEM.
           IF BEM-A-DEPRECIAR
               ADD VALOR-DEPRECIACAO TO PATRIM-DEPREC-ACUMULADA
               MOVE COMPETENCIA-DEPREC-NUM TO PATRIM-ULTIMA-DEPREC
               REWRITE PATRIM-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O BEM "
                               PATRIM-CODIGO " - STATUS : "
                               PATRIM-ARQ-STATUS.
           PERFORM LEIA-PROXIMO-PATRIM.

      *    A DEPRECIACAO COMECA NO MES SEGUINTE AO DA AQUISICAO. OS
      *    MESES A DEPRECIAR CONTAM DA ULTIMA COMPETENCIA DEPRECIADA
      *    (OU DO MES DA AQUISICAO) ATE A COMPETENCIA PEDIDA. QUANDO
      *    A VIDA UTIL TERMINA, O BEM LEVA O SALDO QUE FALTA.
       CALCULA-DEPRECIACAO-DO-BEM.
           MOVE "N" TO DEPRECIAR-SW.
           MOVE ZEROS TO VALOR-DEPRECIACAO.
           IF PATRIM-EM-USO
                   AND PATRIM-CUSTO IS GREATER THAN
                       PATRIM-DEPREC-ACUMULADA
                   AND PATRIM-VIDA-UTIL IS GREATER THAN ZEROS
                   AND PATRIM-ULTIMA-DEPREC IS LESS THAN
                       COMPETENCIA-DEPREC-NUM
               PERFORM CALCULA-MESES-DO-BEM
               IF MESES-A-DEPRECIAR IS GREATER THAN ZEROS
                   PERFORM CALCULA-VALOR-DO-BEM.

       CALCULA-MESES-DO-BEM.
           IF PATRIM-ULTIMA-DEPREC IS EQUAL ZEROS
               MOVE PATRIM-AQUIS-ANO TO ULTIMA-BASE-ANO
               MOVE PATRIM-AQUIS-MES TO ULTIMA-BASE-MES
           ELSE
               MOVE PATRIM-ULTIMA-DEPREC TO ULTIMA-BASE-NUM.
           COMPUTE MESES-A-DEPRECIAR =
                   (COMPETENCIA-ANO * 12 + COMPETENCIA-MES)
                 - (ULTIMA-BASE-ANO * 12 + ULTIMA-BASE-MES).
           COMPUTE MESES-DE-USO =
                   (COMPETENCIA-ANO * 12 + COMPETENCIA-MES)
                 - (PATRIM-AQUIS-ANO * 12 + PATRIM-AQUIS-MES).

       CALCULA-VALOR-DO-BEM.
           MOVE "S" TO DEPRECIAR-SW.
           COMPUTE SALDO-A-DEPRECIAR =
                   PATRIM-CUSTO - PATRIM-DEPREC-ACUMULADA.
           COMPUTE COTA-MENSAL ROUNDED =
                   PATRIM-CUSTO / PATRIM-VIDA-UTIL.
           COMPUTE VALOR-DEPRECIACAO =
                   COTA-MENSAL * MESES-A-DEPRECIAR.
           IF MESES-DE-USO IS NOT LESS THAN PATRIM-VIDA-UTIL
                   OR VALOR-DEPRECIACAO IS GREATER THAN
                      SALDO-A-DEPRECIAR
               MOVE SALDO-A-DEPRECIAR TO VALOR-DEPRECIACAO.

       PROCURA-CLASSE.
           MOVE 1 TO IDX-CLASSE.
           MOVE "N" TO CLASSE-ACHADA-SW.
           PERFORM COMPARA-CLASSE
                   UNTIL CLASSE-ACHADA
                   OR IDX-CLASSE IS GREATER THAN QTD-CLASSES.

       COMPARA-CLASSE.
           IF CLASSE-TAB-CODIGO(IDX-CLASSE) IS EQUAL PATRIM-CLASSE
               MOVE "S" TO CLASSE-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CLASSE.

      *    SO AS CLASSES COM DEPRECIACAO NA COMPETENCIA PRECISAM DE
      *    CONTAS VALIDAS NO PLANO.
       VALIDA-CONTAS-DAS-CLASSES.
           MOVE ZEROS TO CONTAS-INVALIDAS.
           MOVE 1 TO IDX-CLASSE.
           PERFORM VALIDA-CONTAS-DE-UMA-CLASSE
                   UNTIL IDX-CLASSE IS GREATER THAN QTD-CLASSES.

       VALIDA-CONTAS-DE-UMA-CLASSE.
           IF CLASSE-TAB-VALOR(IDX-CLASSE) IS GREATER THAN ZEROS
               MOVE CLASSE-TAB-CONTA-DESPESA(IDX-CLASSE)
                    TO CONTA-VALIDANDA
               PERFORM VALIDA-CONTA
               MOVE CLASSE-TAB-CONTA-DEPREC(IDX-CLASSE)
                    TO CONTA-VALIDANDA
               PERFORM VALIDA-CONTA.
           ADD 1 TO IDX-CLASSE.

       VALIDA-CONTA.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM PROCURA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " CONTA-VALIDANDA " DA CLASSE "
                       CLASSE-TAB-CODIGO(IDX-CLASSE)
                       " NAO EXISTE NO PLANO DE CONTAS."
               ADD 1 TO CONTAS-INVALIDAS.

       PROCURA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL CONTA-VALIDANDA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

       EXIBE-CLASSE.
           IF CLASSE-TAB-VALOR(IDX-CLASSE) IS GREATER THAN ZEROS
               MOVE CLASSE-TAB-VALOR(IDX-CLASSE) TO VALOR-EDITADO
               DISPLAY "  CLASSE " CLASSE-TAB-CODIGO(IDX-CLASSE)
                       "  BENS " CLASSE-TAB-BENS(IDX-CLASSE)
                       "  VALOR " VALOR-EDITADO.
           ADD 1 TO IDX-CLASSE.

       PERGUNTA-CONFIRMACAO.
           DISPLAY "GERA O LOTE DE DEPRECIACAO DE " COMPETENCIA-MES
                   "/" COMPETENCIA-ANO " ? (S/N)".
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

      *    GRAVA O LOTE COMPLETO - CABECALHO, DEBITO NA DESPESA E
      *    CREDITO NA DEPRECIACAO ACUMULADA DE CADA CLASSE E O
      *    TRAILER COM OS TOTAIS CONFERIDOS.
       GERA-LOTE-DEPRECIACAO.
           OPEN EXTEND ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-GLEXT.

           MOVE SPACES TO GLEXT-REGISTRO.
           MOVE "H"                TO GLEXT-TIPO-REG.
           MOVE NUMERO-LOTE        TO GLEXT-LOTE.
           MOVE COMPETENCIA-DEPREC TO GLEXT-COMPETENCIA.
           MOVE DATA-CORRENTE      TO GLEXT-DATA.
           MOVE "DEPRECIACAO DO IMOBILIZADO" TO GLEXT-DESCRICAO.
           MOVE ZEROS              TO GLEXT-VALOR.
           MOVE ZEROS              TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           MOVE "L" TO GLEXT-TIPO-REG.
           MOVE 1 TO IDX-CLASSE.
           PERFORM GRAVA-LINHAS-DA-CLASSE
                   UNTIL IDX-CLASSE IS GREATER THAN QTD-CLASSES.

           MOVE SPACES TO GLEXT-CONTA.
           MOVE "T"                TO GLEXT-TIPO-REG.
           MOVE "TOTAIS DO LOTE"   TO GLEXT-DESCRICAO.
           MOVE SPACE              TO GLEXT-TIPO.
           MOVE TOTAL-DEPRECIACAO  TO GLEXT-VALOR.
           MOVE TOTAL-DEPRECIACAO  TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           CLOSE ARQUIVO-GLEXT.

       GRAVA-LINHAS-DA-CLASSE.
           IF CLASSE-TAB-VALOR(IDX-CLASSE) IS GREATER THAN ZEROS
               MOVE SPACES TO GLEXT-DESCRICAO
               STRING "DEPRECIACAO CLASSE "
                      CLASSE-TAB-CODIGO(IDX-CLASSE)
                      DELIMITED BY SIZE INTO GLEXT-DESCRICAO
               MOVE CLASSE-TAB-VALOR(IDX-CLASSE) TO GLEXT-VALOR
               MOVE CLASSE-TAB-CONTA-DESPESA(IDX-CLASSE)
                    TO GLEXT-CONTA
               MOVE "D" TO GLEXT-TIPO
               WRITE GLEXT-REGISTRO
               MOVE CLASSE-TAB-CONTA-DEPREC(IDX-CLASSE)
                    TO GLEXT-CONTA
               MOVE "C" TO GLEXT-TIPO
               WRITE GLEXT-REGISTRO.
           ADD 1 TO IDX-CLASSE.

      *    REGISTRA NA TRILHA DE AUDITORIA A DEPRECIACAO - O CODIGO
      *    E' A COMPETENCIA (AAAAMM).
       REGISTRA-AUDITORIA-DEPRECIACAO.
           MOVE "PATRIMONIO"           TO AUDIT-ENTIDADE.
           MOVE COMPETENCIA-DEPREC-NUM TO AUDIT-CODIGO.
           MOVE "DEPRECIA"             TO AUDIT-OPERACAO.
           MOVE TOTAL-DEPRECIACAO TO VALOR-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "LOTE " NUMERO-LOTE " VALOR " VALOR-EDITADO
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG185" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
