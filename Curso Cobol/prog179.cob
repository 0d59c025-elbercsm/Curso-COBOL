       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG179.

      *    APROVACAO DOS LANCAMENTOS CONTABEIS MANUAIS PENDENTES
      *    (LANCMAN.DAT) - UM SUPERVISOR, SOB OPERADOR DIFERENTE DO
      *    PREPARADOR, REVISA CADA LANCAMENTO E APROVA OU REJEITA.
      *    SO NA APROVACAO O LANCAMENTO VIRA UM LOTE BALANCEADO
      *    H/L/T EM GLEXT.DAT, NUMERADO PELO MESMO GLCTL.DAT DAS
      *    EXTRACOES, E ENTRA NO RAZAO PELA IMPORTACAO NORMAL DO
      *    PROG132. COM ESTORNO PEDIDO, UM SEGUNDO LOTE COM DEBITOS
      *    E CREDITOS INVERTIDOS E' GERADO NA COMPETENCIA SEGUINTE.
      *    MESMA DUPLA CUSTODIA DAS BAIXAS POR PERDA (PROG107).
      *    2026-10-15 O LANCAMENTO PREPARADO POR OPERADOR VINCULADO A
      *    UM FUNCIONARIO COM GESTOR SO PODE SER DECIDIDO PELO GESTOR
      *    IMEDIATO DELE OU POR QUEM ESTA ACIMA NA LINHA DE
      *    SUBORDINACAO (VER PROG208) - OS DEMAIS FICAM PENDENTES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLANCMAN.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELGLEXT.cob".
           COPY "SELGLCTL.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".
      *    ARQUIVO DE TRABALHO DA ATUALIZACAO DA FILA.
           SELECT ARQUIVO-LANCTMP
           ASSIGN TO "LANCMAN.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LANCTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLANCMAN.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDGLEXT.cob".
           COPY "FDGLCTL.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       FD  ARQUIVO-LANCTMP.
       01  LANCTMP-REGISTRO        PIC X(141).

       WORKING-STORAGE SECTION.

       01  LANCMAN-ARQ-STATUS      PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  GLCTL-ARQ-STATUS        PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  LANCTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-PLANCTAS          PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS (MESMA REGRA DO PROG90).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N" "P".

       01  DATA-CORRENTE           PIC 9(08).
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-APROVADOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(03) VALUE ZEROS.
       01  TOTAL-LOTES             PIC 9(03) VALUE ZEROS.
           COPY "LINHAPARM.cob".

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT - A CONTA PODE
      *    TER SAIDO DO PLANO DEPOIS DA DIGITACAO, E O LOTE SO E'
      *    GERADO COM TODAS AS CONTAS AINDA VALIDAS.
       01  TABELA-PLANCTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CONTA-CODIGO        PIC X(06).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".
       01  CONTAS-VALIDAS-SW       PIC X(01).
           88 CONTAS-VALIDAS       VALUE "S".

      *    AS LINHAS DO LANCAMENTO EM REVISAO SAO GUARDADAS INTEIRAS
      *    - A LEITURA JA AVANCOU PARA O PRIMEIRO REGISTRO DO
      *    LANCAMENTO SEGUINTE, QUE FICA SALVO ATE O FIM DA DECISAO.
       01  TABELA-LINHAS.
           05 QTD-LINHAS           PIC 9(02) VALUE ZEROS.
           05 LINHA-ITEM OCCURS 50 TIMES.
               10 LINHA-REGISTRO      PIC X(141).
       01  IDX-LINHA               PIC 9(02).
       01  PROXIMO-REGISTRO        PIC X(141).
       01  NUMERO-EM-REVISAO       PIC 9(06).
       01  TOTAL-LANCAMENTO        PIC 9(08)V9(02).

       01  NUMERO-LOTE             PIC 9(06) VALUE ZEROS.
       01  LOTE-LANCAMENTO         PIC 9(06) VALUE ZEROS.
       01  LOTE-ESTORNO            PIC 9(06) VALUE ZEROS.
       01  COMPETENCIA-LOTE.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  SITUACAO-DECIDIDA       PIC X(01).
       01  ESTORNANDO-SW           PIC X(01).
           88 ESTORNANDO           VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APROVACAO DE LANCAMENTOS MANUAIS ----".
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.
           PERFORM PEDE-SUPERVISOR.

           OPEN INPUT ARQUIVO-LANCMAN.
           IF LANCMAN-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM LANCAMENTO MANUAL PENDENTE "
                       "(LANCMAN.DAT)."
               STOP RUN.

           PERFORM CARREGA-PLANO-CONTAS.
           OPEN OUTPUT ARQUIVO-LANCTMP.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-LANCMAN.
           PERFORM REVISA-LANCAMENTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LANCMAN.
           CLOSE ARQUIVO-LANCTMP.
           PERFORM RECARREGA-FILA.

           DISPLAY "===================================".
           DISPLAY "LANCAMENTOS APROVADOS  : " TOTAL-APROVADOS.
           DISPLAY "LANCAMENTOS REJEITADOS : " TOTAL-REJEITADOS.
           DISPLAY "LOTES GERADOS EM GLEXT : " TOTAL-LOTES.
           IF TOTAL-LOTES IS GREATER THAN ZEROS
               DISPLAY "OS LOTES ENTRAM NO RAZAO NA PROXIMA "
                       "IMPORTACAO (PROG132).".
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-LANCMAN.
           READ ARQUIVO-LANCMAN AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE DECIDIR A FILA.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO DECIDE A "
                       "FILA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       TENTA-LOGIN-SUPERVISOR.
           ADD 1 TO TENTATIVAS-LOGIN.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO LOGIN-SENHA.
           ACCEPT LOGIN-SENHA.
           PERFORM PROCURA-SUPERVISOR-NO-CADASTRO.
           IF NOT LOGIN-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS OU SEM NIVEL "
                       "DE SUPERVISOR.".

       PROCURA-SUPERVISOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           MOVE "N" TO FINAL-OPERADOR.
           PERFORM LEIA-PROXIMO-OPERADOR.
           PERFORM COMPARA-SUPERVISOR-LOGIN
                   UNTIL LOGIN-OK OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR-LOGIN.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-ID
                   AND OPERADOR-SENHA IS EQUAL LOGIN-SENHA
                   AND OPERADOR-ATIVO
                   AND OPERADOR-SUPERVISOR
               MOVE "S" TO LOGIN-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

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
           IF QTD-CONTAS IS LESS THAN 100
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CONTA-CODIGO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

      *    JUNTA AS LINHAS DE UM LANCAMENTO, DECIDE SE ESTIVER
      *    PENDENTE E DEVOLVE TODAS AO ARQUIVO RECONSTRUIDO - OS JA
      *    DECIDIDOS PASSAM DIRETO, PRESERVANDO O HISTORICO.
       REVISA-LANCAMENTO.
           MOVE LANCMAN-NUMERO TO NUMERO-EM-REVISAO.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE ZEROS TO TOTAL-LANCAMENTO.
           PERFORM GUARDA-LINHA-DO-LANCAMENTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S"
                   OR LANCMAN-NUMERO IS NOT EQUAL NUMERO-EM-REVISAO.
           MOVE LANCMAN-REGISTRO TO PROXIMO-REGISTRO.

           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.
           IF LANCMAN-PENDENTE
               PERFORM DECIDE-LANCAMENTO.

           MOVE 1 TO IDX-LINHA.
           PERFORM DEVOLVE-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           MOVE PROXIMO-REGISTRO TO LANCMAN-REGISTRO.

       GUARDA-LINHA-DO-LANCAMENTO.
           IF QTD-LINHAS IS LESS THAN 50
               ADD 1 TO QTD-LINHAS
               MOVE LANCMAN-REGISTRO TO LINHA-REGISTRO(QTD-LINHAS)
               IF LANCMAN-DEBITO
                   ADD LANCMAN-VALOR TO TOTAL-LANCAMENTO.
           PERFORM LEIA-PROXIMO-LANCMAN.

       DEVOLVE-LINHA.
           MOVE LINHA-REGISTRO(IDX-LINHA) TO LANCTMP-REGISTRO.
           WRITE LANCTMP-REGISTRO.
           ADD 1 TO IDX-LINHA.

      *    QUEM PREPAROU NAO PODE APROVAR O PROPRIO LANCAMENTO, E
      *    QUEM NAO ESTA NA LINHA ACIMA DO PREPARADOR NAO DECIDE.
       DECIDE-LANCAMENTO.
           IF LANCMAN-PREPARADOR IS EQUAL OPERADOR-ID
               DISPLAY "O LANCAMENTO " LANCMAN-NUMERO " FOI "
                       "PREPARADO POR VOCE - OUTRO SUPERVISOR "
                       "PRECISA DECIDIR."
           ELSE
               PERFORM CONFERE-LINHA-DO-PREPARADOR
               IF LINHA-FORA-DA-LINHA
                   DISPLAY "O LANCAMENTO " LANCMAN-NUMERO " SO PODE "
                           "SER DECIDIDO PELO GESTOR " LINHA-GESTOR
                           " OU ACIMA DELE."
               ELSE
                   PERFORM MOSTRA-E-PERGUNTA.

       CONFERE-LINHA-DO-PREPARADOR.
           MOVE "V" TO LINHA-FUNCAO.
           MOVE ZEROS TO LINHA-FUNCIONARIO.
           MOVE LANCMAN-PREPARADOR TO LINHA-SOLICITANTE.
           MOVE OPERADOR-ID TO LINHA-APROVADOR.
           CALL "PROG208" USING LINHA-PARAMETROS.

       MOSTRA-E-PERGUNTA.
           DISPLAY "-----------------------------------".
           DISPLAY "LANCAMENTO " LANCMAN-NUMERO " COMPETENCIA "
                   LANCMAN-COMP-MES "/" LANCMAN-COMP-ANO
                   " - PREPARADO POR " LANCMAN-PREPARADOR " EM "
                   LANCMAN-DATA-PREPARO.
           DISPLAY "HISTORICO : " LANCMAN-HISTORICO.
           IF LANCMAN-COM-ESTORNO
               DISPLAY "COM ESTORNO AUTOMATICO NA COMPETENCIA "
                       "SEGUINTE.".
           MOVE 1 TO IDX-LINHA.
           PERFORM MOSTRA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           MOVE TOTAL-LANCAMENTO TO VALOR-EDITADO.
           DISPLAY "TOTAL DO LANCAMENTO : " VALOR-EDITADO.
           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-DECISAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM APROVA-LANCAMENTO
           ELSE
               IF RESPOSTA IS EQUAL "N"
                   PERFORM REJEITA-LANCAMENTO.

       MOSTRA-LINHA.
           MOVE LINHA-REGISTRO(IDX-LINHA) TO LANCMAN-REGISTRO.
           MOVE LANCMAN-VALOR TO VALOR-EDITADO.
           DISPLAY "  " LANCMAN-CONTA " " LANCMAN-TIPO " "
                   VALOR-EDITADO " " LANCMAN-DESCRICAO.
           ADD 1 TO IDX-LINHA.

      *    "P" PULA O LANCAMENTO, QUE CONTINUA PENDENTE PARA OUTRA
      *    SESSAO.
       PERGUNTA-DECISAO.
           DISPLAY "APROVAR ESTE LANCAMENTO ? (S=APROVA / N=REJEITA "
                   "/ P=PULA)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "p"
               MOVE "P" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S, N OU P.".

      *    CONTA QUE SAIU DO PLANO DEPOIS DA DIGITACAO SEGURA O
      *    LANCAMENTO PENDENTE - O PREPARADOR CORRIGE E DIGITA DE
      *    NOVO, OU O SUPERVISOR REJEITA.
       APROVA-LANCAMENTO.
           MOVE "S" TO CONTAS-VALIDAS-SW.
           MOVE 1 TO IDX-LINHA.
           PERFORM VALIDA-CONTA-DA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.
           IF NOT CONTAS-VALIDAS
               DISPLAY "LANCAMENTO CONTINUA PENDENTE."
           ELSE
               PERFORM GERA-LOTES-DO-LANCAMENTO
               MOVE "A" TO SITUACAO-DECIDIDA
               PERFORM MARCA-DECISAO
               ADD 1 TO TOTAL-APROVADOS
               PERFORM REGISTRA-AUDITORIA-DECISAO
               DISPLAY "LANCAMENTO APROVADO - LOTE "
                       LOTE-LANCAMENTO " GERADO EM GLEXT.DAT."
               IF LANCMAN-COM-ESTORNO
                   DISPLAY "ESTORNO NA COMPETENCIA SEGUINTE - LOTE "
                           LOTE-ESTORNO ".".

       VALIDA-CONTA-DA-LINHA.
           MOVE LINHA-REGISTRO(IDX-LINHA) TO LANCMAN-REGISTRO.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM COMPARA-PROXIMA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " LANCMAN-CONTA " NAO EXISTE MAIS NO "
                       "PLANO DE CONTAS."
               MOVE "N" TO CONTAS-VALIDAS-SW.
           ADD 1 TO IDX-LINHA.

       COMPARA-PROXIMA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL LANCMAN-CONTA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

       REJEITA-LANCAMENTO.
           MOVE "R" TO SITUACAO-DECIDIDA.
           MOVE ZEROS TO LOTE-LANCAMENTO.
           MOVE ZEROS TO LOTE-ESTORNO.
           PERFORM MARCA-DECISAO.
           ADD 1 TO TOTAL-REJEITADOS.
           PERFORM REGISTRA-AUDITORIA-DECISAO.
           DISPLAY "LANCAMENTO REJEITADO - NADA FOI GERADO.".

      *    A DECISAO, O APROVADOR E OS LOTES GERADOS VALEM PARA
      *    TODAS AS LINHAS DO LANCAMENTO.
       MARCA-DECISAO.
           MOVE 1 TO IDX-LINHA.
           PERFORM MARCA-DECISAO-NA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.

       MARCA-DECISAO-NA-LINHA.
           MOVE LINHA-REGISTRO(IDX-LINHA) TO LANCMAN-REGISTRO.
           MOVE SITUACAO-DECIDIDA TO LANCMAN-SITUACAO.
           MOVE OPERADOR-ID       TO LANCMAN-APROVADOR.
           MOVE DATA-CORRENTE     TO LANCMAN-DATA-DECISAO.
           MOVE LOTE-LANCAMENTO   TO LANCMAN-LOTE.
           MOVE LOTE-ESTORNO      TO LANCMAN-LOTE-ESTORNO.
           MOVE LANCMAN-REGISTRO TO LINHA-REGISTRO(IDX-LINHA).
           ADD 1 TO IDX-LINHA.

      *    UM LOTE NA COMPETENCIA DO LANCAMENTO E, COM ESTORNO, O
      *    LOTE SEGUINTE NA COMPETENCIA POSTERIOR - OS DOIS NUMEROS
      *    SAEM DO MESMO NUMERADOR GLCTL.DAT DAS EXTRACOES.
       GERA-LOTES-DO-LANCAMENTO.
           PERFORM OBTEM-NUMERO-LOTE.
           MOVE NUMERO-LOTE TO LOTE-LANCAMENTO.
           MOVE LANCMAN-COMPETENCIA TO COMPETENCIA-LOTE.
           MOVE "N" TO ESTORNANDO-SW.
           PERFORM GRAVA-LOTE.
           ADD 1 TO TOTAL-LOTES.
           MOVE ZEROS TO LOTE-ESTORNO.
           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.
           IF LANCMAN-COM-ESTORNO
               ADD 1 TO NUMERO-LOTE
               MOVE NUMERO-LOTE TO LOTE-ESTORNO
               PERFORM AVANCA-COMPETENCIA
               MOVE "S" TO ESTORNANDO-SW
               PERFORM GRAVA-LOTE
               ADD 1 TO TOTAL-LOTES.
           PERFORM GRAVA-ULTIMO-LOTE.
           MOVE LINHA-REGISTRO(1) TO LANCMAN-REGISTRO.

       AVANCA-COMPETENCIA.
           IF COMPETENCIA-MES IS EQUAL 12
               ADD 1 TO COMPETENCIA-ANO
               MOVE 01 TO COMPETENCIA-MES
           ELSE
               ADD 1 TO COMPETENCIA-MES.

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

      *    GRAVA O LOTE COMPLETO - CABECALHO COM O NUMERO DO
      *    LANCAMENTO, UMA LINHA POR LINHA DIGITADA (NO ESTORNO COM
      *    DEBITO E CREDITO TROCADOS) E O TRAILER COM OS TOTAIS.
       GRAVA-LOTE.
           OPEN EXTEND ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-GLEXT.

           MOVE SPACES TO GLEXT-REGISTRO.
           MOVE "H"                    TO GLEXT-TIPO-REG.
           MOVE NUMERO-LOTE            TO GLEXT-LOTE.
           MOVE COMPETENCIA-LOTE       TO GLEXT-COMPETENCIA.
           MOVE DATA-CORRENTE          TO GLEXT-DATA.
           IF ESTORNANDO
               STRING "ESTORNO LANC MANUAL " NUMERO-EM-REVISAO
                      DELIMITED BY SIZE INTO GLEXT-DESCRICAO
           ELSE
               STRING "LANCAMENTO MANUAL " NUMERO-EM-REVISAO
                      DELIMITED BY SIZE INTO GLEXT-DESCRICAO.
           MOVE ZEROS                  TO GLEXT-VALOR.
           MOVE ZEROS                  TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           MOVE "L" TO GLEXT-TIPO-REG.
           MOVE 1 TO IDX-LINHA.
           PERFORM GRAVA-LINHA-DO-LOTE
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.

           MOVE SPACES TO GLEXT-CONTA.
           MOVE "T"                    TO GLEXT-TIPO-REG.
           MOVE "TOTAIS DO LOTE"       TO GLEXT-DESCRICAO.
           MOVE SPACE                  TO GLEXT-TIPO.
           MOVE TOTAL-LANCAMENTO       TO GLEXT-VALOR.
           MOVE TOTAL-LANCAMENTO       TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           CLOSE ARQUIVO-GLEXT.

       GRAVA-LINHA-DO-LOTE.
           MOVE LINHA-REGISTRO(IDX-LINHA) TO LANCMAN-REGISTRO.
           MOVE LANCMAN-CONTA     TO GLEXT-CONTA.
           MOVE LANCMAN-DESCRICAO TO GLEXT-DESCRICAO.
           MOVE LANCMAN-TIPO      TO GLEXT-TIPO.
           IF ESTORNANDO
               IF LANCMAN-DEBITO
                   MOVE "C" TO GLEXT-TIPO
               ELSE
                   MOVE "D" TO GLEXT-TIPO.
           MOVE LANCMAN-VALOR     TO GLEXT-VALOR.
           MOVE ZEROS             TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.
           ADD 1 TO IDX-LINHA.

      *    A AUDITORIA DA DECISAO CARREGA O PREPARADOR NA DESCRICAO
      *    E O APROVADOR NO CAMPO DE OPERADOR.
       REGISTRA-AUDITORIA-DECISAO.
           MOVE "LANCAMENTO"      TO AUDIT-ENTIDADE.
           MOVE NUMERO-EM-REVISAO TO AUDIT-CODIGO.
           IF LANCMAN-APROVADO
               MOVE "LANC-APROV" TO AUDIT-OPERACAO
           ELSE
               MOVE "LANC-REJEI" TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PREPARADO POR " LANCMAN-PREPARADOR
                  " DECIDIDO PELO SUPERVISOR." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG179" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       RECARREGA-FILA.
           OPEN INPUT ARQUIVO-LANCTMP.
           OPEN OUTPUT ARQUIVO-LANCMAN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-LANCTMP.
           PERFORM COPIA-LANCTMP
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LANCTMP.
           CLOSE ARQUIVO-LANCMAN.

       LEIA-PROXIMO-LANCTMP.
           READ ARQUIVO-LANCTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-LANCTMP.
           MOVE LANCTMP-REGISTRO TO LANCMAN-REGISTRO.
           WRITE LANCMAN-REGISTRO.
           PERFORM LEIA-PROXIMO-LANCTMP.
