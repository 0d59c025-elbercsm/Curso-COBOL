       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG239.

      *    SEGREGACAO DE FUNCOES E ATIVIDADE DOS OPERADORES - O
      *    CADASTRO DE OPERADORES (OPERADOR.DAT) SO DIZ O NIVEL DE
      *    CADA UM, NAO QUEM DE FATO CRIOU E APROVOU A MESMA
      *    TRANSACAO. A RESPOSTA SAI DA TRILHA DE AUDITORIA
      *    (AUDITLOG.DAT) E VAI PARA SEGREG.REL EM TRES PARTES :
      *    1 - CONFLITOS : O MESMO OPERADOR DOS DOIS LADOS DE UM PAR
      *        CONTROLADO, PARA O MESMO CODIGO -
      *        PEDIDO DE REAJUSTE (PROG37)   X APROVACAO (PROG90)
      *        PEDIDO DE BAIXA (PROG106)     X APROVACAO (PROG107)
      *        INCLUSAO DO TITULO (PROG146)  X PAGAMENTO (PROG148)
      *        INCLUSAO DO TITULO (PROG146)  X APROV. PAGTO (PROG231)
      *        INCLUSAO DO CLIENTE (PROG32)  X LIMITE (PROG100);
      *    2 - ATIVIDADE DE CADA OPERADOR POR MES, PROGRAMA E
      *        OPERACAO (CAMPO AUDIT-PROGRAMA - REGISTROS ANTIGOS SEM
      *        O CAMPO SAEM COMO "(S/PROG)");
      *    3 - OPERADORES ATIVOS DE NIVEL 3 (SUPERVISOR) SEM NENHUMA
      *        ATIVIDADE NA TRILHA HA MAIS DE N DIAS (PADRAO 90) -
      *        CANDIDATOS A REBAIXAMENTO NO PROG58. FALHA DE LOGIN NAO
      *        CONTA COMO ATIVIDADE. SO O ARQUIVO VIVO E' LIDO - O QUE
      *        O PROG139 JA EXPURGOU NAO ENTRA.
      *    AS PARTES 1 E 2 PODEM SER LIMITADAS A PARTIR DE UMA DATA;
      *    A PARTE 3 SEMPRE OLHA A TRILHA INTEIRA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "SEGREG.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-CONFLITOS ASSIGN TO "WORK-SEGREG.TMP".
           SELECT ARQUIVO-ATIVIDADE ASSIGN TO "WORK-ATIVOPER.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-CONFLITOS.
       01  CONFLITO-REGISTRO.
           05 CONF-PAR             PIC 9(01).
           05 CONF-CODIGO          PIC 9(06).
           05 CONF-OPERADOR        PIC X(10).
           05 CONF-LADO            PIC 9(01).
           05 CONF-DATA            PIC 9(08).

       SD  ARQUIVO-ATIVIDADE.
       01  ATIVIDADE-REGISTRO.
           05 ATIV-OPERADOR        PIC X(10).
           05 ATIV-ANO-MES         PIC 9(06).
           05 ATIV-PROGRAMA        PIC X(08).
           05 ATIV-OPERACAO        PIC X(10).

       WORKING-STORAGE SECTION.

       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-AUDIT             PIC X.
       01  FINAL-OPERADOR          PIC X.
       01  FINAL-ORDENACAO         PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  DATA-INFORMADA          PIC X(08).
       01  DATA-INICIAL            PIC 9(08) VALUE ZEROS.
       01  DIAS-INFORMADOS         PIC X(03).
       01  DIAS-SEM-ATIVIDADE      PIC 9(03) VALUE 90.
       01  DIAS-PARADO             PIC 9(06).

      *    PARES CONTROLADOS - LADO 1 CRIA OU PEDE, LADO 2 APROVA,
      *    PAGA OU ALTERA O LIMITE.
       01  TABELA-PARES-VALORES.
           05 FILLER PIC X(30) VALUE "REAJUSTE : PEDIDO X APROVACAO ".
           05 FILLER PIC X(30) VALUE "PERDA : PEDIDO X APROVACAO    ".
           05 FILLER PIC X(30) VALUE "TITULO : INCLUSAO X PAGAMENTO ".
           05 FILLER PIC X(30) VALUE "TITULO : INCLUSAO X APROVACAO ".
           05 FILLER PIC X(30) VALUE "CLIENTE : INCLUSAO X LIMITE   ".
       01  TABELA-PARES REDEFINES TABELA-PARES-VALORES.
           05 PAR-DESCRICAO        PIC X(30) OCCURS 5 TIMES.
       01  QTD-PARES               PIC 9(01) VALUE 5.
       01  IDX-PAR                 PIC 9(01).

      *    CONFLITOS POR PAR, PARA O RESUMO NO FIM DA PARTE 1.
       01  CONFLITOS-POR-PAR.
           05 CONFLITOS-DO-PAR     PIC 9(05) OCCURS 5 TIMES.
       01  TOTAL-CONFLITOS         PIC 9(05) VALUE ZEROS.

      *    QUEBRA DA PARTE 1 - PAR, CODIGO E OPERADOR.
       01  CHAVE-CONFLITO-ANTERIOR.
           05 ANT-CONF-PAR         PIC 9(01).
           05 ANT-CONF-CODIGO      PIC 9(06).
           05 ANT-CONF-OPERADOR    PIC X(10).
       01  CHAVE-CONFLITO-ATUAL.
           05 ATU-CONF-PAR         PIC 9(01).
           05 ATU-CONF-CODIGO      PIC 9(06).
           05 ATU-CONF-OPERADOR    PIC X(10).
       01  DATA-LADO-1             PIC 9(08).
       01  DATA-LADO-2             PIC 9(08).
       01  PRIMEIRA-CHAVE-SW       PIC X(01).
           88 PRIMEIRA-CHAVE       VALUE "S".

      *    QUEBRAS DA PARTE 2 - OPERADOR/MES E PROGRAMA/OPERACAO.
       01  ANT-ATIV-OPERADOR       PIC X(10).
       01  ANT-ATIV-ANO-MES        PIC 9(06).
       01  ANT-ATIV-PROGRAMA       PIC X(08).
       01  ANT-ATIV-OPERACAO       PIC X(10).
       01  QTD-DA-OPERACAO         PIC 9(07).
       01  QTD-DO-MES              PIC 9(07).
       01  QTD-REGISTROS-LIDOS     PIC 9(07) VALUE ZEROS.
       01  PRIMEIRA-ATIV-SW        PIC X(01).
           88 PRIMEIRA-ATIVIDADE   VALUE "S".

      *    SUPERVISORES ATIVOS E A DATA DA ULTIMA ATIVIDADE DE CADA UM
      *    NA TRILHA INTEIRA.
       01  TABELA-SUPERVISORES.
           05 SUPERV-ITEM OCCURS 300 TIMES.
               10 SUPERV-CODIGO    PIC X(10).
               10 SUPERV-NOME      PIC X(30).
               10 SUPERV-ULTIMA    PIC 9(08).
       01  QTD-SUPERVISORES        PIC 9(03) VALUE ZEROS.
       01  IDX-SUPERV              PIC 9(03).
       01  TOTAL-PARADOS           PIC 9(03) VALUE ZEROS.

       01  LINHA-CONFLITO.
           05 LCONF-PAR            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCONF-CODIGO         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCONF-OPERADOR       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCONF-DATA-1         PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCONF-DATA-2         PIC 9999/99/99.

       01  LINHA-ATIVIDADE.
           05 LATIV-OPERADOR       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LATIV-ANO            PIC 9(04).
           05 LATIV-BARRA          PIC X(01).
           05 LATIV-MES            PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LATIV-PROGRAMA       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LATIV-OPERACAO       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LATIV-QUANTIDADE     PIC Z,ZZZ,ZZ9.
       01  ANO-MES-EDICAO.
           05 ANO-MES-EDICAO-ANO   PIC 9(04).
           05 ANO-MES-EDICAO-MES   PIC 9(02).

       01  LINHA-PARADO.
           05 LPAR-CODIGO          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPAR-NOME            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPAR-ULTIMA          PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPAR-DIAS            PIC X(10).
       01  ULTIMA-EDICAO           PIC 9999/99/99.
       01  DIAS-EDICAO             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- SEGREGACAO DE FUNCOES E ATIVIDADE DOS "
                   "OPERADORES ----".
           PERFORM PEDE-DATA-INICIAL.
           PERFORM PEDE-DIAS-SEM-ATIVIDADE.

           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "TRILHA DE AUDITORIA (AUDITLOG.DAT) NAO "
                       "ENCONTRADA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CLOSE ARQUIVO-AUDITORIA.

           PERFORM CARREGA-SUPERVISORES.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           PERFORM GRAVA-TITULO-CONFLITOS.
           MOVE ZEROS TO CONFLITOS-POR-PAR.
           SORT ARQUIVO-CONFLITOS
               ON ASCENDING KEY CONF-PAR CONF-CODIGO CONF-OPERADOR
                                CONF-LADO CONF-DATA
               INPUT PROCEDURE IS SELECIONA-PARES
               OUTPUT PROCEDURE IS APURA-CONFLITOS.
           PERFORM GRAVA-RESUMO-CONFLITOS.

           PERFORM GRAVA-TITULO-ATIVIDADE.
           SORT ARQUIVO-ATIVIDADE
               ON ASCENDING KEY ATIV-OPERADOR ATIV-ANO-MES
                                ATIV-PROGRAMA ATIV-OPERACAO
               INPUT PROCEDURE IS SELECIONA-ATIVIDADE
               OUTPUT PROCEDURE IS TOTALIZA-ATIVIDADE.

           PERFORM LISTA-SUPERVISORES-PARADOS.

           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "REGISTROS DE AUDITORIA LIDOS: " QTD-REGISTROS-LIDOS.
           DISPLAY "CONFLITOS DE SEGREGACAO     : " TOTAL-CONFLITOS.
           DISPLAY "SUPERVISORES SEM ATIVIDADE  : " TOTAL-PARADOS.
           DISPLAY "RELATORIO GRAVADO EM SEGREG.REL.".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-DATA-INICIAL.
           DISPLAY "CONFLITOS E ATIVIDADE A PARTIR DE (AAAAMMDD - "
                   "ENTER = TRILHA INTEIRA) : ".
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA IS NOT EQUAL SPACES
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               IF DATA-INFORMADA IS NUMERIC
                   MOVE DATA-INFORMADA TO DTVAL-DATA-1
                   CALL "PROG95" USING DTVAL-PARAMETROS
               ELSE
                   MOVE "N" TO DTVAL-RESULTADO
               END-IF
               IF DTVAL-DATA-VALIDA
                   MOVE DATA-INFORMADA TO DATA-INICIAL
               ELSE
                   DISPLAY "DATA INVALIDA : " DATA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.

       PEDE-DIAS-SEM-ATIVIDADE.
           DISPLAY "DIAS SEM ATIVIDADE PARA O SUPERVISOR (ENTER = "
                   "90) : ".
           MOVE SPACES TO DIAS-INFORMADOS.
           ACCEPT DIAS-INFORMADOS.
           IF DIAS-INFORMADOS IS NOT EQUAL SPACES
               IF DIAS-INFORMADOS IS NOT NUMERIC
                   DISPLAY "QUANTIDADE DE DIAS INVALIDA : "
                           DIAS-INFORMADOS
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE DIAS-INFORMADOS TO DIAS-SEM-ATIVIDADE.

      *    SO OS OPERADORES ATIVOS DE NIVEL 3 ENTRAM NA TABELA - A
      *    ULTIMA ATIVIDADE E' PREENCHIDA NA LEITURA DA PARTE 2.
       CARREGA-SUPERVISORES.
           MOVE ZEROS TO QTD-SUPERVISORES.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM GUARDA-SUPERVISOR
                       UNTIL FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       GUARDA-SUPERVISOR.
           IF OPERADOR-SUPERVISOR AND OPERADOR-ATIVO
                   AND QTD-SUPERVISORES IS LESS THAN 300
               ADD 1 TO QTD-SUPERVISORES
               MOVE OPERADOR-CODIGO TO SUPERV-CODIGO(QTD-SUPERVISORES)
               MOVE OPERADOR-NOME   TO SUPERV-NOME(QTD-SUPERVISORES)
               MOVE ZEROS           TO SUPERV-ULTIMA(QTD-SUPERVISORES).
           PERFORM LEIA-PROXIMO-OPERADOR.

       LEIA-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA AT END
           MOVE "S" TO FINAL-AUDIT.

      *----------------------------------------------------------------
      *    PARTE 1 - CONFLITOS DE SEGREGACAO DE FUNCOES.
      *----------------------------------------------------------------
       SELECIONA-PARES.
           OPEN INPUT ARQUIVO-AUDITORIA.
           MOVE "N" TO FINAL-AUDIT.
           PERFORM LEIA-PROXIMA-AUDITORIA.
           PERFORM CLASSIFICA-PAR
                   UNTIL FINAL-AUDIT IS EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.

      *    REGISTRO GRAVADO SEM OPERADOR (PASSO DE LOTE) NAO ENTRA.
       CLASSIFICA-PAR.
           MOVE ZEROS TO CONF-PAR.
           IF AUDIT-DATA IS NOT LESS THAN DATA-INICIAL
                   AND AUDIT-OPERADOR IS NOT EQUAL SPACES
               PERFORM IDENTIFICA-LADO-DO-PAR.
           IF CONF-PAR IS GREATER THAN ZERO
               MOVE AUDIT-CODIGO   TO CONF-CODIGO
               MOVE AUDIT-OPERADOR TO CONF-OPERADOR
               MOVE AUDIT-DATA     TO CONF-DATA
               RELEASE CONFLITO-REGISTRO.
           PERFORM LEIA-PROXIMA-AUDITORIA.

      *    O PEDIDO DE REAJUSTE E' A ALTERACAO DO PROG37 COM SALARIO
      *    NOVO (DESCRICAO "ALTERADO - REAJUSTE PENDENTE"). A INCLUSAO
      *    DO TITULO CONTA NOS DOIS PARES DE TITULO.
       IDENTIFICA-LADO-DO-PAR.
           IF AUDIT-ENTIDADE IS EQUAL "FUNCIONARIO"
               IF AUDIT-OPERACAO IS EQUAL "ALTERACAO"
                       AND AUDIT-DESCRICAO(1:28) IS EQUAL
                           "ALTERADO - REAJUSTE PENDENTE"
                   MOVE 1 TO CONF-PAR
                   MOVE 1 TO CONF-LADO
               ELSE
                   IF AUDIT-OPERACAO IS EQUAL "REAJ-APROV"
                       MOVE 1 TO CONF-PAR
                       MOVE 2 TO CONF-LADO.
           IF AUDIT-ENTIDADE IS EQUAL "NOTA"
               IF AUDIT-OPERACAO IS EQUAL "PERDA-PED"
                   MOVE 2 TO CONF-PAR
                   MOVE 1 TO CONF-LADO
               ELSE
                   IF AUDIT-OPERACAO IS EQUAL "PERDA-APRO"
                       MOVE 2 TO CONF-PAR
                       MOVE 2 TO CONF-LADO.
           IF AUDIT-ENTIDADE IS EQUAL "TITULO-PAG"
               IF AUDIT-OPERACAO IS EQUAL "INCLUSAO"
                   MOVE 3 TO CONF-PAR
                   MOVE 1 TO CONF-LADO
                   MOVE AUDIT-CODIGO   TO CONF-CODIGO
                   MOVE AUDIT-OPERADOR TO CONF-OPERADOR
                   MOVE AUDIT-DATA     TO CONF-DATA
                   RELEASE CONFLITO-REGISTRO
                   MOVE 4 TO CONF-PAR
               ELSE
                   IF AUDIT-OPERACAO IS EQUAL "PAGAMENTO"
                       MOVE 3 TO CONF-PAR
                       MOVE 2 TO CONF-LADO
                   ELSE
                       IF AUDIT-OPERACAO IS EQUAL "APROVA-PAG"
                           MOVE 4 TO CONF-PAR
                           MOVE 2 TO CONF-LADO.
           IF AUDIT-ENTIDADE IS EQUAL "CLIENTE"
               IF AUDIT-OPERACAO IS EQUAL "INCLUSAO"
                   MOVE 5 TO CONF-PAR
                   MOVE 1 TO CONF-LADO
               ELSE
                   IF AUDIT-OPERACAO IS EQUAL "LIMITE"
                       MOVE 5 TO CONF-PAR
                       MOVE 2 TO CONF-LADO.

      *    QUEBRA POR PAR/CODIGO/OPERADOR - HA CONFLITO QUANDO O MESMO
      *    OPERADOR APARECE NOS DOIS LADOS. A DATA DE CADA LADO E' A
      *    PRIMEIRA OCORRENCIA (A CHAVE INCLUI A DATA).
       APURA-CONFLITOS.
           MOVE "S" TO PRIMEIRA-CHAVE-SW.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-CONFLITO.
           PERFORM ACUMULA-LADO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRA-CHAVE
               PERFORM VERIFICA-CONFLITO.

       RETORNA-CONFLITO.
           RETURN ARQUIVO-CONFLITOS AT END
           MOVE "S" TO FINAL-ORDENACAO.

       ACUMULA-LADO.
           MOVE CONF-PAR      TO ATU-CONF-PAR.
           MOVE CONF-CODIGO   TO ATU-CONF-CODIGO.
           MOVE CONF-OPERADOR TO ATU-CONF-OPERADOR.
           IF PRIMEIRA-CHAVE
                   OR CHAVE-CONFLITO-ATUAL IS NOT EQUAL
                      CHAVE-CONFLITO-ANTERIOR
               IF NOT PRIMEIRA-CHAVE
                   PERFORM VERIFICA-CONFLITO
               END-IF
               MOVE "N" TO PRIMEIRA-CHAVE-SW
               MOVE CHAVE-CONFLITO-ATUAL TO CHAVE-CONFLITO-ANTERIOR
               MOVE ZEROS TO DATA-LADO-1 DATA-LADO-2.
           IF CONF-LADO IS EQUAL 1 AND DATA-LADO-1 IS EQUAL ZEROS
               MOVE CONF-DATA TO DATA-LADO-1.
           IF CONF-LADO IS EQUAL 2 AND DATA-LADO-2 IS EQUAL ZEROS
               MOVE CONF-DATA TO DATA-LADO-2.
           PERFORM RETORNA-CONFLITO.

       VERIFICA-CONFLITO.
           IF DATA-LADO-1 IS NOT EQUAL ZEROS
                   AND DATA-LADO-2 IS NOT EQUAL ZEROS
               MOVE SPACES TO LINHA-CONFLITO
               MOVE PAR-DESCRICAO(ANT-CONF-PAR) TO LCONF-PAR
               MOVE ANT-CONF-CODIGO   TO LCONF-CODIGO
               MOVE ANT-CONF-OPERADOR TO LCONF-OPERADOR
               MOVE DATA-LADO-1       TO LCONF-DATA-1
               MOVE DATA-LADO-2       TO LCONF-DATA-2
               MOVE LINHA-CONFLITO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO CONFLITOS-DO-PAR(ANT-CONF-PAR)
               ADD 1 TO TOTAL-CONFLITOS.

       GRAVA-TITULO-CONFLITOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "1 - MESMO OPERADOR DOS DOIS LADOS DE UM PAR CONTROLADO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAR CONTROLADO                 CODIGO OPERADOR  "
                  "  LADO 1     LADO 2"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RESUMO-CONFLITOS.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-PAR.
           PERFORM GRAVA-RESUMO-DO-PAR
                   UNTIL IDX-PAR IS GREATER THAN QTD-PARES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE CONFLITOS             : " TOTAL-CONFLITOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RESUMO-DO-PAR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING PAR-DESCRICAO(IDX-PAR) " : "
                  CONFLITOS-DO-PAR(IDX-PAR)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-PAR.

      *----------------------------------------------------------------
      *    PARTE 2 - ATIVIDADE POR OPERADOR, MES, PROGRAMA E OPERACAO.
      *    A MESMA LEITURA GUARDA A ULTIMA ATIVIDADE DOS SUPERVISORES
      *    (TRILHA INTEIRA, SEM O FILTRO DA DATA INICIAL).
      *----------------------------------------------------------------
       SELECIONA-ATIVIDADE.
           OPEN INPUT ARQUIVO-AUDITORIA.
           MOVE "N" TO FINAL-AUDIT.
           PERFORM LEIA-PROXIMA-AUDITORIA.
           PERFORM LIBERA-ATIVIDADE
                   UNTIL FINAL-AUDIT IS EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.

       LIBERA-ATIVIDADE.
           ADD 1 TO QTD-REGISTROS-LIDOS.
           IF AUDIT-OPERACAO IS NOT EQUAL "LOGIN-FALH"
               PERFORM ANOTA-ULTIMA-ATIVIDADE.
           IF AUDIT-DATA IS NOT LESS THAN DATA-INICIAL
                   AND AUDIT-OPERADOR IS NOT EQUAL SPACES
               MOVE AUDIT-OPERADOR TO ATIV-OPERADOR
               MOVE AUDIT-DATA(1:6) TO ATIV-ANO-MES
               MOVE AUDIT-PROGRAMA TO ATIV-PROGRAMA
               IF ATIV-PROGRAMA IS EQUAL SPACES
                       OR ATIV-PROGRAMA IS EQUAL LOW-VALUES
                   MOVE "(S/PROG)" TO ATIV-PROGRAMA
               END-IF
               MOVE AUDIT-OPERACAO TO ATIV-OPERACAO
               RELEASE ATIVIDADE-REGISTRO.
           PERFORM LEIA-PROXIMA-AUDITORIA.

       ANOTA-ULTIMA-ATIVIDADE.
           MOVE 1 TO IDX-SUPERV.
           PERFORM PROCURA-SUPERVISOR
                   UNTIL IDX-SUPERV IS GREATER THAN QTD-SUPERVISORES
                      OR SUPERV-CODIGO(IDX-SUPERV) IS EQUAL
                         AUDIT-OPERADOR.
           IF IDX-SUPERV IS NOT GREATER THAN QTD-SUPERVISORES
               IF AUDIT-DATA IS GREATER THAN SUPERV-ULTIMA(IDX-SUPERV)
                   MOVE AUDIT-DATA TO SUPERV-ULTIMA(IDX-SUPERV).

       PROCURA-SUPERVISOR.
           ADD 1 TO IDX-SUPERV.

       TOTALIZA-ATIVIDADE.
           MOVE "S" TO PRIMEIRA-ATIV-SW.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ATIVIDADE.
           PERFORM ACUMULA-ATIVIDADE
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".
           IF NOT PRIMEIRA-ATIVIDADE
               PERFORM GRAVA-LINHA-OPERACAO
               PERFORM GRAVA-TOTAL-DO-MES.

       RETORNA-ATIVIDADE.
           RETURN ARQUIVO-ATIVIDADE AT END
           MOVE "S" TO FINAL-ORDENACAO.

      *    QUEBRA MAIOR POR OPERADOR/MES (TOTAL DO MES) E MENOR POR
      *    PROGRAMA/OPERACAO (UMA LINHA COM A QUANTIDADE).
       ACUMULA-ATIVIDADE.
           IF PRIMEIRA-ATIVIDADE
                   OR ATIV-OPERADOR IS NOT EQUAL ANT-ATIV-OPERADOR
                   OR ATIV-ANO-MES IS NOT EQUAL ANT-ATIV-ANO-MES
               IF NOT PRIMEIRA-ATIVIDADE
                   PERFORM GRAVA-LINHA-OPERACAO
                   PERFORM GRAVA-TOTAL-DO-MES
               END-IF
               MOVE "N" TO PRIMEIRA-ATIV-SW
               MOVE ATIV-OPERADOR TO ANT-ATIV-OPERADOR
               MOVE ATIV-ANO-MES  TO ANT-ATIV-ANO-MES
               MOVE ATIV-PROGRAMA TO ANT-ATIV-PROGRAMA
               MOVE ATIV-OPERACAO TO ANT-ATIV-OPERACAO
               MOVE ZEROS TO QTD-DO-MES QTD-DA-OPERACAO
           ELSE
               IF ATIV-PROGRAMA IS NOT EQUAL ANT-ATIV-PROGRAMA
                       OR ATIV-OPERACAO IS NOT EQUAL
                          ANT-ATIV-OPERACAO
                   PERFORM GRAVA-LINHA-OPERACAO
                   MOVE ATIV-PROGRAMA TO ANT-ATIV-PROGRAMA
                   MOVE ATIV-OPERACAO TO ANT-ATIV-OPERACAO
                   MOVE ZEROS TO QTD-DA-OPERACAO.
           ADD 1 TO QTD-DA-OPERACAO.
           ADD 1 TO QTD-DO-MES.
           PERFORM RETORNA-ATIVIDADE.

       GRAVA-LINHA-OPERACAO.
           MOVE SPACES TO LINHA-ATIVIDADE.
           MOVE ANT-ATIV-OPERADOR TO LATIV-OPERADOR.
           MOVE ANT-ATIV-ANO-MES  TO ANO-MES-EDICAO.
           MOVE ANO-MES-EDICAO-ANO TO LATIV-ANO.
           MOVE "/"                TO LATIV-BARRA.
           MOVE ANO-MES-EDICAO-MES TO LATIV-MES.
           MOVE ANT-ATIV-PROGRAMA TO LATIV-PROGRAMA.
           MOVE ANT-ATIV-OPERACAO TO LATIV-OPERACAO.
           MOVE QTD-DA-OPERACAO   TO LATIV-QUANTIDADE.
           MOVE LINHA-ATIVIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-DO-MES.
           MOVE SPACES TO LINHA-ATIVIDADE.
           MOVE "TOTAL MES" TO LATIV-OPERACAO.
           MOVE QTD-DO-MES TO LATIV-QUANTIDADE.
           MOVE LINHA-ATIVIDADE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TITULO-ATIVIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "2 - ATIVIDADE POR OPERADOR, MES, PROGRAMA E OPERACAO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OPERADOR   MES      PROGRAMA  OPERACAO    "
                  "QUANTIDADE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------
      *    PARTE 3 - SUPERVISORES SEM ATIVIDADE HA MAIS DE N DIAS.
      *----------------------------------------------------------------
       LISTA-SUPERVISORES-PARADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "3 - SUPERVISORES SEM ATIVIDADE HA MAIS DE "
                  DIAS-SEM-ATIVIDADE " DIAS - REBAIXAR NO PROG58"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OPERADOR   NOME                           ULTIMA"
                  "     DIAS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-SUPERV.
           PERFORM AVALIA-SUPERVISOR
                   UNTIL IDX-SUPERV IS GREATER THAN QTD-SUPERVISORES.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUPERVISORES ATIVOS : " QTD-SUPERVISORES
                  "   SEM ATIVIDADE : " TOTAL-PARADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    SUPERVISOR QUE NUNCA APARECE NA TRILHA TAMBEM ENTRA.
       AVALIA-SUPERVISOR.
           MOVE SPACES TO LINHA-PARADO.
           IF SUPERV-ULTIMA(IDX-SUPERV) IS EQUAL ZEROS
               MOVE "NENHUMA" TO LPAR-ULTIMA
               MOVE "-" TO LPAR-DIAS
               PERFORM GRAVA-SUPERVISOR-PARADO
           ELSE
               MOVE "D" TO DTVAL-FUNCAO
               MOVE SUPERV-ULTIMA(IDX-SUPERV) TO DTVAL-DATA-1
               MOVE DATA-CORRENTE TO DTVAL-DATA-2
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-VALIDA
                       AND DTVAL-DIAS IS GREATER THAN
                           DIAS-SEM-ATIVIDADE
                   MOVE DTVAL-DIAS TO DIAS-PARADO
                   MOVE SUPERV-ULTIMA(IDX-SUPERV) TO ULTIMA-EDICAO
                   MOVE ULTIMA-EDICAO TO LPAR-ULTIMA
                   MOVE DIAS-PARADO TO DIAS-EDICAO
                   MOVE DIAS-EDICAO TO LPAR-DIAS
                   PERFORM GRAVA-SUPERVISOR-PARADO.
           ADD 1 TO IDX-SUPERV.

       GRAVA-SUPERVISOR-PARADO.
           MOVE SUPERV-CODIGO(IDX-SUPERV) TO LPAR-CODIGO.
           MOVE SUPERV-NOME(IDX-SUPERV)   TO LPAR-NOME.
           MOVE LINHA-PARADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-PARADOS.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEGREGACAO DE FUNCOES E ATIVIDADE DOS OPERADORES - "
                  "EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF DATA-INICIAL IS EQUAL ZEROS
               MOVE "PARTES 1 E 2 : TRILHA DE AUDITORIA INTEIRA"
                    TO LINHA-RELATORIO
           ELSE
               STRING "PARTES 1 E 2 : A PARTIR DE " DATA-INICIAL
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
