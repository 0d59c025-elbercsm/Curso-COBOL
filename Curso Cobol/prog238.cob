       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG238.

      *    FOTOGRAFIA DIARIA DOS TOTAIS DE CONTROLE - O PROG74 SO
      *    CONFERE AS REFERENCIAS ENTRE OS ARQUIVOS E NAO PERCEBE UM
      *    ARQUIVO QUE PERDEU METADE DOS REGISTROS. AQUI A ROTINA DO
      *    BACKUP GERAL (PROG236, FUNCAO "T") LE TODOS OS ARQUIVOS DO
      *    SISTEMA E DEVOLVE, POR ARQUIVO, A CONTAGEM DE REGISTROS E O
      *    TOTAL DE CONTROLE DO CAMPO DE VALOR PRINCIPAL. A FOTOGRAFIA
      *    DE HOJE E' COMPARADA COM A ANTERIOR DO HISTORICO
      *    CTLHIST.DAT E COM O MOVIMENTO ESPERADO ENTRE AS DUAS - O LOG
      *    DE OPERACOES (MSGLOG.DAT) E A TRILHA DE AUDITORIA
      *    (AUDITLOG.DAT) DESDE A FOTOGRAFIA ANTERIOR - E SAO
      *    EXCECAO :
      *    - ARQUIVO QUE EXISTIA E SUMIU;
      *    - ARQUIVO QUE DIMINUIU SEM EXPURGO NO PERIODO (PROG45,
      *      PROG139 OU PROG235) E COM MAIS REGISTROS A MENOS QUE AS
      *      EXCLUSOES AUDITADAS - OS ARQUIVOS REGRAVADOS A CADA
      *      EXECUCAO (TABELA-ARQUIVOS-REGERADOS) PODEM DIMINUIR
      *      QUANDO HOUVE ATIVIDADE;
      *    - ARQUIVO COM CONTAGEM OU TOTAL ALTERADO NUM PERIODO SEM
      *      NENHUMA ATIVIDADE REGISTRADA (NEM AUDITORIA, NEM PASSO DE
      *      LOTE) - MENOS O MSGLOG E O PROPRIO HISTORICO, GRAVADOS
      *      POR ESTE PROGRAMA.
      *    AS EXCECOES VAO PARA CTLDIA.REL E O PROGRAMA TERMINA COM
      *    RETURN-CODE 4 (AVISO), 8 QUANDO A TOTALIZACAO FALHA. A
      *    FOTOGRAFIA SO E' GRAVADA UMA VEZ POR DIA - UMA NOVA
      *    EXECUCAO NO MESMO DIA SO REFAZ A COMPARACAO. RODA NO
      *    DAILYJOB (STEP003) LOGO DEPOIS DA ABERTURA DA JANELA, COM
      *    INICIO E FIM NO MSGLOG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELBAKMAN.cob".
           COPY "SELCTLHIST.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CTLDIA.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDBAKMAN.cob".
           COPY "FDCTLHIST.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  BAKMAN-ARQ-STATUS       PIC X(02).
       01  CTLHIST-ARQ-STATUS      PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  BAKMAN-NOME-ARQUIVO     PIC X(20).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HH    PIC 9(02).
           05 HORA-CORRENTE-MM    PIC 9(02).
           05 HORA-CORRENTE-SS    PIC 9(02).

      *    DATA E HORA MONTADAS NUM SO NUMERO PARA COMPARAR OS
      *    REGISTROS DO LOG E DA AUDITORIA COM O PERIODO.
       01  MOMENTO-ATUAL.
           05 MOMENTO-ATUAL-DATA  PIC 9(08).
           05 MOMENTO-ATUAL-HORA  PIC 9(06).
       01  MOMENTO-ATUAL-N REDEFINES MOMENTO-ATUAL
                                   PIC 9(14).
       01  MOMENTO-ANTERIOR.
           05 MOMENTO-ANT-DATA    PIC 9(08).
           05 MOMENTO-ANT-HORA    PIC 9(06).
       01  MOMENTO-ANTERIOR-N REDEFINES MOMENTO-ANTERIOR
                                   PIC 9(14).
       01  MOMENTO-LIDO.
           05 MOMENTO-LIDO-DATA   PIC 9(08).
           05 MOMENTO-LIDO-HORA   PIC 9(06).
       01  MOMENTO-LIDO-N REDEFINES MOMENTO-LIDO
                                   PIC 9(14).

       01  FOTO-DE-HOJE-SW         PIC X(01) VALUE "N".
           88 FOTO-DE-HOJE-GRAVADA VALUE "S".
       01  EXPURGO-NO-PERIODO-SW   PIC X(01) VALUE "N".
           88 EXPURGO-NO-PERIODO   VALUE "S".
       01  ARQUIVO-ACHADO-SW       PIC X(01).
           88 ARQUIVO-ACHADO       VALUE "S".
       01  ARQUIVO-REGERADO-SW     PIC X(01).
           88 ARQUIVO-REGERADO     VALUE "S".
       01  ATIVIDADE-SW            PIC X(01) VALUE "N".
           88 SEM-ATIVIDADE        VALUE "N".

      *    FOTOGRAFIA ANTERIOR - A ULTIMA DO HISTORICO ANTES DE HOJE.
       01  QTD-ANTERIOR            PIC 9(03) VALUE ZEROS.
       01  TABELA-ANTERIOR.
           05 ANTERIOR-ITEM OCCURS 200 TIMES.
               10 ANT-ARQUIVO         PIC X(16).
               10 ANT-SITUACAO        PIC X(01).
               10 ANT-QTD-REGISTROS   PIC 9(09).
               10 ANT-TOTAL-CONTROLE  PIC S9(17).
       01  IDX-ANTERIOR            PIC 9(03).
       01  IDX-ACHADO              PIC 9(03).

      *    ARQUIVOS REFEITOS POR INTEIRO (OPEN OUTPUT) A CADA EXECUCAO
      *    DO PROGRAMA QUE OS GERA - REMESSAS, RECUSAS, EXTRATOS E
      *    TRABALHO - QUE PODEM DIMINUIR SEM EXPURGO.
       01  TABELA-REGERADOS-VALORES.
           05 FILLER               PIC X(16) VALUE "CHECKPT.DAT".
           05 FILLER               PIC X(16) VALUE "CLIREJECT.DAT".
           05 FILLER               PIC X(16) VALUE "CONTAGEM.DAT".
           05 FILLER               PIC X(16) VALUE "EXTRPOS.DAT".
           05 FILLER               PIC X(16) VALUE "GLEXT.DAT".
           05 FILLER               PIC X(16) VALUE "LIBFOLHA.DAT".
           05 FILLER               PIC X(16) VALUE "LIMREV.DAT".
           05 FILLER               PIC X(16) VALUE "LIQREJ.DAT".
           05 FILLER               PIC X(16) VALUE "PAGREJ.DAT".
           05 FILLER               PIC X(16) VALUE "PAGREM.DAT".
           05 FILLER               PIC X(16) VALUE "PEDACK.DAT".
           05 FILLER               PIC X(16) VALUE "PEDREJ.DAT".
           05 FILLER               PIC X(16) VALUE "PROVSALD.DAT".
           05 FILLER               PIC X(16) VALUE "REMFOLHA.DAT".
           05 FILLER               PIC X(16) VALUE "RESUMO.DAT".
           05 FILLER               PIC X(16) VALUE "SUGCOMP.DAT".
       01  TABELA-REGERADOS REDEFINES TABELA-REGERADOS-VALORES.
           05 NOME-REGERADO        PIC X(16) OCCURS 16 TIMES.
       01  IDX-REGERADO            PIC 9(02).

      *    ATIVIDADE ENTRE A FOTOGRAFIA ANTERIOR E AGORA.
       01  QTD-REG-LOTE            PIC 9(07) VALUE ZEROS.
       01  QTD-REG-AUDITORIA       PIC 9(07) VALUE ZEROS.
       01  QTD-EXCLUSOES           PIC 9(07) VALUE ZEROS.

       01  REGISTROS-A-MENOS       PIC 9(09).
       01  MOTIVO-EXCECAO          PIC X(44).
       01  TOTAL-ARQUIVOS          PIC 9(04) VALUE ZEROS.
       01  TOTAL-REGISTROS         PIC 9(09) VALUE ZEROS.
       01  TOTAL-EXCECOES          PIC 9(04) VALUE ZEROS.
       01  RETORNO-FINAL           PIC 9(01) VALUE ZEROS.

           COPY "BAKGPARM.cob".

       01  LINHA-TITULO.
           05 FILLER               PIC X(35) VALUE
              "EXCECOES DOS TOTAIS DE CONTROLE DE".
           05 TIT-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 TIT-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 TIT-ANO              PIC 9(04).

       01  LINHA-PERIODO.
           05 FILLER               PIC X(24) VALUE
              "FOTOGRAFIA ANTERIOR DE ".
           05 PER-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PER-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 PER-ANO              PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 PER-HORA             PIC 9(06).

       01  LINHA-ATIVIDADE.
           05 FILLER               PIC X(16) VALUE "PASSOS DE LOTE ".
           05 ATV-LOTE             PIC ZZZZZZ9.
           05 FILLER               PIC X(14) VALUE "  AUDITORIA ".
           05 ATV-AUDITORIA        PIC ZZZZZZ9.
           05 FILLER               PIC X(13) VALUE "  EXCLUSOES ".
           05 ATV-EXCLUSOES        PIC ZZZZZZ9.
           05 FILLER               PIC X(11) VALUE "  EXPURGO ".
           05 ATV-EXPURGO          PIC X(01).

       01  LINHA-EXCECAO.
           05 EXC-ARQUIVO          PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXC-MOTIVO           PIC X(44).

       01  LINHA-CONTAGEM.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "REGISTROS".
           05 CNT-ANTERIOR         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE " -> ".
           05 CNT-HOJE             PIC ZZZ,ZZZ,ZZ9.

       01  LINHA-CONTROLE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE "TOTAL".
           05 CTL-ANTERIOR         PIC -ZZZZZZZZZZZZZZZZ9.
           05 FILLER               PIC X(04) VALUE " -> ".
           05 CTL-HOJE             PIC -ZZZZZZZZZZZZZZZZ9.

       01  LINHA-RESUMO.
           05 FILLER               PIC X(20) VALUE
              "ARQUIVOS LIDOS ".
           05 RES-ARQUIVOS         PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE "  REGISTROS ".
           05 RES-REGISTROS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(13) VALUE "  EXCECOES ".
           05 RES-EXCECOES         PIC ZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRENTE FROM TIME.
           MOVE DATA-CORRENTE TO MOMENTO-ATUAL-DATA.
           MOVE HORA-CORRENTE TO MOMENTO-ATUAL-HORA.

           DISPLAY "---- TOTAIS DE CONTROLE DOS ARQUIVOS ----".
           PERFORM GRAVA-MSGLOG-INICIO.

           MOVE "T" TO BAKG-FUNCAO.
           MOVE DATA-CORRENTE TO BAKG-DATA-CONJUNTO.
           CALL "PROG236" USING BAKG-PARAMETROS.
           IF BAKG-FALHOU
               DISPLAY "ERRO NA TOTALIZACAO DOS ARQUIVOS - "
                       "FOTOGRAFIA NAO GRAVADA."
               MOVE 8 TO RETORNO-FINAL
               PERFORM GRAVA-MSGLOG-FIM
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM CARREGA-FOTOGRAFIA-ANTERIOR.
           IF QTD-ANTERIOR IS GREATER THAN ZEROS
               PERFORM CONTA-ATIVIDADE-DO-LOG
               PERFORM CONTA-ATIVIDADE-DA-AUDITORIA
               IF QTD-REG-LOTE IS GREATER THAN ZEROS
                       OR QTD-REG-AUDITORIA IS GREATER THAN ZEROS
                   MOVE "S" TO ATIVIDADE-SW.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           PERFORM COMPARA-FOTOGRAFIAS.
           PERFORM GRAVA-RESUMO.
           CLOSE ARQUIVO-RELATORIO.

           IF FOTO-DE-HOJE-GRAVADA
               DISPLAY "FOTOGRAFIA DE HOJE JA ESTAVA NO HISTORICO - "
                       "SO A COMPARACAO FOI REFEITA."
           ELSE
               DISPLAY "FOTOGRAFIA GRAVADA EM CTLHIST.DAT - "
                       TOTAL-ARQUIVOS " ARQUIVOS.".
           IF QTD-ANTERIOR IS EQUAL ZEROS
               DISPLAY "PRIMEIRA FOTOGRAFIA - NADA A COMPARAR.".
           DISPLAY "EXCECOES : " TOTAL-EXCECOES " (CTLDIA.REL)".

           IF TOTAL-EXCECOES IS GREATER THAN ZEROS
               MOVE 4 TO RETORNO-FINAL.
           PERFORM GRAVA-MSGLOG-FIM.
           MOVE RETORNO-FINAL TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *===============================================================
      *    O HISTORICO E' GRAVADO EM ORDEM DE DATA - A TABELA FICA COM
      *    O ULTIMO BLOCO (MESMA DATA E HORA) ANTERIOR A HOJE.
      *===============================================================
       CARREGA-FOTOGRAFIA-ANTERIOR.
           MOVE ZEROS TO MOMENTO-ANTERIOR-N.
           OPEN INPUT ARQUIVO-CTLHIST.
           IF CTLHIST-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CTLHIST
               PERFORM GUARDA-UM-ITEM-ANTERIOR
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTLHIST.

       LEIA-PROXIMO-CTLHIST.
           READ ARQUIVO-CTLHIST AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-UM-ITEM-ANTERIOR.
           IF CTLHIST-DATA IS EQUAL DATA-CORRENTE
               MOVE "S" TO FOTO-DE-HOJE-SW
           ELSE IF CTLHIST-DATA IS LESS THAN DATA-CORRENTE
               PERFORM GUARDA-ITEM-NA-TABELA.
           PERFORM LEIA-PROXIMO-CTLHIST.

      *    DATA/HORA DIFERENTE DA GUARDADA COMECA UM BLOCO NOVO.
       GUARDA-ITEM-NA-TABELA.
           IF CTLHIST-DATA IS NOT EQUAL MOMENTO-ANT-DATA
                   OR CTLHIST-HORA IS NOT EQUAL MOMENTO-ANT-HORA
               MOVE CTLHIST-DATA TO MOMENTO-ANT-DATA
               MOVE CTLHIST-HORA TO MOMENTO-ANT-HORA
               MOVE ZEROS TO QTD-ANTERIOR.
           IF QTD-ANTERIOR IS LESS THAN 200
               ADD 1 TO QTD-ANTERIOR
               MOVE CTLHIST-ARQUIVO
                 TO ANT-ARQUIVO(QTD-ANTERIOR)
               MOVE CTLHIST-SITUACAO
                 TO ANT-SITUACAO(QTD-ANTERIOR)
               MOVE CTLHIST-QTD-REGISTROS
                 TO ANT-QTD-REGISTROS(QTD-ANTERIOR)
               MOVE CTLHIST-TOTAL-CONTROLE
                 TO ANT-TOTAL-CONTROLE(QTD-ANTERIOR).

      *===============================================================
      *    ATIVIDADE NO PERIODO - OS REGISTROS DO LOG DESTE PROGRAMA,
      *    DA JANELA DE LOTE (PROG141/PROG142) E DO BACKUP GERAL
      *    (PROG237) NAO CONTAM, PORQUE ESSES PASSOS NAO MEXEM NOS
      *    ARQUIVOS FOTOGRAFADOS. O FIM DE UM EXPURGO NO PERIODO
      *    JUSTIFICA ARQUIVO MENOR.
      *===============================================================
       CONTA-ATIVIDADE-DO-LOG.
           OPEN INPUT ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-MSGLOG
               PERFORM EXAMINA-UM-MSGLOG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-MSGLOG.

       LEIA-PROXIMO-MSGLOG.
           READ ARQUIVO-MSGLOG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-UM-MSGLOG.
           MOVE MSGLOG-DATA TO MOMENTO-LIDO-DATA.
           MOVE MSGLOG-HORA TO MOMENTO-LIDO-HORA.
           IF MOMENTO-LIDO-N IS GREATER THAN MOMENTO-ANTERIOR-N
                   AND MOMENTO-LIDO-N IS NOT GREATER THAN
                       MOMENTO-ATUAL-N
                   AND MSGLOG-PROGRAMA IS NOT EQUAL "PROG238"
                   AND MSGLOG-PROGRAMA IS NOT EQUAL "PROG141"
                   AND MSGLOG-PROGRAMA IS NOT EQUAL "PROG142"
                   AND MSGLOG-PROGRAMA IS NOT EQUAL "PROG237"
               ADD 1 TO QTD-REG-LOTE
               IF MSGLOG-EVENTO-FIM
                       AND (MSGLOG-PROGRAMA IS EQUAL "PROG45"
                         OR MSGLOG-PROGRAMA IS EQUAL "PROG139"
                         OR MSGLOG-PROGRAMA IS EQUAL "PROG235")
                   MOVE "S" TO EXPURGO-NO-PERIODO-SW.
           PERFORM LEIA-PROXIMO-MSGLOG.

       CONTA-ATIVIDADE-DA-AUDITORIA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AUDIT
               PERFORM EXAMINA-UM-AUDIT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.

       LEIA-PROXIMO-AUDIT.
           READ ARQUIVO-AUDITORIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-UM-AUDIT.
           MOVE AUDIT-DATA TO MOMENTO-LIDO-DATA.
           MOVE AUDIT-HORA TO MOMENTO-LIDO-HORA.
           IF MOMENTO-LIDO-N IS GREATER THAN MOMENTO-ANTERIOR-N
                   AND MOMENTO-LIDO-N IS NOT GREATER THAN
                       MOMENTO-ATUAL-N
               ADD 1 TO QTD-REG-AUDITORIA
               IF AUDIT-OPERACAO IS EQUAL "EXCLUSAO"
                   ADD 1 TO QTD-EXCLUSOES.
           PERFORM LEIA-PROXIMO-AUDIT.

       GRAVA-CABECALHO.
           MOVE DATA-CORRENTE-DIA TO TIT-DIA.
           MOVE DATA-CORRENTE-MES TO TIT-MES.
           MOVE DATA-CORRENTE-ANO TO TIT-ANO.
           WRITE LINHA-RELATORIO FROM LINHA-TITULO.
           IF QTD-ANTERIOR IS EQUAL ZEROS
               MOVE "SEM FOTOGRAFIA ANTERIOR - NADA A COMPARAR."
                 TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               MOVE MOMENTO-ANT-DATA(7:2) TO PER-DIA
               MOVE MOMENTO-ANT-DATA(5:2) TO PER-MES
               MOVE MOMENTO-ANT-DATA(1:4) TO PER-ANO
               MOVE MOMENTO-ANT-HORA      TO PER-HORA
               WRITE LINHA-RELATORIO FROM LINHA-PERIODO
               MOVE QTD-REG-LOTE      TO ATV-LOTE
               MOVE QTD-REG-AUDITORIA TO ATV-AUDITORIA
               MOVE QTD-EXCLUSOES     TO ATV-EXCLUSOES
               MOVE EXPURGO-NO-PERIODO-SW TO ATV-EXPURGO
               WRITE LINHA-RELATORIO FROM LINHA-ATIVIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    CADA ITEM DA TOTALIZACAO DE HOJE (CTLDIA.TMP) E' CONFERIDO
      *    COM O MESMO ARQUIVO NA FOTOGRAFIA ANTERIOR E, NA PRIMEIRA
      *    EXECUCAO DO DIA, ACRESCENTADO AO HISTORICO.
      *===============================================================
       COMPARA-FOTOGRAFIAS.
           MOVE "CTLDIA.TMP" TO BAKMAN-NOME-ARQUIVO.
           OPEN INPUT ARQUIVO-BAKMAN.
           IF NOT FOTO-DE-HOJE-GRAVADA
               OPEN EXTEND ARQUIVO-CTLHIST
               IF CTLHIST-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-CTLHIST.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-BAKMAN.
           PERFORM COMPARA-UM-ARQUIVO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           IF NOT FOTO-DE-HOJE-GRAVADA
               CLOSE ARQUIVO-CTLHIST.
           CLOSE ARQUIVO-BAKMAN.

       LEIA-PROXIMO-BAKMAN.
           READ ARQUIVO-BAKMAN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COMPARA-UM-ARQUIVO.
           ADD 1 TO TOTAL-ARQUIVOS.
           ADD BAKMAN-QTD-REGISTROS TO TOTAL-REGISTROS.
           IF QTD-ANTERIOR IS GREATER THAN ZEROS
               PERFORM LOCALIZA-ANTERIOR
               IF ARQUIVO-ACHADO
                   PERFORM APLICA-REGRAS.
           IF NOT FOTO-DE-HOJE-GRAVADA
               MOVE DATA-CORRENTE          TO CTLHIST-DATA
               MOVE HORA-CORRENTE          TO CTLHIST-HORA
               MOVE BAKMAN-ARQUIVO         TO CTLHIST-ARQUIVO
               MOVE BAKMAN-SITUACAO        TO CTLHIST-SITUACAO
               MOVE BAKMAN-QTD-REGISTROS   TO CTLHIST-QTD-REGISTROS
               MOVE BAKMAN-TOTAL-CONTROLE  TO CTLHIST-TOTAL-CONTROLE
               WRITE CTLHIST-REGISTRO.
           PERFORM LEIA-PROXIMO-BAKMAN.

       LOCALIZA-ANTERIOR.
           MOVE "N" TO ARQUIVO-ACHADO-SW.
           MOVE 1 TO IDX-ANTERIOR.
           PERFORM COMPARA-UM-NOME-ANTERIOR
                   UNTIL ARQUIVO-ACHADO
                      OR IDX-ANTERIOR IS GREATER THAN QTD-ANTERIOR.

       COMPARA-UM-NOME-ANTERIOR.
           IF ANT-ARQUIVO(IDX-ANTERIOR) IS EQUAL BAKMAN-ARQUIVO
               MOVE "S" TO ARQUIVO-ACHADO-SW
               MOVE IDX-ANTERIOR TO IDX-ACHADO
           ELSE
               ADD 1 TO IDX-ANTERIOR.

       VERIFICA-SE-REGERADO.
           MOVE "N" TO ARQUIVO-REGERADO-SW.
           MOVE 1 TO IDX-REGERADO.
           PERFORM COMPARA-UM-REGERADO
                   UNTIL ARQUIVO-REGERADO
                      OR IDX-REGERADO IS GREATER THAN 16.

       COMPARA-UM-REGERADO.
           IF NOME-REGERADO(IDX-REGERADO) IS EQUAL BAKMAN-ARQUIVO
               MOVE "S" TO ARQUIVO-REGERADO-SW
           ELSE
               ADD 1 TO IDX-REGERADO.

      *    ARQUIVO QUE NAO EXISTIA ANTES NAO TEM COMPARACAO. A PRIMEIRA
      *    REGRA QUE SE APLICA DA O MOTIVO DA EXCECAO.
       APLICA-REGRAS.
           MOVE SPACES TO MOTIVO-EXCECAO.
           IF ANT-SITUACAO(IDX-ACHADO) IS EQUAL "P"
               IF BAKMAN-AUSENTE
                   MOVE "ARQUIVO DESAPARECEU" TO MOTIVO-EXCECAO
               ELSE IF BAKMAN-QTD-REGISTROS IS LESS THAN
                       ANT-QTD-REGISTROS(IDX-ACHADO)
                   PERFORM AVALIA-ARQUIVO-MENOR
               ELSE IF (BAKMAN-QTD-REGISTROS IS NOT EQUAL
                        ANT-QTD-REGISTROS(IDX-ACHADO)
                     OR BAKMAN-TOTAL-CONTROLE IS NOT EQUAL
                        ANT-TOTAL-CONTROLE(IDX-ACHADO))
                       AND SEM-ATIVIDADE
                       AND BAKMAN-ARQUIVO IS NOT EQUAL "MSGLOG.DAT"
                       AND BAKMAN-ARQUIVO IS NOT EQUAL "CTLHIST.DAT"
                   MOVE "ALTERADO SEM NENHUMA ATIVIDADE REGISTRADA"
                     TO MOTIVO-EXCECAO.

           IF MOTIVO-EXCECAO IS NOT EQUAL SPACES
               PERFORM GRAVA-EXCECAO.

      *    ARQUIVO REGERADO SO PRECISA DE ALGUMA ATIVIDADE NO PERIODO;
      *    OS DEMAIS PRECISAM DE UM EXPURGO OU DE EXCLUSOES AUDITADAS
      *    QUE EXPLIQUEM OS REGISTROS A MENOS.
       AVALIA-ARQUIVO-MENOR.
           COMPUTE REGISTROS-A-MENOS =
                   ANT-QTD-REGISTROS(IDX-ACHADO) - BAKMAN-QTD-REGISTROS.
           PERFORM VERIFICA-SE-REGERADO.
           IF ARQUIVO-REGERADO AND SEM-ATIVIDADE
               MOVE "ARQUIVO REGERADO MENOR SEM ATIVIDADE"
                 TO MOTIVO-EXCECAO
           ELSE IF NOT ARQUIVO-REGERADO
                   AND NOT EXPURGO-NO-PERIODO
                   AND REGISTROS-A-MENOS IS GREATER THAN QTD-EXCLUSOES
               MOVE "ARQUIVO DIMINUIU SEM EXPURGO NEM EXCLUSAO"
                 TO MOTIVO-EXCECAO.

       GRAVA-EXCECAO.
           ADD 1 TO TOTAL-EXCECOES.
           MOVE BAKMAN-ARQUIVO TO EXC-ARQUIVO.
           MOVE MOTIVO-EXCECAO TO EXC-MOTIVO.
           WRITE LINHA-RELATORIO FROM LINHA-EXCECAO.
           MOVE ANT-QTD-REGISTROS(IDX-ACHADO) TO CNT-ANTERIOR.
           MOVE BAKMAN-QTD-REGISTROS TO CNT-HOJE.
           WRITE LINHA-RELATORIO FROM LINHA-CONTAGEM.
           MOVE ANT-TOTAL-CONTROLE(IDX-ACHADO) TO CTL-ANTERIOR.
           MOVE BAKMAN-TOTAL-CONTROLE TO CTL-HOJE.
           WRITE LINHA-RELATORIO FROM LINHA-CONTROLE.
           DISPLAY "  " BAKMAN-ARQUIVO " " MOTIVO-EXCECAO.

       GRAVA-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF TOTAL-EXCECOES IS EQUAL ZEROS
               MOVE "NENHUMA EXCECAO." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           MOVE TOTAL-ARQUIVOS  TO RES-ARQUIVOS.
           MOVE TOTAL-REGISTROS TO RES-REGISTROS.
           MOVE TOTAL-EXCECOES  TO RES-EXCECOES.
           WRITE LINHA-RELATORIO FROM LINHA-RESUMO.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES
      *    (LIDOS = REGISTROS TOTALIZADOS, GRAVADOS = ARQUIVOS,
      *    REJEITADOS = EXCECOES).
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
           MOVE TOTAL-REGISTROS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-ARQUIVOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-EXCECOES TO MSGLOG-QTD-REJEITADOS.
           MOVE RETORNO-FINAL TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG238" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
