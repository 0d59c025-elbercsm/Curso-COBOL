       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG175.

      *    RELACAO DE PENDENCIAS DA NOTA FISCAL ELETRONICA (NF-E) -
      *    LISTA EM NFEPEND.REL AS NOTAS EMITIDAS HA UM DIA OU MAIS
      *    QUE AINDA NAO FORAM AUTORIZADAS PELA FAZENDA (A EXPORTAR
      *    NO PROG173, EXPORTADAS SEM RETORNO NO PROG174 OU
      *    REJEITADAS), COM O CODIGO E O MOTIVO DA ULTIMA RESPOSTA
      *    E OS DIAS DESDE A EMISSAO. EM SEGUIDA LISTA OS PEDIDOS DE
      *    CANCELAMENTO E DE INUTILIZACAO AINDA NAO HOMOLOGADOS,
      *    INCLUSIVE OS NEGADOS PELA FAZENDA, QUE PRECISAM DE
      *    TRATAMENTO MANUAL. NOTAS ANTERIORES A TRANSMISSAO
      *    (SITUACAO EM BRANCO) NAO ENTRAM NA RELACAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "NFEPEND.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  DIAS-PENDENTE           PIC S9(08).
       01  DESCRICAO-SITUACAO      PIC X(15).

       01  LINHA-PENDENCIA.
           05 LIN-NOTA             PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-EMISSAO          PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DIAS             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-SITUACAO         PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-CODIGO           PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-MOTIVO           PIC X(30).

       01  TOTAL-PENDENTES         PIC 9(06) VALUE ZEROS.
       01  TOTAL-EVENTOS-PENDENTES PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENDENTE-VALOR    PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PENDENCIAS DA NF-E ----".

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.

           PERFORM IMPRIME-CABECALHO-EMISSOES.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM VERIFICA-EMISSAO-PENDENTE
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           PERFORM IMPRIME-TOTAL-EMISSOES.

           PERFORM IMPRIME-CABECALHO-EVENTOS.
           MOVE ZEROS TO NOTA-NUMERO.
           START ARQUIVO-NOTA KEY IS NOT LESS THAN NOTA-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-NOTA.
           PERFORM VERIFICA-EVENTO-PENDENTE
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           PERFORM IMPRIME-TOTAL-EVENTOS.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-NOTA.

           MOVE TOTAL-PENDENTE-VALOR TO VALOR-EDITADO.
           DISPLAY "NOTAS SEM AUTORIZACAO      : " TOTAL-PENDENTES.
           DISPLAY "VALOR SEM AUTORIZACAO      : " VALOR-EDITADO.
           DISPLAY "CANCEL./INUTIL. PENDENTES  : "
                   TOTAL-EVENTOS-PENDENTES.
           DISPLAY "RELACAO GRAVADA EM NFEPEND.REL.".
           IF TOTAL-PENDENTES IS GREATER THAN ZEROS
                   OR TOTAL-EVENTOS-PENDENTES IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    NOTA CANCELADA NAO E' PENDENCIA DE EMISSAO - O PEDIDO DE
      *    INUTILIZACAO DELA SAI NA SEGUNDA PARTE.
       VERIFICA-EMISSAO-PENDENTE.
           IF NFE-A-ENVIAR OR NFE-ENVIADA OR NFE-REJEITADA
               IF NOT NOTA-CANCELADA
                   PERFORM CALCULA-DIAS-PENDENTE
                   IF DIAS-PENDENTE IS GREATER THAN ZEROS
                       PERFORM IMPRIME-PENDENCIA
                       ADD 1 TO TOTAL-PENDENTES
                       ADD NOTA-VALOR-TOTAL TO TOTAL-PENDENTE-VALOR.
           PERFORM LEIA-PROXIMA-NOTA.

       VERIFICA-EVENTO-PENDENTE.
           IF NFE-CANCELAMENTO-A-ENVIAR
                   OR NFE-CANCELAMENTO-ENVIADO
                   OR NFE-INUTILIZACAO-A-ENVIAR
                   OR NFE-INUTILIZACAO-ENVIADA
                   OR NFE-EVENTO-NEGADO
               PERFORM CALCULA-DIAS-PENDENTE
               PERFORM IMPRIME-PENDENCIA
               ADD 1 TO TOTAL-EVENTOS-PENDENTES.
           PERFORM LEIA-PROXIMA-NOTA.

      *    DIAS CORRIDOS DA EMISSAO ATE HOJE PELA ROTINA CENTRAL DE
      *    DATAS (PROG95). DATA DE EMISSAO INVALIDA CONTA COMO UM
      *    DIA, PARA A NOTA NAO SUMIR DA RELACAO.
       CALCULA-DIAS-PENDENTE.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE NOTA-DATA TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
               MOVE DTVAL-DIAS TO DIAS-PENDENTE
           ELSE
               MOVE 1 TO DIAS-PENDENTE.

       IMPRIME-PENDENCIA.
           PERFORM DESCREVE-SITUACAO.
           MOVE NOTA-NUMERO        TO LIN-NOTA.
           MOVE NOTA-DATA          TO LIN-EMISSAO.
           IF DIAS-PENDENTE IS LESS THAN ZEROS
               MOVE ZEROS TO LIN-DIAS
           ELSE
               MOVE DIAS-PENDENTE TO LIN-DIAS.
           MOVE DESCRICAO-SITUACAO TO LIN-SITUACAO.
           MOVE NOTA-NFE-CODIGO    TO LIN-CODIGO.
           MOVE NOTA-NFE-MOTIVO    TO LIN-MOTIVO.
           MOVE LINHA-PENDENCIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       DESCREVE-SITUACAO.
           MOVE SPACES TO DESCRICAO-SITUACAO.
           IF NFE-A-ENVIAR
               MOVE "A EXPORTAR" TO DESCRICAO-SITUACAO.
           IF NFE-ENVIADA
               MOVE "SEM RETORNO" TO DESCRICAO-SITUACAO.
           IF NFE-REJEITADA
               MOVE "REJEITADA" TO DESCRICAO-SITUACAO.
           IF NFE-CANCELAMENTO-A-ENVIAR
               MOVE "CANCEL A EXPORT" TO DESCRICAO-SITUACAO.
           IF NFE-CANCELAMENTO-ENVIADO
               MOVE "CANCEL S/RETORN" TO DESCRICAO-SITUACAO.
           IF NFE-INUTILIZACAO-A-ENVIAR
               MOVE "INUTIL A EXPORT" TO DESCRICAO-SITUACAO.
           IF NFE-INUTILIZACAO-ENVIADA
               MOVE "INUTIL S/RETORN" TO DESCRICAO-SITUACAO.
           IF NFE-EVENTO-NEGADO
               MOVE "EVENTO NEGADO" TO DESCRICAO-SITUACAO.

       IMPRIME-CABECALHO-EMISSOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTAS SEM AUTORIZACAO DA NF-E HA UM DIA OU MAIS - "
                  "POSICAO DE " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIME-TITULO-COLUNAS.

       IMPRIME-TOTAL-EMISSOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-PENDENTE-VALOR TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE NOTAS SEM AUTORIZACAO : " TOTAL-PENDENTES
                  "  VALOR : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-CABECALHO-EVENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CANCELAMENTOS E INUTILIZACOES NAO HOMOLOGADOS"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIME-TITULO-COLUNAS.

       IMPRIME-TOTAL-EVENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE EVENTOS PENDENTES : "
                  TOTAL-EVENTOS-PENDENTES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-TITULO-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTA    EMISSAO   DIAS  SITUACAO         COD  "
                  "MOTIVO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
