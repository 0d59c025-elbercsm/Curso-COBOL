       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG174.

      *    PROCESSAMENTO DO RETORNO DA NOTA FISCAL ELETRONICA (NF-E)
      *    - LE O ARQUIVO NFERET.RET DEVOLVIDO PELO PROGRAMA EMISSOR
      *    DA FAZENDA (RESPOSTA A EXPORTACAO DO PROG173) E GRAVA EM
      *    CADA NOTA O CODIGO E O MOTIVO DA RESPOSTA. EMISSAO COM
      *    CODIGO "100" FICA AUTORIZADA COM O PROTOCOLO, A DATA E A
      *    HORA DA AUTORIZACAO - O PRAZO LEGAL DE CANCELAMENTO CONTA
      *    DAI. CANCELAMENTO COM "101" OU "135" E INUTILIZACAO COM
      *    "102" FICAM HOMOLOGADOS. QUALQUER OUTRO CODIGO E' RECUSA:
      *    A EMISSAO REJEITADA VOLTA NA PROXIMA EXPORTACAO E O
      *    CANCELAMENTO OU A INUTILIZACAO NEGADOS FICAM NA RELACAO
      *    DE PENDENCIAS (PROG175) PARA TRATAMENTO MANUAL. AS
      *    RECUSAS SAEM NO RELATORIO NFERET.REL. DETALHE DE NOTA QUE
      *    NAO ESTA AGUARDANDO RETORNO (NUNCA EXPORTADA OU JA
      *    RESPONDIDA) E' IGNORADO - O MESMO RETORNO PROCESSADO DUAS
      *    VEZES NAO ALTERA A NOTA DE NOVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELAUDIT.cob".
      *    ARQUIVO DE RETORNO DEVOLVIDO PELO PROGRAMA EMISSOR.
           SELECT ARQUIVO-RETORNO
           ASSIGN TO "NFERET.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETORNO-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "NFERET.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RETORNO.
       01  LINHA-RETORNO.
           05 RET-TIPO-REG        PIC X(01).
           05 RET-DADOS           PIC X(79).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RETORNO-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-RETORNO           PIC X.

       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HHMMSS PIC 9(06).
           05 FILLER               PIC 9(02).

      *    LAYOUT FIXO DO DETALHE DO RETORNO - NOTA, EVENTO, CODIGO
      *    DA RESPOSTA, PROTOCOLO, DATA E HORA DO PROCESSAMENTO NA
      *    FAZENDA E MOTIVO.
       01  DETALHE-RETORNO.
           05 RET-NOTA             PIC 9(06).
           05 RET-EVENTO           PIC X(01).
           05 RET-CODIGO           PIC X(03).
               88 RET-AUTORIZADA      VALUE "100".
               88 RET-CANCELAMENTO-HOMOLOGADO VALUE "101" "135".
               88 RET-INUTILIZACAO-HOMOLOGADA VALUE "102".
           05 RET-PROTOCOLO        PIC X(15).
           05 RET-DATA             PIC 9(08).
           05 RET-HORA             PIC 9(06).
           05 RET-MOTIVO           PIC X(30).

       01  LINHA-DETALHE.
           05 DET-NOTA             PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-EVENTO           PIC X(13).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CODIGO           PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MOTIVO           PIC X(30).

       01  TOTAL-AUTORIZADAS       PIC 9(06) VALUE ZEROS.
       01  TOTAL-CANCELADAS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-INUTILIZADAS      PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADAS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-NEGADOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-EXPORTACAO    PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- RETORNO DA NF-E ----".
           PERFORM PEDE-OPERADOR.

           OPEN INPUT ARQUIVO-RETORNO.
           IF RETORNO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RETORNO NFERET.RET NAO "
                       "DISPONIVEL - STATUS : " RETORNO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN I-O ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM ABRE-RELATORIO-RECUSAS.

           MOVE "N" TO FINAL-RETORNO.
           PERFORM LEIA-PROXIMO-RETORNO.
           PERFORM PROCESSA-LINHA-RETORNO
                   UNTIL FINAL-RETORNO IS EQUAL "S".

           PERFORM FECHA-RELATORIO-RECUSAS.
           CLOSE ARQUIVO-RETORNO.
           CLOSE ARQUIVO-NOTA.

           DISPLAY "==============================================".
           DISPLAY "CONFERENCIA DO RETORNO :".
           DISPLAY "  NOTAS AUTORIZADAS       : " TOTAL-AUTORIZADAS.
           DISPLAY "  CANCELAMENTOS ACEITOS   : " TOTAL-CANCELADAS.
           DISPLAY "  INUTILIZACOES ACEITAS   : " TOTAL-INUTILIZADAS.
           DISPLAY "  EMISSOES REJEITADAS     : " TOTAL-REJEITADAS.
           DISPLAY "  CANCEL./INUTIL. NEGADOS : " TOTAL-NEGADOS.
           DISPLAY "  SEM EXPORTACAO PENDENTE : "
                   TOTAL-SEM-EXPORTACAO.
           DISPLAY "==============================================".
           IF TOTAL-REJEITADAS IS GREATER THAN ZEROS
                   OR TOTAL-NEGADOS IS GREATER THAN ZEROS
               DISPLAY "RECUSAS LISTADAS EM NFERET.REL - EMISSOES "
                       "REJEITADAS VOLTAM NA PROXIMA EXPORTACAO."
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA RESPOSTA POSSA SER ATRIBUIDA A ALGUEM NA AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       LEIA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO AT END
           MOVE "S" TO FINAL-RETORNO.

      *    SOMENTE OS DETALHES ("1") SAO PROCESSADOS - HEADER E
      *    TRAILER DO RETORNO SAO IGNORADOS.
       PROCESSA-LINHA-RETORNO.
           IF RET-TIPO-REG IS EQUAL "1"
               MOVE RET-DADOS TO DETALHE-RETORNO
               PERFORM PROCESSA-DETALHE-RETORNO.
           PERFORM LEIA-PROXIMO-RETORNO.

       PROCESSA-DETALHE-RETORNO.
           MOVE RET-NOTA TO NOTA-NUMERO.
           READ ARQUIVO-NOTA
                INVALID KEY
                MOVE SPACE TO NOTA-NFE-SITUACAO.
           IF NOT NFE-AGUARDANDO-RETORNO
               ADD 1 TO TOTAL-SEM-EXPORTACAO
               DISPLAY "SEM EXPORTACAO PENDENTE : NOTA " RET-NOTA
                       " - IGNORADA."
           ELSE
               MOVE RET-CODIGO TO NOTA-NFE-CODIGO
               MOVE RET-MOTIVO TO NOTA-NFE-MOTIVO
               IF NFE-ENVIADA
                   PERFORM TRATA-RETORNO-EMISSAO
               ELSE
                   IF NFE-CANCELAMENTO-ENVIADO
                       PERFORM TRATA-RETORNO-CANCELAMENTO
                   ELSE
                       PERFORM TRATA-RETORNO-INUTILIZACAO.

      *    A AUTORIZACAO GRAVA O PROTOCOLO E O MOMENTO EM QUE A
      *    FAZENDA AUTORIZOU - DATA EM BRANCO NO RETORNO ASSUME HOJE.
       TRATA-RETORNO-EMISSAO.
           IF RET-AUTORIZADA
               MOVE "A" TO NOTA-NFE-SITUACAO
               MOVE RET-PROTOCOLO TO NOTA-NFE-PROTOCOLO
               IF RET-DATA IS NUMERIC
                       AND RET-DATA IS GREATER THAN ZEROS
                   MOVE RET-DATA TO NOTA-NFE-DATA-AUT
                   MOVE RET-HORA TO NOTA-NFE-HORA-AUT
               ELSE
                   MOVE DATA-CORRENTE TO NOTA-NFE-DATA-AUT
                   ACCEPT HORA-CORRENTE FROM TIME
                   MOVE HORA-CORRENTE-HHMMSS TO NOTA-NFE-HORA-AUT
               END-IF
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-AUTORIZADAS
               DISPLAY "AUTORIZADA : NOTA " NOTA-NUMERO
                       " PROTOCOLO " NOTA-NFE-PROTOCOLO
               MOVE "NFE-AUTORI" TO AUDIT-OPERACAO
           ELSE
               MOVE "R" TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-REJEITADAS
               MOVE "EMISSAO" TO DET-EVENTO
               PERFORM IMPRIME-RECUSA
               MOVE "NFE-REJEIT" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-RETORNO.

       TRATA-RETORNO-CANCELAMENTO.
           IF RET-CANCELAMENTO-HOMOLOGADO
               MOVE "K" TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-CANCELADAS
               DISPLAY "CANCELAMENTO HOMOLOGADO : NOTA " NOTA-NUMERO
               MOVE "NFE-CANCEL" TO AUDIT-OPERACAO
           ELSE
               MOVE "N" TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-NEGADOS
               MOVE "CANCELAMENTO" TO DET-EVENTO
               PERFORM IMPRIME-RECUSA
               MOVE "NFE-NEGADO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-RETORNO.

       TRATA-RETORNO-INUTILIZACAO.
           IF RET-INUTILIZACAO-HOMOLOGADA
               MOVE "U" TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-INUTILIZADAS
               DISPLAY "INUTILIZACAO HOMOLOGADA : NOTA " NOTA-NUMERO
               MOVE "NFE-INUTIL" TO AUDIT-OPERACAO
           ELSE
               MOVE "N" TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               ADD 1 TO TOTAL-NEGADOS
               MOVE "INUTILIZACAO" TO DET-EVENTO
               PERFORM IMPRIME-RECUSA
               MOVE "NFE-NEGADO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-RETORNO.

       IMPRIME-RECUSA.
           MOVE RET-NOTA   TO DET-NOTA.
           MOVE RET-CODIGO TO DET-CODIGO.
           MOVE RET-MOTIVO TO DET-MOTIVO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY "RECUSADA : NOTA " RET-NOTA " " DET-EVENTO
                   " CODIGO " RET-CODIGO " " RET-MOTIVO.

       ABRE-RELATORIO-RECUSAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTAS RECUSADAS PELA NF-E - RETORNO DE "
                  DATA-CORRENTE
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "NOTA    EVENTO         COD  MOTIVO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       FECHA-RELATORIO-RECUSAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMISSOES REJEITADAS : " TOTAL-REJEITADAS
                  "   CANCEL./INUTIL. NEGADOS : " TOTAL-NEGADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

      *    A OPERACAO DA AUDITORIA (NFE-AUTORI, NFE-REJEIT,
      *    NFE-CANCEL, NFE-INUTIL OU NFE-NEGADO) JA FOI PREENCHIDO
      *    PELO PARAGRAFO CHAMADOR.
       REGISTRA-AUDITORIA-RETORNO.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "COD " RET-CODIGO " PROT " RET-PROTOCOLO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG174" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
