       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG196.

      *    PROCESSAMENTO DO RETORNO DO ESOCIAL - LE O ARQUIVO
      *    ESOCRET.RET DEVOLVIDO PELO PROGRAMA TRANSMISSOR (RESPOSTA
      *    A EXTRACAO DO PROG195) E GRAVA NO CONTROLE ESOCCTL.DAT O
      *    CODIGO, A MENSAGEM E A DATA DA RESPOSTA DE CADA EVENTO.
      *    CODIGO "201" OU "202" E' ACEITE - O EVENTO FICA ACEITO
      *    COM O NUMERO DO RECIBO, QUE UMA RETIFICACAO FUTURA VAI
      *    REFERENCIAR. QUALQUER OUTRO CODIGO E' REJEICAO: O EVENTO
      *    VOLTA NA PROXIMA EXTRACAO, DEPOIS DE CORRIGIDA A ORIGEM
      *    (VER A RELACAO DO PROG197). AS REJEICOES DESTE RETORNO
      *    SAEM NO RELATORIO ESOCRET.REL. DETALHE DE EVENTO QUE NAO
      *    ESTA AGUARDANDO RETORNO (NUNCA EXTRAIDO OU JA RESPONDIDO)
      *    E' IGNORADO - O MESMO RETORNO PROCESSADO DUAS VEZES NAO
      *    ALTERA O CONTROLE DE NOVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELESOCCTL.cob".
      *    ARQUIVO DE RETORNO DEVOLVIDO PELO PROGRAMA TRANSMISSOR.
           SELECT ARQUIVO-RETORNO
           ASSIGN TO "ESOCRET.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETORNO-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ESOCRET.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDESOCCTL.cob".

       FD  ARQUIVO-RETORNO.
       01  LINHA-RETORNO.
           05 RET-TIPO-REG        PIC X(01).
           05 RET-DADOS           PIC X(149).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  ESOCCTL-ARQ-STATUS      PIC X(02).
       01  RETORNO-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-RETORNO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  CONTROLE-EXISTE-SW      PIC X(01).
           88 CONTROLE-EXISTE      VALUE "S".

      *    LAYOUT FIXO DO DETALHE DO RETORNO - CHAVE DO EVENTO COMO
      *    FOI EXTRAIDA, CODIGO DA RESPOSTA, RECIBO, DATA DO
      *    PROCESSAMENTO NO ESOCIAL E MENSAGEM.
       01  DETALHE-RETORNO.
           05 RET-CHAVE.
               10 RET-EVENTO       PIC X(04).
               10 RET-CODIGO       PIC 9(06).
               10 RET-REFERENCIA   PIC X(09).
           05 RET-COD-RESPOSTA     PIC X(03).
               88 RET-ACEITO          VALUE "201" "202".
           05 RET-RECIBO           PIC X(23).
           05 RET-DATA             PIC 9(08).
           05 RET-MENSAGEM         PIC X(60).

       01  LINHA-DETALHE.
           05 DET-EVENTO           PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CODIGO           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA       PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-COD-RESPOSTA     PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MENSAGEM         PIC X(50).

       01  TOTAL-ACEITOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-EXTRACAO      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- RETORNO DO ESOCIAL ----".

           OPEN INPUT ARQUIVO-RETORNO.
           IF RETORNO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RETORNO ESOCRET.RET NAO "
                       "DISPONIVEL - STATUS : " RETORNO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN I-O ARQUIVO-ESOCCTL.
           IF ESOCCTL-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CONTROLE DO ESOCIAL - "
                       "STATUS : " ESOCCTL-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-RETORNO
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM ABRE-RELATORIO-REJEICOES.

           MOVE "N" TO FINAL-RETORNO.
           PERFORM LEIA-PROXIMO-RETORNO.
           PERFORM PROCESSA-LINHA-RETORNO
                   UNTIL FINAL-RETORNO IS EQUAL "S".

           PERFORM FECHA-RELATORIO-REJEICOES.
           CLOSE ARQUIVO-RETORNO.
           CLOSE ARQUIVO-ESOCCTL.

           DISPLAY "==============================================".
           DISPLAY "CONFERENCIA DO RETORNO :".
           DISPLAY "  EVENTOS ACEITOS         : " TOTAL-ACEITOS.
           DISPLAY "  EVENTOS REJEITADOS      : " TOTAL-REJEITADOS.
           DISPLAY "  SEM EXTRACAO PENDENTE   : " TOTAL-SEM-EXTRACAO.
           DISPLAY "==============================================".
           IF TOTAL-REJEITADOS IS GREATER THAN ZEROS
               DISPLAY "REJEICOES LISTADAS EM ESOCRET.REL - CORRIGIR "
                       "A ORIGEM, OS EVENTOS VOLTAM NA PROXIMA "
                       "EXTRACAO."
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

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
           MOVE RET-CHAVE TO ESOCCTL-CHAVE.
           MOVE "S" TO CONTROLE-EXISTE-SW.
           READ ARQUIVO-ESOCCTL
                INVALID KEY
                MOVE "N" TO CONTROLE-EXISTE-SW.
           IF NOT CONTROLE-EXISTE
               ADD 1 TO TOTAL-SEM-EXTRACAO
               DISPLAY "SEM EXTRACAO PENDENTE : EVENTO " RET-EVENTO
                       " FUNCIONARIO " RET-CODIGO " - IGNORADO."
           ELSE
               IF NOT ESOCCTL-ENVIADO
                   ADD 1 TO TOTAL-SEM-EXTRACAO
                   DISPLAY "SEM EXTRACAO PENDENTE : EVENTO "
                           RET-EVENTO " FUNCIONARIO " RET-CODIGO
                           " - IGNORADO."
               ELSE
                   PERFORM GRAVA-RESPOSTA-NO-CONTROLE.

      *    DATA EM BRANCO NO RETORNO ASSUME HOJE. O RECIBO SO E'
      *    TROCADO NO ACEITE - NA REJEICAO DE UMA RETIFICACAO FICA O
      *    RECIBO DO EVENTO ORIGINAL, PARA O REENVIO.
       GRAVA-RESPOSTA-NO-CONTROLE.
           MOVE RET-COD-RESPOSTA TO ESOCCTL-COD-RESPOSTA.
           MOVE RET-MENSAGEM     TO ESOCCTL-MENSAGEM.
           IF RET-DATA IS NUMERIC
                   AND RET-DATA IS GREATER THAN ZEROS
               MOVE RET-DATA TO ESOCCTL-DATA-RETORNO
           ELSE
               MOVE DATA-CORRENTE TO ESOCCTL-DATA-RETORNO.
           IF RET-ACEITO
               MOVE "A" TO ESOCCTL-SITUACAO
               MOVE RET-RECIBO TO ESOCCTL-RECIBO
               ADD 1 TO TOTAL-ACEITOS
               DISPLAY "ACEITO : EVENTO " RET-EVENTO " FUNCIONARIO "
                       RET-CODIGO " RECIBO " RET-RECIBO
           ELSE
               MOVE "R" TO ESOCCTL-SITUACAO
               ADD 1 TO TOTAL-REJEITADOS
               PERFORM IMPRIME-REJEICAO.
           REWRITE ESOCCTL-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CONTROLE - STATUS : "
                           ESOCCTL-ARQ-STATUS.

       IMPRIME-REJEICAO.
           MOVE RET-EVENTO       TO DET-EVENTO.
           MOVE RET-CODIGO       TO DET-CODIGO.
           MOVE RET-REFERENCIA   TO DET-REFERENCIA.
           MOVE RET-COD-RESPOSTA TO DET-COD-RESPOSTA.
           MOVE RET-MENSAGEM     TO DET-MENSAGEM.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY "REJEITADO : EVENTO " RET-EVENTO " FUNCIONARIO "
                   RET-CODIGO " CODIGO " RET-COD-RESPOSTA.
           DISPLAY "  " RET-MENSAGEM.

       ABRE-RELATORIO-REJEICOES.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EVENTOS REJEITADOS PELO ESOCIAL - RETORNO DE "
                  DATA-CORRENTE
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "EVT   FUNC    REFERENC.  COD  MENSAGEM"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       FECHA-RELATORIO-REJEICOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EVENTOS ACEITOS : " TOTAL-ACEITOS
                  "   EVENTOS REJEITADOS : " TOTAL-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
