       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG226.

      *    IMPORTACAO DIARIA DA LIQUIDACAO DA ADQUIRENTE DE CARTOES
      *    (LIQCART.RET) - CADA LINHA E' UMA VENDA EM CARTAO JA
      *    CREDITADA NA CONTA DA EMPRESA, COM O VALOR BRUTO, O
      *    LIQUIDO DEPOSITADO E A DATA DO CREDITO. A LINHA E' CASADA
      *    PELO NSU COM O RECEBIMENTO EM CARTAO GRAVADO NA BAIXA
      *    (CARTREC.DAT, VER PROG61) E, COM O MESMO VALOR BRUTO, O
      *    RECEBIMENTO FICA LIQUIDADO COM O LIQUIDO, A DATA DO
      *    CREDITO E A TAXA DA ADQUIRENTE (BRUTO MENOS LIQUIDO) - A
      *    TAXA VAI PARA A DESPESA COM CARTOES NA EXTRACAO CONTABIL
      *    (PROG108) E O LIQUIDO ENTRA NA CONCILIACAO DA CONTA
      *    (PROG160). NSU DESCONHECIDO, JA LIQUIDADO, BRUTO DIFERENTE
      *    DO RECEBIDO OU LIQUIDO MAIOR QUE O BRUTO RECUSAM A LINHA,
      *    QUE VAI PARA LIQREJ.DAT COM O MOTIVO, COMO O PEDREJ.DAT
      *    DO PROG222. RODA SEM OPERADOR NO DAILYJOB, PROTEGIDO PELO
      *    CHECKPOINT DIARIO, COM INICIO E FIM NO MSGLOG E RETURN-CODE
      *    0 LIMPO, 4 COM RECUSAS, 8 ERRO DE ARQUIVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLIQCART.cob".
           COPY "SELLIQREJ.cob".
           COPY "SELCARTREC.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLIQCART.cob".
           COPY "FDLIQREJ.cob".
           COPY "FDCARTREC.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

       01  LIQCART-ARQ-STATUS      PIC X(02).
       01  LIQREJ-ARQ-STATUS       PIC X(02).
       01  CARTREC-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE           PIC 9(08).

       01  TOTAL-LIDOS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-LIQUIDADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-BRUTO             PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-LIQUIDO           PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-TAXAS             PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-TOTAL-EDITADO     PIC $Z,ZZZ,ZZZ,ZZ9.99.

       01  MOTIVO-REJEICAO         PIC X(50).

      *    CHECKPOINT DE PASSO DO DAILYJOB (VER SELCHECKPT) - EVITA
      *    QUE UM JOB RESUBMETIDO REPITA UM PASSO JA CONCLUIDO HOJE.
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MSGLOG-ARQ-STATUS       PIC X(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           PERFORM VERIFICA-CHECKPOINT-DIARIO.
           IF PASSO-JA-EXECUTADO
               DISPLAY "LIQUIDACAO DE CARTOES JA IMPORTADA NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76 PARA "
                       "FORCAR A REEXECUCAO)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM ABRE-ARQUIVO-CARTREC.

           OPEN INPUT ARQUIVO-LIQCART.
           PERFORM VERIFICA-STATUS-LIQCART.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-LINHA.
           PERFORM PROCESSA-LIQUIDACAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LIQCART.
           CLOSE ARQUIVO-CARTREC.

           PERFORM IMPRIME-RESUMO.
           IF TOTAL-REJEITADOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO
      *    (SEM NENHUMA VENDA EM CARTAO TODA LINHA SERA RECUSADA).
       ABRE-ARQUIVO-CARTREC.
           OPEN I-O ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CARTREC
               CLOSE ARQUIVO-CARTREC
               OPEN I-O ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CARTOES A LIQUIDAR"
                       " - STATUS : " CARTREC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    O ARQUIVO DA ADQUIRENTE E' OPCIONAL - STATUS "05" (NAO
      *    ENCONTRADO NA ABERTURA) SO OCORRE SE NAO HOUVER NADA PARA
      *    IMPORTAR.
       VERIFICA-STATUS-LIQCART.
           IF LIQCART-ARQ-STATUS IS NOT EQUAL "00"
              AND LIQCART-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE LIQUIDACAO - "
                       "STATUS : " LIQCART-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF LIQCART-ARQ-STATUS IS EQUAL "05"
               DISPLAY "ARQUIVO LIQCART.RET NAO ENCONTRADO - "
                       "NADA A IMPORTAR.".

       LEIA-PROXIMA-LINHA.
           READ ARQUIVO-LIQCART AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    CONFERE A LINHA CONTRA O RECEBIMENTO EM CARTAO DO MESMO
      *    NSU - A PRIMEIRA DIVERGENCIA ENCONTRADA E' O MOTIVO DA
      *    RECUSA.
       PROCESSA-LIQUIDACAO.
           ADD 1 TO TOTAL-LIDOS.
           MOVE SPACES TO MOTIVO-REJEICAO.
           PERFORM CRITICA-LINHA.
           IF MOTIVO-REJEICAO IS EQUAL SPACES
               PERFORM LOCALIZA-RECEBIMENTO-CARTAO.
           IF MOTIVO-REJEICAO IS EQUAL SPACES
               PERFORM LIQUIDA-RECEBIMENTO-CARTAO
           ELSE
               PERFORM RECUSA-LINHA.
           PERFORM LEIA-PROXIMA-LINHA.

       CRITICA-LINHA.
           IF LIQCART-NSU IS NOT NUMERIC
                   OR LIQCART-NSU IS EQUAL ZEROS
               MOVE "NSU INVALIDO" TO MOTIVO-REJEICAO
           ELSE IF LIQCART-VALOR-BRUTO IS NOT NUMERIC
                   OR LIQCART-VALOR-LIQUIDO IS NOT NUMERIC
               MOVE "VALOR BRUTO OU LIQUIDO NAO NUMERICO"
                    TO MOTIVO-REJEICAO
           ELSE IF LIQCART-VALOR-LIQUIDO IS GREATER THAN
                   LIQCART-VALOR-BRUTO
               MOVE "VALOR LIQUIDO MAIOR QUE O BRUTO"
                    TO MOTIVO-REJEICAO
           ELSE
               PERFORM CRITICA-DATA-CREDITO.

       CRITICA-DATA-CREDITO.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE ZEROS TO DTVAL-DATA-1.
           IF LIQCART-DATA-CREDITO IS NUMERIC
               MOVE LIQCART-DATA-CREDITO TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF NOT DTVAL-DATA-VALIDA
               MOVE "DATA DO CREDITO INVALIDA" TO MOTIVO-REJEICAO.

       LOCALIZA-RECEBIMENTO-CARTAO.
           MOVE LIQCART-NSU TO CARTREC-NSU.
           READ ARQUIVO-CARTREC
                INVALID KEY
                MOVE "NSU SEM RECEBIMENTO EM CARTAO NO SISTEMA"
                     TO MOTIVO-REJEICAO.
           IF MOTIVO-REJEICAO IS EQUAL SPACES
               IF CARTREC-LIQUIDADO
                   MOVE "NSU JA LIQUIDADO" TO MOTIVO-REJEICAO
               ELSE
                   IF LIQCART-VALOR-BRUTO IS NOT EQUAL
                           CARTREC-VALOR-BRUTO
                       MOVE "VALOR BRUTO DIFERENTE DO RECEBIDO"
                            TO MOTIVO-REJEICAO.

      *    O RECEBIMENTO FICA LIQUIDADO COM O CREDITO DA ADQUIRENTE -
      *    A DIFERENCA PARA O BRUTO E' A TAXA COBRADA.
       LIQUIDA-RECEBIMENTO-CARTAO.
           MOVE "L"                   TO CARTREC-SITUACAO.
           MOVE LIQCART-DATA-CREDITO  TO CARTREC-DATA-CREDITO.
           MOVE LIQCART-VALOR-LIQUIDO TO CARTREC-VALOR-LIQUIDO.
           COMPUTE CARTREC-VALOR-TAXA =
                   LIQCART-VALOR-BRUTO - LIQCART-VALOR-LIQUIDO.
           MOVE DATA-CORRENTE         TO CARTREC-DATA-LIQUIDACAO.
           REWRITE CARTREC-REGISTRO
               INVALID KEY
               MOVE "ERRO NA REGRAVACAO DO RECEBIMENTO EM CARTAO"
                    TO MOTIVO-REJEICAO.
           IF MOTIVO-REJEICAO IS EQUAL SPACES
               ADD 1 TO TOTAL-LIQUIDADOS
               ADD CARTREC-VALOR-BRUTO   TO TOTAL-BRUTO
               ADD CARTREC-VALOR-LIQUIDO TO TOTAL-LIQUIDO
               ADD CARTREC-VALOR-TAXA    TO TOTAL-TAXAS
           ELSE
               PERFORM RECUSA-LINHA.

      *    A LINHA RECUSADA VAI PARA O ARQUIVO DE REJEITADOS - MESMO
      *    IDIOMA DE OPEN EXTEND / OPEN OUTPUT NA PRIMEIRA EXECUCAO
      *    DO PEDREJ.DAT.
       RECUSA-LINHA.
           ADD 1 TO TOTAL-REJEITADOS.
           MOVE LIQCART-REGISTRO TO LIQREJ-DADOS.
           MOVE MOTIVO-REJEICAO  TO LIQREJ-MOTIVO.
           OPEN EXTEND ARQUIVO-LIQREJ.
           IF LIQREJ-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-LIQREJ.
           WRITE LIQREJ-REGISTRO.
           CLOSE ARQUIVO-LIQREJ.

      *    PROCURA NO ARQUIVO DE CHECKPOINT UM REGISTRO DESTE
      *    PROGRAMA NA DATA DE HOJE (VER DAILYJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-DIARIO.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           ACCEPT DATA-CHECKPOINT FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                       "STATUS : " CHECKPT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CHECKPT.
           PERFORM LEIA-PROXIMO-CHECKPT.
           PERFORM COMPARA-CHECKPT
                   UNTIL PASSO-JA-EXECUTADO
                   OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG226"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG226" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84).
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
           MOVE TOTAL-LIDOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-LIQUIDADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG226" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.

       IMPRIME-RESUMO.
           DISPLAY "===== RESUMO DA LIQUIDACAO DE CARTOES =====".
           DISPLAY "LINHAS LIDAS       : " TOTAL-LIDOS.
           DISPLAY "VENDAS LIQUIDADAS  : " TOTAL-LIQUIDADOS.
           MOVE TOTAL-BRUTO TO VALOR-TOTAL-EDITADO.
           DISPLAY "VALOR BRUTO        : " VALOR-TOTAL-EDITADO.
           MOVE TOTAL-LIQUIDO TO VALOR-TOTAL-EDITADO.
           DISPLAY "VALOR CREDITADO    : " VALOR-TOTAL-EDITADO.
           MOVE TOTAL-TAXAS TO VALOR-TOTAL-EDITADO.
           DISPLAY "TAXAS DA ADQUIRENTE: " VALOR-TOTAL-EDITADO.
           DISPLAY "LINHAS REJEITADAS  : " TOTAL-REJEITADOS.
           DISPLAY "============================================".
