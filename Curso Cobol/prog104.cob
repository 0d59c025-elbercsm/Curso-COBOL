      *    BAIXA) E DIVERGENTES (VALOR PAGO DIFERENTE DO SALDO DA
      *    PARCELA - O VALOR PAGO E' BAIXADO ASSIM MESMO, O DINHEIRO
      *    ENTROU, MAS A DIVERGENCIA E' APONTADA PARA A COBRANCA).
      *    2026-10-15 O OPERADOR INFORMA A CONTA DA EMPRESA
      *    (CONTABCO.DAT) QUE RECEBE A COBRANCA - ELA FICA GRAVADA
      *    EM CADA RECEBIMENTO BAIXADO, PARA A CONCILIACAO (PROG160).
      *    2026-10-15 O DETALHE "2" DO RETORNO (BOLETO BAIXADO PELO
      *    BANCO SEM PAGAMENTO) PASSOU A SER GRAVADO EM BOLDEV.DAT,
      *    BASE DA REVISAO DOS LIMITES DE CREDITO (PROG216) - A
      *    PARCELA CONTINUA EM ABERTO, SEM BAIXA.
      *    2026-10-15 PAGAMENTO SEM NOTA EM ABERTO PARA RECEBE-LO
      *    (NOTA CANCELADA, PARCELA SEM ESPELHO) E O QUE EXCEDE O
      *    SALDO DA PARCELA PASSARAM A SER GUARDADOS COMO
      *    ADIANTAMENTO DO CLIENTE DA NOTA (ADIANT.DAT, VER PROG61) -
      *    A PARCELA E' BAIXADA SO ATE O SALDO. NOTA INEXISTENTE
      *    CONTINUA NAO ENCONTRADA, SEM CLIENTE A QUEM CREDITAR.
      *    2026-10-15 O RECEBIMENTO BAIXADO PELO RETORNO SAI COM A
      *    FORMA DE PAGAMENTO BOLETO.
      *    2026-10-15 RODA TAMBEM SEM OPERADOR NO WEEKJOB, PROTEGIDO
      *    PELO CHECKPOINT DIARIO, COM INICIO E FIM NO MSGLOG E
      *    RETURN-CODE 0 LIMPO, 4 COM ITENS NAO ENCONTRADOS OU
      *    DIVERGENTES (OU SEM RETCOB.RET), 8 ERRO. SEM OPERADOR A
      *    BAIXA E' ATRIBUIDA AO PROPRIO PROGRAMA E A CONTA E' A DA
      *    COBRANCA (COBRPARM.DAT).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELNOTA.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELAUDIT.cob".
           COPY "SELBOLDEV.cob".
           COPY "SELADIANT.cob".
           COPY "SELCOBRPARM.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".
      *    ARQUIVO DE RETORNO DEVOLVIDO PELO BANCO.
           SELECT ARQUIVO-RETORNO
           ASSIGN TO "RETCOB.RET"

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDNOTA.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDAUDIT.cob".
           COPY "FDBOLDEV.cob".
           COPY "FDADIANT.cob".
           COPY "FDCOBRPARM.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       FD  ARQUIVO-RETORNO.
       01  LINHA-RETORNO.

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CONTA-BANCO-MOVIMENTO   PIC 9(03).
       01  CONTA-BANCO-VALIDA-SW   PIC X(01).
           88 CONTA-BANCO-VALIDA   VALUE "S".
       01  CONTA-PADRAO-SW         PIC X(01) VALUE "N".
           88 CONTA-PADRAO-ASSUMIDA VALUE "S".
       01  COBRPARM-ARQ-STATUS     PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  BOLDEV-ARQ-STATUS       PIC X(02).
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  RETORNO-ARQ-STATUS      PIC X(02).
       01  FINAL-RETORNO           PIC X.
       01  FINAL-RECEB             PIC X.
           88 BAIXA-GRAVADA        VALUE "S".
       01  ULTIMA-SEQUENCIA        PIC 9(04).
       01  NOTA-DA-BAIXA           PIC 9(06).
       01  RECEB-PENDENTE          PIC X(62).
       01  FINAL-NOTAPARC          PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    LAYOUT FIXO DO DETALHE DO RETORNO - NOTA, PARCELA, DATA E
      *    VALOR EFETIVAMENTE PAGOS NO BANCO. NO DETALHE "2" (BOLETO
      *    DEVOLVIDO SEM PAGAMENTO) A DATA E' A DA BAIXA NO BANCO E O
      *    VALOR E' O DO TITULO.
       01  DETALHE-RETORNO.
           05 RET-NOTA             PIC 9(06).
           05 RET-PARCELA          PIC 9(02).
       01  PARCELA-VALOR-ORIG      PIC 9(08)V9(02).
       01  PARCELA-EXISTE-SW       PIC X(01).
           88 PARCELA-EXISTE       VALUE "S".
      *    PARTE DO PAGAMENTO BAIXADA NA PARCELA E PARTE GUARDADA
      *    COMO ADIANTAMENTO DO CLIENTE.
       01  VALOR-A-BAIXAR          PIC 9(09)V9(02).
       01  VALOR-EXCEDENTE         PIC 9(09)V9(02).

       01  TOTAL-DETALHES-LIDOS    PIC 9(06) VALUE ZEROS.
       01  TOTAL-BAIXADOS          PIC 9(06) VALUE ZEROS.
       01  TOTAL-NAO-ENCONTRADOS   PIC 9(06) VALUE ZEROS.
       01  TOTAL-DIVERGENTES       PIC 9(06) VALUE ZEROS.
       01  TOTAL-DEVOLVIDOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-ADIANTAMENTOS     PIC 9(06) VALUE ZEROS.
       01  VALOR-ADIANTADO-TOTAL   PIC 9(11)V9(02) VALUE ZEROS.
       01  VALOR-BAIXADO-TOTAL     PIC 9(11)V9(02) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

      *    CHECKPOINT DE PASSO DO WEEKJOB (VER SELCHECKPT) - EVITA
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
               DISPLAY "RETORNO DE COBRANCA JA PROCESSADO NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           DISPLAY "---- RETORNO BANCARIO DE COBRANCA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM PEDE-CONTA-BANCO.

           OPEN INPUT ARQUIVO-RETORNO.
           IF RETORNO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RETORNO RETCOB.RET NAO "
                       "DISPONIVEL - STATUS : " RETORNO-ARQ-STATUS
               DISPLAY "NENHUMA BAIXA PROCESSADA."
               MOVE 4 TO RETURN-CODE
               PERFORM GRAVA-MSGLOG-FIM
               STOP RUN.

           OPEN INPUT ARQUIVO-NOTA.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "N" TO FINAL-RETORNO.
                   TOTAL-NAO-ENCONTRADOS.
           DISPLAY "  COM VALOR DIVERGENTE    : "
                   TOTAL-DIVERGENTES.
           DISPLAY "  DEVOLVIDOS SEM PAGAMENTO: "
                   TOTAL-DEVOLVIDOS.
           MOVE VALOR-ADIANTADO-TOTAL TO TOTAL-EDITADO.
           DISPLAY "  GUARDADOS ADIANTAMENTO  : "
                   TOTAL-ADIANTAMENTOS.
           DISPLAY "  VALOR EM ADIANTAMENTOS  : " TOTAL-EDITADO.
           DISPLAY "==============================================".

           IF TOTAL-NAO-ENCONTRADOS IS GREATER THAN ZEROS
                   OR TOTAL-DIVERGENTES IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA BAIXA POSSA SER ATRIBUIDA A ALGUEM NA AUDITORIA. SEM
      *    OPERADOR (WEEKJOB) A BAIXA FICA COM O NOME DO PROGRAMA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               MOVE "PROG104" TO OPERADOR-ID.

       LEIA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO AT END
           MOVE "S" TO FINAL-RETORNO.

      *    SOMENTE OS DETALHES SAO PROCESSADOS - "1" PAGAMENTO E "2"
      *    BOLETO DEVOLVIDO SEM PAGAMENTO. HEADER E TRAILER DO BANCO
      *    SAO IGNORADOS.
       PROCESSA-LINHA-RETORNO.
           IF RET-TIPO-REG IS EQUAL "1" OR "2"
               ADD 1 TO TOTAL-DETALHES-LIDOS.
           IF RET-TIPO-REG IS EQUAL "1"
               MOVE RET-DADOS TO DETALHE-RETORNO
               PERFORM PROCESSA-PAGAMENTO.
           IF RET-TIPO-REG IS EQUAL "2"
               MOVE RET-DADOS TO DETALHE-RETORNO
               PERFORM PROCESSA-DEVOLUCAO.
           PERFORM LEIA-PROXIMO-RETORNO.

       PROCESSA-PAGAMENTO.
                        " INEXISTENTE - ITEM SEM BAIXA.".
           IF NOTA-ARQ-STATUS IS EQUAL "00"
               IF NOTA-CANCELADA
                   DISPLAY "NOTA " RET-NOTA " CANCELADA - SEM "
                           "BAIXA, VALOR PAGO VAI PARA ADIANTAMENTO."
                   MOVE RET-VALOR-PAGO TO VALOR-EXCEDENTE
                   PERFORM GRAVA-ADIANTAMENTO-DO-RETORNO
               ELSE
                   PERFORM CONFERE-E-BAIXA-PAGAMENTO.

      *    BOLETO DEVOLVIDO SEM PAGAMENTO - NAO HA BAIXA, A PARCELA
      *    SEGUE EM ABERTO NA COBRANCA. SO O HISTORICO E' GRAVADO,
      *    COM O CLIENTE DA NOTA.
       PROCESSA-DEVOLUCAO.
           MOVE RET-NOTA TO NOTA-NUMERO.
           READ ARQUIVO-NOTA
                INVALID KEY
                ADD 1 TO TOTAL-NAO-ENCONTRADOS
                DISPLAY "NAO ENCONTRADO : NOTA " RET-NOTA
                        " INEXISTENTE - DEVOLUCAO NAO REGISTRADA.".
           IF NOTA-ARQ-STATUS IS EQUAL "00"
               MOVE RET-NOTA            TO BOLDEV-NOTA
               MOVE RET-PARCELA         TO BOLDEV-PARCELA
               MOVE NOTA-CLIENTE-CODIGO TO BOLDEV-CLIENTE
               MOVE RET-DATA-PAGTO      TO BOLDEV-DATA
               MOVE RET-VALOR-PAGO      TO BOLDEV-VALOR
               OPEN EXTEND ARQUIVO-BOLDEV
               IF BOLDEV-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-BOLDEV
               END-IF
               WRITE BOLDEV-REGISTRO
               CLOSE ARQUIVO-BOLDEV
               ADD 1 TO TOTAL-DEVOLVIDOS
               DISPLAY "DEVOLVIDO SEM PAGAMENTO : NOTA " RET-NOTA
                       " PARCELA " RET-PARCELA " - SEGUE EM ABERTO.".

      *    COMPARA O VALOR PAGO COM O SALDO DA PARCELA (OU DA NOTA,
      *    QUANDO O BOLETO FOI DA NOTA INTEIRA) - DIVERGENCIA E'
      *    APONTADA MAS O VALOR PAGO E' BAIXADO, O DINHEIRO ENTROU.
           IF RET-PARCELA IS GREATER THAN ZEROS
               PERFORM APURA-SALDO-DA-PARCELA
               IF NOT PARCELA-EXISTE
                   DISPLAY "NOTA " RET-NOTA " PARCELA " RET-PARCELA
                           " SEM ESPELHO - SEM BAIXA, VALOR PAGO VAI "
                           "PARA ADIANTAMENTO."
                   MOVE RET-VALOR-PAGO TO VALOR-EXCEDENTE
                   PERFORM GRAVA-ADIANTAMENTO-DO-RETORNO
               ELSE
                   PERFORM BAIXA-PAGAMENTO
           ELSE
               PERFORM APURA-SALDO-DA-NOTA
               PERFORM BAIXA-PAGAMENTO.

      *    PAGAMENTO ACIMA DO SALDO BAIXA SO O SALDO - O EXCEDENTE
      *    VIRA ADIANTAMENTO DO CLIENTE. PARCELA JA QUITADA NAO TEM
      *    BAIXA, O PAGAMENTO INTEIRO VAI PARA O ADIANTAMENTO.
       BAIXA-PAGAMENTO.
           IF RET-VALOR-PAGO IS GREATER THAN SALDO-PARCELA
               COMPUTE VALOR-EXCEDENTE =
                       RET-VALOR-PAGO - SALDO-PARCELA
               MOVE SALDO-PARCELA TO VALOR-A-BAIXAR
           ELSE
               MOVE ZEROS TO VALOR-EXCEDENTE
               MOVE RET-VALOR-PAGO TO VALOR-A-BAIXAR.
           IF RET-VALOR-PAGO IS NOT EQUAL SALDO-PARCELA
               ADD 1 TO TOTAL-DIVERGENTES
               MOVE SALDO-PARCELA TO VALOR-EDITADO
               IF VALOR-EXCEDENTE IS GREATER THAN ZEROS
                   DISPLAY "DIVERGENTE : NOTA " RET-NOTA " PARCELA "
                           RET-PARCELA " SALDO " VALOR-EDITADO
                           " - PAGO A MAIOR, EXCEDENTE VAI PARA "
                           "ADIANTAMENTO."
               ELSE
                   DISPLAY "DIVERGENTE : NOTA " RET-NOTA " PARCELA "
                           RET-PARCELA " SALDO " VALOR-EDITADO
                           " - VALOR PAGO DIFERENTE, BAIXADO ASSIM "
                           "MESMO.".
           MOVE "N" TO BAIXA-GRAVADA-SW.
           IF VALOR-A-BAIXAR IS GREATER THAN ZEROS
               PERFORM GRAVA-RECEBIMENTO-DO-RETORNO.
      *    OS TOTAIS DA CONFERENCIA E A TRILHA DE AUDITORIA SO
      *    ENTRAM COM O RECEBIMENTO EFETIVAMENTE GRAVADO.
           IF BAIXA-GRAVADA
               ADD 1 TO TOTAL-BAIXADOS
               ADD VALOR-A-BAIXAR TO VALOR-BAIXADO-TOTAL
               MOVE VALOR-A-BAIXAR TO VALOR-EDITADO
               DISPLAY "BAIXADO : NOTA " RET-NOTA " PARCELA "
                       RET-PARCELA " " VALOR-EDITADO
               PERFORM REGISTRA-AUDITORIA-RETORNO.
           IF VALOR-EXCEDENTE IS GREATER THAN ZEROS
               IF BAIXA-GRAVADA
                       OR VALOR-A-BAIXAR IS EQUAL ZEROS
                   PERFORM GRAVA-ADIANTAMENTO-DO-RETORNO.

      *    SALDO DA PARCELA APONTADA NO RETORNO - VALOR DA PARCELA
      *    MENOS OS RECEBIMENTOS JA GRAVADOS PARA ELA.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARCELAS - "
                       "STATUS : " NOTAPARC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-NOTAPARC.
           PERFORM LEIA-PROXIMA-PARCELA.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB.
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB.
           MOVE RET-NOTA            TO RECEB-NOTA-NUMERO.
           MOVE NOTA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE RET-DATA-PAGTO      TO RECEB-DATA.
           MOVE VALOR-A-BAIXAR      TO RECEB-VALOR.
           MOVE RET-PARCELA         TO RECEB-PARCELA.
           MOVE ZEROS               TO RECEB-VALOR-JUROS.
           MOVE CONTA-BANCO-MOVIMENTO TO RECEB-CONTA-BANCO.
           MOVE "B"                 TO RECEB-FORMA-PAGTO.
           MOVE ZEROS               TO RECEB-CARTAO-NSU.
           OPEN I-O ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RECEB
               MOVE "S" TO BAIXA-GRAVADA-SW.
           CLOSE ARQUIVO-RECEB.

      *    GUARDA COMO ADIANTAMENTO DO CLIENTE DA NOTA O VALOR EM
      *    VALOR-EXCEDENTE, COM A DATA DO PAGAMENTO NO BANCO E A
      *    CONTA DA COBRANCA - O DINHEIRO ENTROU, SO NAO HAVIA SALDO
      *    EM ABERTO PARA RECEBE-LO (VER FDADIANT).
       GRAVA-ADIANTAMENTO-DO-RETORNO.
           MOVE NOTA-CLIENTE-CODIGO   TO ADIANT-CLIENTE.
           MOVE RET-DATA-PAGTO        TO ADIANT-DATA.
           ACCEPT ADIANT-HORA FROM TIME.
           MOVE "E"                   TO ADIANT-TIPO.
           MOVE VALOR-EXCEDENTE       TO ADIANT-VALOR.
           MOVE RET-NOTA              TO ADIANT-NOTA.
           MOVE RET-PARCELA           TO ADIANT-PARCELA.
           MOVE ZEROS                 TO ADIANT-RECEB-SEQUENCIA.
           MOVE CONTA-BANCO-MOVIMENTO TO ADIANT-CONTA-BANCO.
           MOVE "PROG104"             TO ADIANT-PROGRAMA.
           MOVE OPERADOR-ID           TO ADIANT-OPERADOR.
           OPEN EXTEND ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ADIANT.
           WRITE ADIANT-REGISTRO.
           CLOSE ARQUIVO-ADIANT.
           ADD 1 TO TOTAL-ADIANTAMENTOS.
           ADD VALOR-EXCEDENTE TO VALOR-ADIANTADO-TOTAL.
           MOVE VALOR-EXCEDENTE TO VALOR-EDITADO.
           DISPLAY "ADIANTAMENTO : CLIENTE " NOTA-CLIENTE-CODIGO
                   " NOTA " RET-NOTA " " VALOR-EDITADO.
           MOVE "CLIENTE"           TO AUDIT-ENTIDADE.
           MOVE NOTA-CLIENTE-CODIGO TO AUDIT-CODIGO.
           MOVE "ADIANTAM"          TO AUDIT-OPERACAO.
           STRING "ADIANTAMENTO PELO RETORNO - NOTA "
                  RET-NOTA "." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    REGISTRA NA TRILHA DE AUDITORIA A BAIXA DO RETORNO.
       REGISTRA-AUDITORIA-RETORNO.
           MOVE "NOTA"         TO AUDIT-ENTIDADE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG104" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

               PERFORM LEIA-RECEB-SEQUENCIA
           ELSE
               MOVE "S" TO FINAL-SEQUENCIA.

      *    CONTA DA EMPRESA (CONTABCO.DAT, VER PROG159) DA COBRANCA -
      *    PEDIDA UMA VEZ POR EXECUCAO, SO CONTA ATIVA E' ACEITA. EM
      *    BRANCO VALE A CONTA DA COBRANCA DE COBRPARM.DAT, QUE TAMBEM
      *    PRECISA ESTAR ATIVA - SENAO O LOTE PARARIA PERGUNTANDO.
       PEDE-CONTA-BANCO.
           OPEN INPUT ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE CONTAS BANCARIAS VAZIO OU "
                       "INDISPONIVEL - CADASTRE AS CONTAS (PROG159)."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-CTABCO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO CONTA-BANCO-VALIDA-SW.
           PERFORM CAPTURA-CONTA-BANCO
                   UNTIL CONTA-BANCO-VALIDA.
           CLOSE ARQUIVO-CTABCO.

       CAPTURA-CONTA-BANCO.
           DISPLAY "CONTA BANCARIA DA EMPRESA (CODIGO - ENTER = CONTA "
                   "DA COBRANCA) : ".
           MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           ACCEPT CONTA-BANCO-MOVIMENTO.
           IF CONTA-BANCO-MOVIMENTO IS NOT NUMERIC
               MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           IF CONTA-BANCO-MOVIMENTO IS EQUAL ZEROS
               PERFORM ASSUME-CONTA-DA-COBRANCA.
           MOVE CONTA-BANCO-MOVIMENTO TO CTABCO-CODIGO.
           READ ARQUIVO-CTABCO
                INVALID KEY
                DISPLAY "CONTA " CTABCO-CODIGO " NAO CADASTRADA."
                NOT INVALID KEY
                IF CTABCO-ATIVA
                    MOVE "S" TO CONTA-BANCO-VALIDA-SW
                    DISPLAY "CONTA " CTABCO-CODIGO " "
                            CTABCO-DESCRICAO
                ELSE
                    DISPLAY "CONTA " CTABCO-CODIGO " INATIVA."
                END-IF
           END-READ.
           IF CONTA-PADRAO-ASSUMIDA AND NOT CONTA-BANCO-VALIDA
               DISPLAY "A CONTA DA COBRANCA EM COBRPARM.DAT PRECISA "
                       "SER UMA CONTA ATIVA."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-CTABCO
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ASSUME-CONTA-DA-COBRANCA.
           MOVE "S" TO CONTA-PADRAO-SW.
           OPEN INPUT ARQUIVO-COBRPARM.
           IF COBRPARM-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-COBRPARM AT END
                   MOVE ZEROS TO COBRPARM-CONTA-COBRANCA
               END-READ
               IF COBRPARM-CONTA-COBRANCA IS NUMERIC
                   MOVE COBRPARM-CONTA-COBRANCA
                        TO CONTA-BANCO-MOVIMENTO.
           CLOSE ARQUIVO-COBRPARM.
           IF CONTA-BANCO-MOVIMENTO IS EQUAL ZEROS
               DISPLAY "CONTA NAO INFORMADA E SEM CONTA DA COBRANCA "
                       "EM COBRPARM.DAT."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-CTABCO
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    PROCURA NO ARQUIVO DE CHECKPOINT UM REGISTRO DESTE
      *    PROGRAMA NA DATA DE HOJE (VER WEEKJOB.JCL/PROG76).
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
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG104"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG104" TO CHECKPT-PROGRAMA.
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
           MOVE TOTAL-DETALHES-LIDOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-BAIXADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-NAO-ENCONTRADOS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG104" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
