       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG186.

      *    BAIXA DE BEM DO ATIVO IMOBILIZADO - POR VENDA OU POR
      *    PERDA/SUCATA (VALOR DE VENDA ZERO). APURA O VALOR CONTABIL
      *    LIQUIDO (CUSTO MENOS DEPRECIACAO ACUMULADA) E O GANHO OU A
      *    PERDA NA BAIXA, MARCA O BEM COMO BAIXADO EM PATRIM.DAT E
      *    GRAVA EM GLEXT.DAT O LOTE BALANCEADO DA BAIXA PARA O
      *    PROG132: DEBITO DA DEPRECIACAO ACUMULADA E DO CAIXA PELA
      *    VENDA, CREDITO DO CUSTO NA CONTA DO BEM E A DIFERENCA EM
      *    GANHO OU PERDA NA ALIENACAO. A DEPRECIACAO (PROG185)
      *    PRECISA ESTAR EM DIA ATE O MES ANTERIOR AO DA BAIXA - NO
      *    MES DA BAIXA O BEM NAO DEPRECIA. RECUSA BAIXA EM
      *    COMPETENCIA ENCERRADA NO RAZAO (PROG181).

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
       01  FINAL-CLASBEM           PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-RAZFECH           PIC X.

           COPY "DTVALPARM.cob".

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE           PIC 9(08).

      *    CONTAS FIXAS DA BAIXA - A VENDA ENTRA NO CAIXA E BANCOS E
      *    A DIFERENCA PARA O VALOR CONTABIL VAI PARA O RESULTADO.
       01  CONTA-CAIXA-BANCOS      PIC X(06) VALUE "111001".
       01  CONTA-GANHO-BAIXA       PIC X(06) VALUE "331001".
       01  CONTA-PERDA-BAIXA       PIC X(06) VALUE "431001".

       01  CODIGO-INFORMADO        PIC 9(06).
       01  BAIXA-INFORMADA         PIC X(08).
       01  DATA-BAIXA.
           05 BAIXA-ANO            PIC 9(04).
           05 BAIXA-MES            PIC 9(02).
           05 BAIXA-DIA            PIC 9(02).
       01  COMPETENCIA-BAIXA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-BAIXA-NUM REDEFINES COMPETENCIA-BAIXA
                                   PIC 9(06).
       01  MES-ANTERIOR-BAIXA.
           05 MES-ANTERIOR-ANO     PIC 9(04).
           05 MES-ANTERIOR-MES     PIC 9(02).
       01  MES-ANTERIOR-BAIXA-NUM REDEFINES MES-ANTERIOR-BAIXA
                                   PIC 9(06).
       01  COMPETENCIA-AQUISICAO   PIC 9(06).
       01  SITUACAO-COMPETENCIA    PIC X(01) VALUE SPACE.
           88 COMPETENCIA-ENCERRADA VALUE "F".

       01  VALOR-VENDA             PIC 9(08)V9(02).
       01  VALOR-CONTABIL          PIC 9(08)V9(02).
       01  RESULTADO-BAIXA         PIC S9(08)V9(02).
       01  TOTAL-DEBITOS-LOTE      PIC 9(10)V9(02).
       01  TOTAL-CREDITOS-LOTE     PIC 9(10)V9(02).

       01  CONTA-DO-BEM            PIC X(06).
       01  CONTA-DA-DEPREC         PIC X(06).
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

       01  NUMERO-LOTE             PIC 9(06) VALUE ZEROS.
       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- BAIXA DE BEM DO IMOBILIZADO ----".
           PERFORM PEDE-OPERADOR.

           OPEN I-O ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DO IMOBILIZADO (PATRIM.DAT) NAO "
                       "DISPONIVEL - STATUS : " PATRIM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           DISPLAY "NUMERO DE PATRIMONIO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO PATRIM-CODIGO.
           READ ARQUIVO-PATRIM
                INVALID KEY
                DISPLAY "BEM " CODIGO-INFORMADO " NAO ENCONTRADO."
                MOVE 8 TO RETURN-CODE
                STOP RUN.
           IF PATRIM-BAIXADO
               DISPLAY "BEM JA BAIXADO EM " PATRIM-DATA-BAIXA "."
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           PERFORM EXIBE-BEM.

           PERFORM PEDE-DATA-BAIXA.
           PERFORM VERIFICA-SITUACAO-COMPETENCIA.
           IF COMPETENCIA-ENCERRADA
               DISPLAY "A COMPETENCIA " COMPETENCIA-MES "/"
                       COMPETENCIA-ANO " ESTA ENCERRADA NO RAZAO - "
                       "O LOTE DA BAIXA NAO SERIA POSTADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM VERIFICA-DEPRECIACAO-EM-DIA.

           PERFORM CARREGA-CONTAS-DO-BEM.
           PERFORM CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO CONTAS-INVALIDAS.
           MOVE CONTA-DO-BEM TO CONTA-VALIDANDA.
           PERFORM VALIDA-CONTA.
           MOVE CONTA-DA-DEPREC TO CONTA-VALIDANDA.
           PERFORM VALIDA-CONTA.
           MOVE CONTA-CAIXA-BANCOS TO CONTA-VALIDANDA.
           PERFORM VALIDA-CONTA.
           MOVE CONTA-GANHO-BAIXA TO CONTA-VALIDANDA.
           PERFORM VALIDA-CONTA.
           MOVE CONTA-PERDA-BAIXA TO CONTA-VALIDANDA.
           PERFORM VALIDA-CONTA.
           IF CONTAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "PROCESSAMENTO INTERROMPIDO - NADA FOI "
                       "GRAVADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           DISPLAY "VALOR DE VENDA (0 = BAIXA SEM VENDA) : ".
           MOVE ZEROS TO VALOR-VENDA.
           ACCEPT VALOR-VENDA.
           IF VALOR-VENDA IS NOT NUMERIC
               DISPLAY "VALOR DE VENDA INVALIDO."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           COMPUTE VALOR-CONTABIL =
                   PATRIM-CUSTO - PATRIM-DEPREC-ACUMULADA.
           COMPUTE RESULTADO-BAIXA = VALOR-VENDA - VALOR-CONTABIL.
           MOVE VALOR-CONTABIL TO VALOR-EDITADO.
           DISPLAY "VALOR CONTABIL LIQUIDO : " VALOR-EDITADO.
           MOVE RESULTADO-BAIXA TO VALOR-EDITADO.
           IF RESULTADO-BAIXA IS LESS THAN ZEROS
               DISPLAY "PERDA NA BAIXA         : " VALOR-EDITADO
           ELSE
               DISPLAY "GANHO NA BAIXA         : " VALOR-EDITADO.

           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "BAIXA CANCELADA - NADA FOI GRAVADO."
               CLOSE ARQUIVO-PATRIM
               STOP RUN.

           MOVE "B"             TO PATRIM-SITUACAO.
           MOVE DATA-BAIXA      TO PATRIM-DATA-BAIXA.
           MOVE VALOR-VENDA     TO PATRIM-VALOR-BAIXA.
           MOVE RESULTADO-BAIXA TO PATRIM-RESULTADO-BAIXA.
           REWRITE PATRIM-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O BEM - STATUS : "
                           PATRIM-ARQ-STATUS
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           CLOSE ARQUIVO-PATRIM.

           PERFORM OBTEM-NUMERO-LOTE.
           PERFORM GERA-LOTE-BAIXA.
           PERFORM GRAVA-ULTIMO-LOTE.
           PERFORM REGISTRA-AUDITORIA-BAIXA.

           DISPLAY "BEM " PATRIM-CODIGO " BAIXADO - LOTE "
                   NUMERO-LOTE " NA COMPETENCIA " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO " (ENTRA NO RAZAO PELO PROG132).".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       EXIBE-BEM.
           DISPLAY "BEM : " PATRIM-CODIGO " " PATRIM-DESCRICAO.
           DISPLAY "CLASSE " PATRIM-CLASSE "  FILIAL " PATRIM-FILIAL
                   "  AQUISICAO " PATRIM-AQUISICAO.
           MOVE PATRIM-CUSTO TO VALOR-EDITADO.
           DISPLAY "CUSTO                  : " VALOR-EDITADO.
           MOVE PATRIM-DEPREC-ACUMULADA TO VALOR-EDITADO.
           DISPLAY "DEPRECIACAO ACUMULADA  : " VALOR-EDITADO
                   "  ATE " PATRIM-ULTIMA-DEPREC.

      *    A DATA DA BAIXA E' VALIDADA NA ROTINA CENTRAL (PROG95), NAO
      *    PODE SER FUTURA NEM ANTERIOR A AQUISICAO.
       PEDE-DATA-BAIXA.
           DISPLAY "DATA DA BAIXA (AAAAMMDD - ENTER = HOJE) : ".
           MOVE SPACES TO BAIXA-INFORMADA.
           ACCEPT BAIXA-INFORMADA.
           IF BAIXA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE TO BAIXA-INFORMADA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "S" TO DTVAL-EXIGE-PASSADO.
           MOVE BAIXA-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA DA BAIXA INVALIDA : " BAIXA-INFORMADA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE BAIXA-INFORMADA TO DATA-BAIXA.
           IF DATA-BAIXA IS LESS THAN PATRIM-AQUISICAO
               DISPLAY "DATA DA BAIXA ANTERIOR A AQUISICAO."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE BAIXA-ANO TO COMPETENCIA-ANO.
           MOVE BAIXA-MES TO COMPETENCIA-MES.

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
           IF RAZFECH-COMPETENCIA IS EQUAL COMPETENCIA-BAIXA-NUM
               MOVE RAZFECH-EVENTO TO SITUACAO-COMPETENCIA.
           PERFORM LEIA-PROXIMO-RAZFECH.

      *    O BEM PRECISA ESTAR DEPRECIADO ATE O MES ANTERIOR AO DA
      *    BAIXA - SALVO SE JA ESTA TOTALMENTE DEPRECIADO OU SE FOI
      *    COMPRADO NESSE MES OU DEPOIS. DEPRECIACAO ALEM DO MES DA
      *    BAIXA TAMBEM E' RECUSADA.
       VERIFICA-DEPRECIACAO-EM-DIA.
           MOVE COMPETENCIA-ANO TO MES-ANTERIOR-ANO.
           MOVE COMPETENCIA-MES TO MES-ANTERIOR-MES.
           IF MES-ANTERIOR-MES IS EQUAL 01
               SUBTRACT 1 FROM MES-ANTERIOR-ANO
               MOVE 12 TO MES-ANTERIOR-MES
           ELSE
               SUBTRACT 1 FROM MES-ANTERIOR-MES.
           COMPUTE COMPETENCIA-AQUISICAO =
                   (PATRIM-AQUIS-ANO * 100) + PATRIM-AQUIS-MES.
           IF PATRIM-ULTIMA-DEPREC IS NOT LESS THAN
                   COMPETENCIA-BAIXA-NUM
               DISPLAY "BEM JA DEPRECIADO ATE " PATRIM-ULTIMA-DEPREC
                       " - A BAIXA PRECISA SER EM COMPETENCIA "
                       "POSTERIOR."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF PATRIM-ULTIMA-DEPREC IS LESS THAN MES-ANTERIOR-BAIXA-NUM
                   AND COMPETENCIA-AQUISICAO IS LESS THAN
                       MES-ANTERIOR-BAIXA-NUM
                   AND PATRIM-DEPREC-ACUMULADA IS LESS THAN
                       PATRIM-CUSTO
               DISPLAY "DEPRECIACAO DO BEM SO ATE "
                       PATRIM-ULTIMA-DEPREC " - RODE A DEPRECIACAO "
                       "(PROG185) ATE " MES-ANTERIOR-MES "/"
                       MES-ANTERIOR-ANO " ANTES DA BAIXA."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CARREGA-CONTAS-DO-BEM.
           MOVE "N" TO CLASSE-ACHADA-SW.
           OPEN INPUT ARQUIVO-CLASBEM.
           IF CLASBEM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CLASBEM
               PERFORM LEIA-PROXIMA-CLASSE
               PERFORM COMPARA-CLASSE
                       UNTIL CLASSE-ACHADA
                       OR FINAL-CLASBEM IS EQUAL "S".
           CLOSE ARQUIVO-CLASBEM.
           IF NOT CLASSE-ACHADA
               DISPLAY "CLASSE " PATRIM-CLASSE " DO BEM NAO EXISTE "
                       "EM CLASBEM.DAT."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       LEIA-PROXIMA-CLASSE.
           READ ARQUIVO-CLASBEM AT END
           MOVE "S" TO FINAL-CLASBEM.

       COMPARA-CLASSE.
           IF CLASBEM-CODIGO IS EQUAL PATRIM-CLASSE
               MOVE "S" TO CLASSE-ACHADA-SW
               MOVE CLASBEM-CONTA-BEM    TO CONTA-DO-BEM
               MOVE CLASBEM-CONTA-DEPREC TO CONTA-DA-DEPREC
           ELSE
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

       VALIDA-CONTA.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM PROCURA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " CONTA-VALIDANDA
                       " NAO EXISTE NO PLANO DE CONTAS."
               ADD 1 TO CONTAS-INVALIDAS.

       PROCURA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL CONTA-VALIDANDA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

       PERGUNTA-CONFIRMACAO.
           DISPLAY "CONFIRMA A BAIXA DO BEM " PATRIM-CODIGO " ? (S/N)".
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

      *    DEBITOS: DEPRECIACAO ACUMULADA, CAIXA PELA VENDA E A
      *    PERDA. CREDITOS: O CUSTO NA CONTA DO BEM E O GANHO.
       GERA-LOTE-BAIXA.
           MOVE ZEROS TO TOTAL-DEBITOS-LOTE.
           MOVE ZEROS TO TOTAL-CREDITOS-LOTE.
           OPEN EXTEND ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-GLEXT.

           MOVE SPACES TO GLEXT-REGISTRO.
           MOVE "H"               TO GLEXT-TIPO-REG.
           MOVE NUMERO-LOTE       TO GLEXT-LOTE.
           MOVE COMPETENCIA-BAIXA TO GLEXT-COMPETENCIA.
           MOVE DATA-BAIXA        TO GLEXT-DATA.
           STRING "BAIXA DO BEM " PATRIM-CODIGO
                  DELIMITED BY SIZE INTO GLEXT-DESCRICAO.
           MOVE ZEROS             TO GLEXT-VALOR.
           MOVE ZEROS             TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           MOVE "L" TO GLEXT-TIPO-REG.
           IF PATRIM-DEPREC-ACUMULADA IS GREATER THAN ZEROS
               MOVE CONTA-DA-DEPREC TO GLEXT-CONTA
               MOVE "D" TO GLEXT-TIPO
               MOVE PATRIM-DEPREC-ACUMULADA TO GLEXT-VALOR
               PERFORM GRAVA-LINHA-BAIXA.
           IF VALOR-VENDA IS GREATER THAN ZEROS
               MOVE CONTA-CAIXA-BANCOS TO GLEXT-CONTA
               MOVE "D" TO GLEXT-TIPO
               MOVE VALOR-VENDA TO GLEXT-VALOR
               PERFORM GRAVA-LINHA-BAIXA.
           IF RESULTADO-BAIXA IS LESS THAN ZEROS
               MOVE CONTA-PERDA-BAIXA TO GLEXT-CONTA
               MOVE "D" TO GLEXT-TIPO
               COMPUTE GLEXT-VALOR = ZEROS - RESULTADO-BAIXA
               PERFORM GRAVA-LINHA-BAIXA.
           MOVE CONTA-DO-BEM TO GLEXT-CONTA.
           MOVE "C" TO GLEXT-TIPO.
           MOVE PATRIM-CUSTO TO GLEXT-VALOR.
           PERFORM GRAVA-LINHA-BAIXA.
           IF RESULTADO-BAIXA IS GREATER THAN ZEROS
               MOVE CONTA-GANHO-BAIXA TO GLEXT-CONTA
               MOVE "C" TO GLEXT-TIPO
               MOVE RESULTADO-BAIXA TO GLEXT-VALOR
               PERFORM GRAVA-LINHA-BAIXA.

           MOVE SPACES TO GLEXT-CONTA.
           MOVE "T"                 TO GLEXT-TIPO-REG.
           MOVE "TOTAIS DO LOTE"    TO GLEXT-DESCRICAO.
           MOVE SPACE               TO GLEXT-TIPO.
           MOVE TOTAL-DEBITOS-LOTE  TO GLEXT-VALOR.
           MOVE TOTAL-CREDITOS-LOTE TO GLEXT-VALOR-CREDITOS.
           WRITE GLEXT-REGISTRO.

           CLOSE ARQUIVO-GLEXT.

       GRAVA-LINHA-BAIXA.
           MOVE SPACES TO GLEXT-DESCRICAO.
           STRING "BAIXA " PATRIM-DESCRICAO
                  DELIMITED BY SIZE INTO GLEXT-DESCRICAO.
           WRITE GLEXT-REGISTRO.
           IF GLEXT-DEBITO
               ADD GLEXT-VALOR TO TOTAL-DEBITOS-LOTE
           ELSE
               ADD GLEXT-VALOR TO TOTAL-CREDITOS-LOTE.

       REGISTRA-AUDITORIA-BAIXA.
           MOVE "PATRIMONIO"  TO AUDIT-ENTIDADE.
           MOVE PATRIM-CODIGO TO AUDIT-CODIGO.
           MOVE "BAIXA"       TO AUDIT-OPERACAO.
           MOVE RESULTADO-BAIXA TO VALOR-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "LOTE " NUMERO-LOTE " RESULTADO " VALOR-EDITADO
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG186" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
