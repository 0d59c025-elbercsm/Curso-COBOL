       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG229.

      *    GERACAO MENSAL DOS TITULOS DAS DESPESAS RECORRENTES -
      *    LANCA UM TITULO A PAGAR (CONTAPAG.DAT) POR CONTRATO DE
      *    FORNECEDOR ATIVO E VIGENTE NA COMPETENCIA (DESPREC.DAT,
      *    VER PROG228), COM A MESMA NUMERACAO (CPAGCTL.DAT), A
      *    MESMA VALIDACAO DE FORNECEDOR E O MESMO CALCULO DE
      *    RETENCAO NA FONTE DO LANCAMENTO MANUAL (PROG146), COMO O
      *    PROG111 FATURA OS CONTRATOS DE VENDA. NO ANIVERSARIO DO
      *    CONTRATO O VALOR MENSAL E' REAJUSTADO PELO PERCENTUAL DO
      *    CONTRATO ANTES DA GERACAO.
      *    UM CONTRATO JA GERADO NA COMPETENCIA E' PULADO - A ULTIMA
      *    COMPETENCIA GERADA FICA ANOTADA NO CONTRATO, E O TITULO
      *    LEVA NA DESCRICAO O CONTRATO E A COMPETENCIA, CONFERIDOS
      *    ANTES DA GERACAO PARA QUE UMA RODADA INTERROMPIDA ANTES
      *    DA REGRAVACAO DO CADASTRO NAO GERE DE NOVO. NO FIM SAEM
      *    OS CONTRATOS QUE TERMINAM NOS PROXIMOS 60 DIAS, PARA A
      *    RENOVACAO. RETURN CODE 0 LIMPO, 4 COM CONTRATO RECUSADO
      *    (FORNECEDOR INVALIDO), 8 ERRO.
      *    2026-10-15 O TITULO GERADO PASSA PELA ROTINA DE APROVACAO
      *    (PROG230) - ACIMA DO LIMITE OU DE FORNECEDOR RECEM-
      *    CADASTRADO NASCE PENDENTE E AGUARDA O SUPERVISOR (PROG231).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDESPREC.cob".
           COPY "SELFORNEC.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELCPAGCTL.cob".
           COPY "SELTIPSERV.cob".
           COPY "SELAUDIT.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDDESPREC.cob".
           COPY "FDFORNEC.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDCPAGCTL.cob".
           COPY "FDTIPSERV.cob".
           COPY "FDAUDIT.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".
           COPY "APRPAGPARM.cob".

       01  DESPREC-ARQ-STATUS      PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  CPAGCTL-ARQ-STATUS      PIC X(02).
       01  TIPSERV-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  FINAL-DESPREC           PIC X.
       01  FINAL-CTAPAG            PIC X.
       01  FINAL-TIPSERV           PIC X.

       01  OPERADOR-ID             PIC X(10) VALUE "PROG229".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-GERACAO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-NUM         PIC 9(06).

      *    DESCRICAO DO TITULO GERADO - MARCA, CONTRATO E
      *    COMPETENCIA NA FRENTE, PARA A CONFERENCIA DE TITULO JA
      *    GERADO, E O INICIO DA DESCRICAO DO CONTRATO.
       01  DESCRICAO-TITULO-GERADO.
           05 DESCGER-MARCA        PIC X(04) VALUE "REC ".
           05 DESCGER-CONTRATO     PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DESCGER-COMPETENCIA  PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DESCGER-TEXTO        PIC X(12).
       01  DESCRICAO-TITULO-LIDO.
           05 DESCLID-MARCA        PIC X(04).
           05 DESCLID-CONTRATO     PIC X(06).
           05 FILLER               PIC X(01).
           05 DESCLID-COMPETENCIA  PIC X(06).
           05 FILLER               PIC X(13).
       01  COMPETENCIA-TEXTO       PIC X(06).

      *    CONTRATOS CARREGADOS EM MEMORIA - A ULTIMA COMPETENCIA
      *    GERADA E O VALOR REAJUSTADO SAO ATUALIZADOS AQUI E O
      *    ARQUIVO REGRAVADO NO FIM.
       01  TABELA-CONTRATOS.
           05 QTD-CONTRATOS        PIC 9(03) VALUE ZEROS.
           05 CONTR-ITEM OCCURS 200 TIMES.
               10 CTR-CODIGO          PIC 9(06).
               10 CTR-FORNECEDOR      PIC 9(06).
               10 CTR-DESCRICAO       PIC X(30).
               10 CTR-VALOR           PIC 9(08)V9(02).
               10 CTR-CONTA           PIC X(06).
               10 CTR-FILIAL          PIC 9(03).
               10 CTR-DIA             PIC 9(02).
               10 CTR-COMP-INICIO     PIC 9(06).
               10 CTR-COMP-INICIO-R REDEFINES CTR-COMP-INICIO.
                   15 CTR-INICIO-ANO  PIC 9(04).
                   15 CTR-INICIO-MES  PIC 9(02).
               10 CTR-COMP-FIM        PIC 9(06).
               10 CTR-COMP-FIM-R REDEFINES CTR-COMP-FIM.
                   15 CTR-FIM-ANO     PIC 9(04).
                   15 CTR-FIM-MES     PIC 9(02).
               10 CTR-INDICE          PIC 9(02)V9(02).
               10 CTR-RETENCAO        PIC X(01).
               10 CTR-SITUACAO        PIC X(01).
               10 CTR-ULT-COMP        PIC 9(06).
               10 CTR-ULT-REAJ        PIC 9(06).
               10 CTR-JA-GERADO       PIC X(01).
       01  IDX-CONTRATO            PIC 9(03).
       01  IDX-BUSCA               PIC 9(03).

       01  NUMERO-NOVO-TITULO      PIC 9(06).
       01  VALOR-ANTERIOR          PIC 9(08)V9(02).

      *    RETENCAO NA FONTE - MESMO CALCULO DO LANCAMENTO MANUAL
      *    (PROG146), COM AS ALIQUOTAS DE TIPSERV.DAT.
       01  TABELA-TIPSERV.
           05 QTD-TIPSERV          PIC 9(02) VALUE ZEROS.
           05 TIPSERV-ITEM OCCURS 50 TIMES.
               10 TIPSERV-TAB-CODIGO     PIC X(02).
               10 TIPSERV-TAB-ALIQ-IRRF  PIC 9(02)V9(02).
               10 TIPSERV-TAB-ALIQ-PIS   PIC 9(02)V9(02).
               10 TIPSERV-TAB-ALIQ-COFINS PIC 9(02)V9(02).
               10 TIPSERV-TAB-ALIQ-CSLL  PIC 9(02)V9(02).
       01  IDX-TIPSERV             PIC 9(02).
       01  TIPSERV-ACHADO-SW       PIC X(01).
           88 TIPSERV-ACHADO       VALUE "S".
       01  TIPO-SERVICO-FORNEC     PIC X(02).
       01  ALIQ-ISS-FORNEC         PIC 9(02)V9(02).
       01  RETIDOS-DO-TITULO.
           05 RETIDO-IRRF          PIC 9(08)V9(02).
           05 RETIDO-ISS           PIC 9(08)V9(02).
           05 RETIDO-PIS           PIC 9(08)V9(02).
           05 RETIDO-COFINS        PIC 9(08)V9(02).
           05 RETIDO-CSLL          PIC 9(08)V9(02).
       01  TOTAL-RETIDO            PIC 9(09)V9(02).
       01  VALOR-LIQUIDO-TITULO    PIC 9(08)V9(02).

      *    CONTRATOS A VENCER - O FIM DA VIGENCIA E' O ULTIMO DIA DA
      *    COMPETENCIA DE FIM, CONTADO COMO A VESPERA DO PRIMEIRO
      *    DIA DA COMPETENCIA SEGUINTE.
       01  PRIMEIRO-DIA-APOS-FIM.
           05 APOS-FIM-ANO         PIC 9(04).
           05 APOS-FIM-MES         PIC 9(02).
           05 APOS-FIM-DIA         PIC 9(02).
       01  DIAS-PARA-O-FIM         PIC S9(08).
       01  DIAS-EDITADO            PIC ZZ9.
       01  PRAZO-AVISO-FIM         PIC 9(03) VALUE 60.

       01  TOTAL-GERADOS           PIC 9(03) VALUE ZEROS.
       01  TOTAL-PULADOS           PIC 9(03) VALUE ZEROS.
       01  TOTAL-RECUSADOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-REAJUSTADOS       PIC 9(03) VALUE ZEROS.
       01  TOTAL-A-VENCER          PIC 9(03) VALUE ZEROS.
       01  TOTAL-PENDENTES         PIC 9(03) VALUE ZEROS.
       01  VALOR-TOTAL-RODADA      PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM GRAVA-MSGLOG-INICIO.
           DISPLAY "---- GERACAO DE DESPESAS RECORRENTES ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM CARREGA-CONTRATOS.
           IF QTD-CONTRATOS IS EQUAL ZEROS
               DISPLAY "NENHUM CONTRATO CADASTRADO (DESPREC.DAT)."
               PERFORM GRAVA-MSGLOG-FIM
               STOP RUN.

           PERFORM CARREGA-TIPOS-SERVICO.
           PERFORM MARCA-TITULOS-JA-GERADOS.
           PERFORM ABRE-ARQUIVOS-DA-GERACAO.

           MOVE 1 TO IDX-CONTRATO.
           PERFORM GERA-UM-CONTRATO
                   UNTIL IDX-CONTRATO IS GREATER THAN QTD-CONTRATOS.

           CLOSE ARQUIVO-CTAPAG.
           CLOSE ARQUIVO-FORNEC.
           PERFORM REGRAVA-CONTRATOS.

           DISPLAY "---- CONTRATOS QUE TERMINAM EM ATE "
                   PRAZO-AVISO-FIM " DIAS ----".
           MOVE 1 TO IDX-CONTRATO.
           PERFORM VERIFICA-FIM-DE-VIGENCIA
                   UNTIL IDX-CONTRATO IS GREATER THAN QTD-CONTRATOS.

           IF TOTAL-RECUSADOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-MSGLOG-FIM.

           MOVE VALOR-TOTAL-RODADA TO TOTAL-EDITADO.
           DISPLAY "===================================".
           DISPLAY "RODADA DE " COMPETENCIA-MES "/" COMPETENCIA-ANO.
           DISPLAY "TITULOS GERADOS     : " TOTAL-GERADOS.
           DISPLAY "CONTRATOS PULADOS   : " TOTAL-PULADOS.
           DISPLAY "CONTRATOS RECUSADOS : " TOTAL-RECUSADOS.
           DISPLAY "VALORES REAJUSTADOS : " TOTAL-REAJUSTADOS.
           DISPLAY "PENDENTES APROVACAO : " TOTAL-PENDENTES.
           DISPLAY "TERMINAM EM 60 DIAS : " TOTAL-A-VENCER.
           DISPLAY "VALOR GERADO        : " TOTAL-EDITADO.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES
      *    (VER PROG84).
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
           MOVE QTD-CONTRATOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-GERADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-RECUSADOS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG229" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.

      *    A COMPETENCIA EM BRANCO ASSUME O MES CORRENTE, COMO NO
      *    FATURAMENTO DOS CONTRATOS DE VENDA (PROG111).
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DA GERACAO (AAAAMM - ENTER = "
                   "MES CORRENTE) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO
               MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-GERACAO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           COMPUTE COMPETENCIA-NUM =
                   (COMPETENCIA-ANO * 100) + COMPETENCIA-MES.
           MOVE COMPETENCIA-GERACAO TO COMPETENCIA-TEXTO.

       CARREGA-CONTRATOS.
           MOVE ZEROS TO QTD-CONTRATOS.
           OPEN INPUT ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS NOT EQUAL "00"
              AND DESPREC-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE DESPESAS "
                       "RECORRENTES - STATUS : " DESPREC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-DESPREC.
           PERFORM LEIA-PROXIMO-DESPREC.
           PERFORM GUARDA-CONTRATO-NA-TABELA
                   UNTIL FINAL-DESPREC IS EQUAL "S".
           CLOSE ARQUIVO-DESPREC.

       LEIA-PROXIMO-DESPREC.
           READ ARQUIVO-DESPREC AT END
           MOVE "S" TO FINAL-DESPREC.

       GUARDA-CONTRATO-NA-TABELA.
           IF QTD-CONTRATOS IS LESS THAN 200
               ADD 1 TO QTD-CONTRATOS
               MOVE DESPREC-CODIGO TO CTR-CODIGO(QTD-CONTRATOS)
               MOVE DESPREC-FORNECEDOR
                    TO CTR-FORNECEDOR(QTD-CONTRATOS)
               MOVE DESPREC-DESCRICAO TO CTR-DESCRICAO(QTD-CONTRATOS)
               MOVE DESPREC-VALOR TO CTR-VALOR(QTD-CONTRATOS)
               MOVE DESPREC-CONTA-DESPESA TO CTR-CONTA(QTD-CONTRATOS)
               MOVE DESPREC-FILIAL TO CTR-FILIAL(QTD-CONTRATOS)
               MOVE DESPREC-DIA-VENCIMENTO TO CTR-DIA(QTD-CONTRATOS)
               MOVE DESPREC-COMP-INICIO
                    TO CTR-COMP-INICIO(QTD-CONTRATOS)
               MOVE DESPREC-COMP-FIM TO CTR-COMP-FIM(QTD-CONTRATOS)
               MOVE DESPREC-INDICE-REAJUSTE
                    TO CTR-INDICE(QTD-CONTRATOS)
               MOVE DESPREC-RETENCAO TO CTR-RETENCAO(QTD-CONTRATOS)
               MOVE DESPREC-SITUACAO TO CTR-SITUACAO(QTD-CONTRATOS)
               MOVE DESPREC-ULT-COMP-GERADA
                    TO CTR-ULT-COMP(QTD-CONTRATOS)
               MOVE DESPREC-ULT-COMP-REAJ
                    TO CTR-ULT-REAJ(QTD-CONTRATOS)
               MOVE "N" TO CTR-JA-GERADO(QTD-CONTRATOS)
           ELSE
               DISPLAY "TABELA DE CONTRATOS CHEIA - AUMENTE O "
                       "LIMITE NO PROGRAMA."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LEIA-PROXIMO-DESPREC.

      *===============================================================
      *    TITULO NAO CANCELADO COM A MARCA DA GERACAO, O CONTRATO E
      *    A COMPETENCIA DA RODADA NA DESCRICAO JA FOI GERADO - O
      *    CONTRATO E' MARCADO NA TABELA E PULADO, MESMO QUE O
      *    CADASTRO NAO TENHA SIDO REGRAVADO NA RODADA ANTERIOR.
      *===============================================================
       MARCA-TITULOS-JA-GERADOS.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CTAPAG
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM CONFERE-TITULO-LIDO
                       UNTIL FINAL-CTAPAG IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-CTAPAG.

       CONFERE-TITULO-LIDO.
           MOVE TITULO-DESCRICAO TO DESCRICAO-TITULO-LIDO.
           IF NOT TITULO-CANCELADO
                   AND DESCLID-MARCA IS EQUAL DESCGER-MARCA
                   AND DESCLID-COMPETENCIA IS EQUAL COMPETENCIA-TEXTO
               MOVE 1 TO IDX-BUSCA
               PERFORM MARCA-CONTRATO-DO-TITULO
                       UNTIL IDX-BUSCA IS GREATER THAN QTD-CONTRATOS.
           PERFORM LEIA-PROXIMO-TITULO.

       MARCA-CONTRATO-DO-TITULO.
           IF DESCLID-CONTRATO IS EQUAL CTR-CODIGO(IDX-BUSCA)
               MOVE "S" TO CTR-JA-GERADO(IDX-BUSCA).
           ADD 1 TO IDX-BUSCA.

       ABRE-ARQUIVOS-DA-GERACAO.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE FORNECEDORES - "
                       "STATUS : " FORNEC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR OS TITULOS A PAGAR - STATUS : "
                       CTAPAG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    CONTRATO ENCERRADO, FORA DA VIGENCIA OU JA GERADO NA
      *    COMPETENCIA E' PULADO; FORNECEDOR AUSENTE OU INATIVO
      *    RECUSA O CONTRATO (AVISO NO RETURN CODE).
       GERA-UM-CONTRATO.
           IF CTR-SITUACAO(IDX-CONTRATO) IS NOT EQUAL "A"
               PERFORM PULA-CONTRATO-ENCERRADO
           ELSE
           IF COMPETENCIA-NUM IS LESS THAN
                   CTR-COMP-INICIO(IDX-CONTRATO)
               PERFORM PULA-FORA-DA-VIGENCIA
           ELSE
           IF CTR-COMP-FIM(IDX-CONTRATO) IS GREATER THAN ZEROS
                   AND COMPETENCIA-NUM IS GREATER THAN
                       CTR-COMP-FIM(IDX-CONTRATO)
               PERFORM PULA-FORA-DA-VIGENCIA
           ELSE
           IF CTR-ULT-COMP(IDX-CONTRATO) IS GREATER THAN OR EQUAL
                   COMPETENCIA-NUM
                   OR CTR-JA-GERADO(IDX-CONTRATO) IS EQUAL "S"
               PERFORM PULA-JA-GERADO
           ELSE
               PERFORM VALIDA-E-GERA-TITULO.
           ADD 1 TO IDX-CONTRATO.

       PULA-CONTRATO-ENCERRADO.
           ADD 1 TO TOTAL-PULADOS.
           DISPLAY "PULADO : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                   " ENCERRADO.".

       PULA-FORA-DA-VIGENCIA.
           ADD 1 TO TOTAL-PULADOS.
           DISPLAY "PULADO : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                   " FORA DA VIGENCIA.".

       PULA-JA-GERADO.
           ADD 1 TO TOTAL-PULADOS.
           DISPLAY "PULADO : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                   " JA GERADO NA COMPETENCIA.".
           IF CTR-ULT-COMP(IDX-CONTRATO) IS LESS THAN COMPETENCIA-NUM
               MOVE COMPETENCIA-NUM TO CTR-ULT-COMP(IDX-CONTRATO).

       VALIDA-E-GERA-TITULO.
           MOVE CTR-FORNECEDOR(IDX-CONTRATO) TO FORNEC-CODIGO.
           READ ARQUIVO-FORNEC
                INVALID KEY
                ADD 1 TO TOTAL-RECUSADOS
                DISPLAY "RECUSADO : CONTRATO "
                        CTR-CODIGO(IDX-CONTRATO) " - FORNECEDOR "
                        FORNEC-CODIGO " NAO ENCONTRADO.".
           IF FORNEC-ARQ-STATUS IS EQUAL "00"
               IF NOT FORNEC-ATIVO
                   ADD 1 TO TOTAL-RECUSADOS
                   DISPLAY "RECUSADO : CONTRATO "
                           CTR-CODIGO(IDX-CONTRATO) " - FORNECEDOR "
                           FORNEC-CODIGO " INATIVO."
               ELSE
                   PERFORM APLICA-REAJUSTE-ANUAL
                   PERFORM CALCULA-RETENCOES
                   PERFORM OBTEM-NUMERO-TITULO
                   PERFORM GRAVA-TITULO-DO-CONTRATO.

      *    NO MES DE ANIVERSARIO (O MES DA COMPETENCIA DE INICIO), UMA
      *    VEZ POR ANO, O VALOR MENSAL SOBE PELO PERCENTUAL DO
      *    CONTRATO - O ULTIMO REAJUSTE FICA ANOTADO NO CONTRATO.
       APLICA-REAJUSTE-ANUAL.
           IF CTR-INDICE(IDX-CONTRATO) IS GREATER THAN ZEROS
                   AND COMPETENCIA-MES IS EQUAL
                       CTR-INICIO-MES(IDX-CONTRATO)
                   AND COMPETENCIA-NUM IS GREATER THAN
                       CTR-ULT-REAJ(IDX-CONTRATO)
               MOVE CTR-VALOR(IDX-CONTRATO) TO VALOR-ANTERIOR
               COMPUTE CTR-VALOR(IDX-CONTRATO) ROUNDED =
                       CTR-VALOR(IDX-CONTRATO) *
                       (100 + CTR-INDICE(IDX-CONTRATO)) / 100
               MOVE COMPETENCIA-NUM TO CTR-ULT-REAJ(IDX-CONTRATO)
               ADD 1 TO TOTAL-REAJUSTADOS
               MOVE CTR-VALOR(IDX-CONTRATO) TO VALOR-EDITADO
               DISPLAY "REAJUSTE : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                       " " CTR-INDICE(IDX-CONTRATO) "% - NOVO VALOR "
                       VALOR-EDITADO
               PERFORM REGISTRA-AUDITORIA-REAJUSTE.

      *===============================================================
      *    RETENCAO NA FONTE - SO NO CONTRATO MARCADO COM RETENCAO E
      *    PELA REGRA ATUAL DO FORNECEDOR. CADA TRIBUTO E' A
      *    ALIQUOTA SOBRE O VALOR BRUTO, ARREDONDADO NO CENTAVO.
      *===============================================================
       CALCULA-RETENCOES.
           MOVE ZEROS TO RETIDOS-DO-TITULO.
           MOVE FORNEC-TIPO-SERVICO TO TIPO-SERVICO-FORNEC.
           MOVE FORNEC-ALIQ-ISS     TO ALIQ-ISS-FORNEC.
           IF ALIQ-ISS-FORNEC IS NOT NUMERIC
               MOVE SPACES TO TIPO-SERVICO-FORNEC
               MOVE ZEROS  TO ALIQ-ISS-FORNEC.
           IF CTR-RETENCAO(IDX-CONTRATO) IS EQUAL "S"
               PERFORM APLICA-ALIQUOTAS.
           COMPUTE TOTAL-RETIDO = RETIDO-IRRF + RETIDO-ISS
                   + RETIDO-PIS + RETIDO-COFINS + RETIDO-CSLL.
           COMPUTE VALOR-LIQUIDO-TITULO =
                   CTR-VALOR(IDX-CONTRATO) - TOTAL-RETIDO.

       APLICA-ALIQUOTAS.
           COMPUTE RETIDO-ISS ROUNDED =
                   CTR-VALOR(IDX-CONTRATO) * ALIQ-ISS-FORNEC / 100.
           IF TIPO-SERVICO-FORNEC IS NOT EQUAL SPACES
               PERFORM LOCALIZA-TIPO-SERVICO
               IF TIPSERV-ACHADO
                   PERFORM APLICA-ALIQUOTAS-FEDERAIS
               ELSE
                   DISPLAY "CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                           " - TIPO DE SERVICO " TIPO-SERVICO-FORNEC
                           " FORA DE TIPSERV.DAT - SO O ISS RETIDO.".

       APLICA-ALIQUOTAS-FEDERAIS.
           COMPUTE RETIDO-IRRF ROUNDED = CTR-VALOR(IDX-CONTRATO) *
                   TIPSERV-TAB-ALIQ-IRRF(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-PIS ROUNDED = CTR-VALOR(IDX-CONTRATO) *
                   TIPSERV-TAB-ALIQ-PIS(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-COFINS ROUNDED = CTR-VALOR(IDX-CONTRATO) *
                   TIPSERV-TAB-ALIQ-COFINS(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-CSLL ROUNDED = CTR-VALOR(IDX-CONTRATO) *
                   TIPSERV-TAB-ALIQ-CSLL(IDX-TIPSERV) / 100.

       LOCALIZA-TIPO-SERVICO.
           MOVE 1 TO IDX-TIPSERV.
           MOVE "N" TO TIPSERV-ACHADO-SW.
           PERFORM COMPARA-TIPO-SERVICO
                   UNTIL TIPSERV-ACHADO
                   OR IDX-TIPSERV IS GREATER THAN QTD-TIPSERV.

       COMPARA-TIPO-SERVICO.
           IF TIPSERV-TAB-CODIGO(IDX-TIPSERV) IS EQUAL
                   TIPO-SERVICO-FORNEC
               MOVE "S" TO TIPSERV-ACHADO-SW
           ELSE
               ADD 1 TO IDX-TIPSERV.

      *    O NUMERO DO TITULO E' SEQUENCIAL ENTRE EXECUCOES, GUARDADO
      *    EM CPAGCTL.DAT E ATUALIZADO A CADA TITULO, COMO NO
      *    LANCAMENTO MANUAL (PROG146).
       OBTEM-NUMERO-TITULO.
           MOVE ZEROS TO NUMERO-NOVO-TITULO.
           OPEN INPUT ARQUIVO-CPAGCTL.
           IF CPAGCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-CPAGCTL
               IF CPAGCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE CPAGCTL-ULTIMO-NUMERO TO NUMERO-NOVO-TITULO.
           CLOSE ARQUIVO-CPAGCTL.
           ADD 1 TO NUMERO-NOVO-TITULO.
           MOVE NUMERO-NOVO-TITULO TO CPAGCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-CPAGCTL.
           WRITE CPAGCTL-REGISTRO.
           CLOSE ARQUIVO-CPAGCTL.

      *    O TITULO VENCE NO DIA DO CONTRATO DENTRO DA COMPETENCIA E
      *    NASCE ABERTO - NAO HA PEDIDO DE COMPRA PARA CONFERIR -
      *    OU PENDENTE, SE A ROTINA DE APROVACAO EXIGIR.
       GRAVA-TITULO-DO-CONTRATO.
           MOVE CTR-CODIGO(IDX-CONTRATO) TO DESCGER-CONTRATO.
           MOVE COMPETENCIA-NUM TO DESCGER-COMPETENCIA.
           MOVE CTR-DESCRICAO(IDX-CONTRATO) TO DESCGER-TEXTO.
           MOVE NUMERO-NOVO-TITULO    TO TITULO-NUMERO.
           MOVE CTR-FORNECEDOR(IDX-CONTRATO) TO TITULO-FORNECEDOR.
           MOVE DATA-CORRENTE         TO TITULO-EMISSAO.
           MOVE COMPETENCIA-ANO       TO TITULO-VENC-ANO.
           MOVE COMPETENCIA-MES       TO TITULO-VENC-MES.
           MOVE CTR-DIA(IDX-CONTRATO) TO TITULO-VENC-DIA.
           MOVE CTR-VALOR(IDX-CONTRATO) TO TITULO-VALOR.
           MOVE CTR-CONTA(IDX-CONTRATO) TO TITULO-CONTA-DESPESA.
           MOVE DESCRICAO-TITULO-GERADO TO TITULO-DESCRICAO.
           PERFORM VERIFICA-APROVACAO-DO-TITULO.
           MOVE ZEROS                 TO TITULO-PEDIDO.
           MOVE CTR-FILIAL(IDX-CONTRATO) TO TITULO-FILIAL.
           MOVE RETIDO-IRRF           TO TITULO-RET-IRRF.
           MOVE RETIDO-ISS            TO TITULO-RET-ISS.
           MOVE RETIDO-PIS            TO TITULO-RET-PIS.
           MOVE RETIDO-COFINS         TO TITULO-RET-COFINS.
           MOVE RETIDO-CSLL           TO TITULO-RET-CSLL.
           MOVE VALOR-LIQUIDO-TITULO  TO TITULO-VALOR-LIQUIDO.
           WRITE TITULO-REGISTRO.
           ADD 1 TO TOTAL-GERADOS.
           ADD TITULO-VALOR TO VALOR-TOTAL-RODADA.
           MOVE COMPETENCIA-NUM TO CTR-ULT-COMP(IDX-CONTRATO).
           MOVE TITULO-VALOR TO VALOR-EDITADO.
           DISPLAY "GERADO : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                   " TITULO " TITULO-NUMERO " " VALOR-EDITADO
                   " VENC " TITULO-VENC-DIA "/" TITULO-VENC-MES "/"
                   TITULO-VENC-ANO.
           PERFORM REGISTRA-AUDITORIA-TITULO.
           IF TITULO-PENDENTE-APROV
               ADD 1 TO TOTAL-PENDENTES
               DISPLAY "         PENDENTE DE APROVACAO - "
                       APRPAG-MOTIVO.

       VERIFICA-APROVACAO-DO-TITULO.
           MOVE NUMERO-NOVO-TITULO   TO APRPAG-TITULO.
           MOVE CTR-FORNECEDOR(IDX-CONTRATO) TO APRPAG-FORNECEDOR.
           MOVE CTR-VALOR(IDX-CONTRATO) TO APRPAG-VALOR.
           MOVE FORNEC-DATA-CADASTRO TO APRPAG-FORNEC-CADASTRO.
           MOVE OPERADOR-ID          TO APRPAG-SOLICITANTE.
           CALL "PROG230" USING APRPAG-PARAMETROS.
           IF APRPAG-EXIGE-APROVACAO
               MOVE "P" TO TITULO-SITUACAO
           ELSE
               MOVE "A" TO TITULO-SITUACAO.

      *    CONTRATO ATIVO COM FIM DE VIGENCIA ENTRE HOJE E OS
      *    PROXIMOS 60 DIAS SAI NA LISTA, PARA A RENOVACAO OU O
      *    ENCERRAMENTO COM O FORNECEDOR.
       VERIFICA-FIM-DE-VIGENCIA.
           IF CTR-SITUACAO(IDX-CONTRATO) IS EQUAL "A"
                   AND CTR-COMP-FIM(IDX-CONTRATO) IS GREATER THAN ZEROS
               PERFORM CALCULA-DIAS-PARA-O-FIM
               IF DIAS-PARA-O-FIM IS NOT LESS THAN ZEROS
                       AND DIAS-PARA-O-FIM IS NOT GREATER THAN
                           PRAZO-AVISO-FIM
                   PERFORM LISTA-CONTRATO-A-VENCER.
           ADD 1 TO IDX-CONTRATO.

       CALCULA-DIAS-PARA-O-FIM.
           MOVE CTR-FIM-ANO(IDX-CONTRATO) TO APOS-FIM-ANO.
           MOVE CTR-FIM-MES(IDX-CONTRATO) TO APOS-FIM-MES.
           MOVE 01 TO APOS-FIM-DIA.
           IF APOS-FIM-MES IS EQUAL 12
               MOVE 01 TO APOS-FIM-MES
               ADD 1 TO APOS-FIM-ANO
           ELSE
               ADD 1 TO APOS-FIM-MES.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-CORRENTE TO DTVAL-DATA-1.
           MOVE PRIMEIRO-DIA-APOS-FIM TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
               COMPUTE DIAS-PARA-O-FIM = DTVAL-DIAS - 1
           ELSE
               MOVE -1 TO DIAS-PARA-O-FIM.

       LISTA-CONTRATO-A-VENCER.
           ADD 1 TO TOTAL-A-VENCER.
           MOVE DIAS-PARA-O-FIM TO DIAS-EDITADO.
           MOVE CTR-VALOR(IDX-CONTRATO) TO VALOR-EDITADO.
           DISPLAY "A VENCER : CONTRATO " CTR-CODIGO(IDX-CONTRATO)
                   " FORNECEDOR " CTR-FORNECEDOR(IDX-CONTRATO)
                   " FIM " CTR-FIM-MES(IDX-CONTRATO) "/"
                   CTR-FIM-ANO(IDX-CONTRATO) " EM " DIAS-EDITADO
                   " DIAS " VALOR-EDITADO.
           DISPLAY "           " CTR-DESCRICAO(IDX-CONTRATO).

      *    CARREGA OS TIPOS DE SERVICO COM AS ALIQUOTAS DE RETENCAO
      *    - SEM O ARQUIVO, SO O ISS DO FORNECEDOR PODE SER RETIDO.
       CARREGA-TIPOS-SERVICO.
           MOVE ZEROS TO QTD-TIPSERV.
           OPEN INPUT ARQUIVO-TIPSERV.
           IF TIPSERV-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-TIPSERV
               PERFORM LEIA-PROXIMO-TIPSERV
               PERFORM GUARDA-TIPSERV-NA-TABELA
                       UNTIL FINAL-TIPSERV IS EQUAL "S".
           CLOSE ARQUIVO-TIPSERV.

       LEIA-PROXIMO-TIPSERV.
           READ ARQUIVO-TIPSERV AT END
           MOVE "S" TO FINAL-TIPSERV.

       GUARDA-TIPSERV-NA-TABELA.
           IF QTD-TIPSERV IS LESS THAN 50
               ADD 1 TO QTD-TIPSERV
               MOVE TIPSERV-CODIGO
                    TO TIPSERV-TAB-CODIGO(QTD-TIPSERV)
               MOVE TIPSERV-ALIQ-IRRF
                    TO TIPSERV-TAB-ALIQ-IRRF(QTD-TIPSERV)
               MOVE TIPSERV-ALIQ-PIS
                    TO TIPSERV-TAB-ALIQ-PIS(QTD-TIPSERV)
               MOVE TIPSERV-ALIQ-COFINS
                    TO TIPSERV-TAB-ALIQ-COFINS(QTD-TIPSERV)
               MOVE TIPSERV-ALIQ-CSLL
                    TO TIPSERV-TAB-ALIQ-CSLL(QTD-TIPSERV).
           PERFORM LEIA-PROXIMO-TIPSERV.

       REGISTRA-AUDITORIA-TITULO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE TITULO-NUMERO   TO AUDIT-CODIGO.
           MOVE "INCLUSAO"      TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "DESPESA RECORRENTE " CTR-CODIGO(IDX-CONTRATO)
                  " COMP " COMPETENCIA-NUM "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       REGISTRA-AUDITORIA-REAJUSTE.
           MOVE "DESP-RECORR"   TO AUDIT-ENTIDADE.
           MOVE CTR-CODIGO(IDX-CONTRATO) TO AUDIT-CODIGO.
           MOVE "REAJUSTE"      TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "VALOR " VALOR-ANTERIOR " MAIS "
                  CTR-INDICE(IDX-CONTRATO) "% COMP "
                  COMPETENCIA-NUM
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG229" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    REGRAVA O CADASTRO COM A ULTIMA COMPETENCIA GERADA E O
      *    VALOR REAJUSTADO - O ARQUIVO E' PEQUENO.
       REGRAVA-CONTRATOS.
           OPEN OUTPUT ARQUIVO-DESPREC.
           MOVE 1 TO IDX-CONTRATO.
           PERFORM REGRAVA-UM-CONTRATO
                   UNTIL IDX-CONTRATO IS GREATER THAN QTD-CONTRATOS.
           CLOSE ARQUIVO-DESPREC.

       REGRAVA-UM-CONTRATO.
           MOVE CTR-CODIGO(IDX-CONTRATO) TO DESPREC-CODIGO.
           MOVE CTR-FORNECEDOR(IDX-CONTRATO) TO DESPREC-FORNECEDOR.
           MOVE CTR-DESCRICAO(IDX-CONTRATO) TO DESPREC-DESCRICAO.
           MOVE CTR-VALOR(IDX-CONTRATO) TO DESPREC-VALOR.
           MOVE CTR-CONTA(IDX-CONTRATO) TO DESPREC-CONTA-DESPESA.
           MOVE CTR-FILIAL(IDX-CONTRATO) TO DESPREC-FILIAL.
           MOVE CTR-DIA(IDX-CONTRATO) TO DESPREC-DIA-VENCIMENTO.
           MOVE CTR-COMP-INICIO(IDX-CONTRATO) TO DESPREC-COMP-INICIO.
           MOVE CTR-COMP-FIM(IDX-CONTRATO) TO DESPREC-COMP-FIM.
           MOVE CTR-INDICE(IDX-CONTRATO) TO DESPREC-INDICE-REAJUSTE.
           MOVE CTR-RETENCAO(IDX-CONTRATO) TO DESPREC-RETENCAO.
           MOVE CTR-SITUACAO(IDX-CONTRATO) TO DESPREC-SITUACAO.
           MOVE CTR-ULT-COMP(IDX-CONTRATO) TO DESPREC-ULT-COMP-GERADA.
           MOVE CTR-ULT-REAJ(IDX-CONTRATO) TO DESPREC-ULT-COMP-REAJ.
           WRITE DESPREC-REGISTRO.
           ADD 1 TO IDX-CONTRATO.
