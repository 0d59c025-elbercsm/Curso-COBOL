       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG195.

      *    EXTRACAO DOS EVENTOS TRABALHISTAS PARA O ESOCIAL - GERA O
      *    ARQUIVO ESOCENV.REM EM LAYOUT FIXO COM UM HEADER, UM
      *    REGISTRO "1" POR EVENTO E UM TRAILER COM QUANTIDADES, NO
      *    MESMO DESENHO DA EXPORTACAO DA NF-E (PROG173). OS EVENTOS
      *    SAO MONTADOS DAS ORIGENS DO CADASTRO E DA FOLHA :
      *      2200 - ADMISSAO, DE CADA FUNCIONARIO DO CADASTRO
      *             (PROGRM37/PROG79), PELA DATA DE ADMISSAO;
      *      2206 - ALTERACAO CONTRATUAL, DE CADA REAJUSTE DO
      *             HISTORICO FUNCSAL E DE CADA TRANSFERENCIA DO
      *             HISTORICO FUNCTRF;
      *      2299 - DESLIGAMENTO, DE CADA DEMISSAO EM FUNCDEM.DAT,
      *             COM AS VERBAS DO ACERTO GRAVADO PELO PROG68 EM
      *             RESCREG.DAT - SEM ACERTO CALCULADO O EVENTO
      *             AGUARDA;
      *      1200 - REMUNERACAO, DE CADA REGISTRO DA FOLHA MENSAL,
      *             COMISSAO, FERIAS, COMPLEMENTAR E 2A PARCELA DO
      *             13O EM FOLHAREG.DAT.
      *    CADA EVENTO GERADO FICA NO CONTROLE ESOCCTL.DAT E SO SAI
      *    DE NOVO SE O RETORNO (PROG196) O REJEITAR, OU COMO
      *    RETIFICACAO SE OS VALORES DA ORIGEM MUDAREM DEPOIS DE
      *    ACEITO - A EXTRACAO LEVA SO O QUE MUDOU DESDE A ULTIMA.
      *    ALTERACAO, DESLIGAMENTO E REMUNERACAO EXIGEM A ADMISSAO
      *    JA ENVIADA, E OS ANTERIORES A COMPETENCIA INICIAL DO
      *    ESOCIAL (PEDIDA NA PRIMEIRA EXTRACAO) FICAM FORA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELESOCCTL.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFUNCSAL.cob".
           COPY "SELFUNCTRF.cob".
           COPY "SELFUNCDEM.cob".
           COPY "SELRESCREG.cob".
           COPY "SELFOLHAREG.cob".
      *    ARQUIVO LIDO PELO PROGRAMA TRANSMISSOR DO ESOCIAL.
           SELECT ARQUIVO-REMESSA
           ASSIGN TO "ESOCENV.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESSA-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDESOCCTL.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFUNCSAL.cob".
           COPY "FDFUNCTRF.cob".
           COPY "FDFUNCDEM.cob".
           COPY "FDRESCREG.cob".
           COPY "FDFOLHAREG.cob".

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.
           05 REM-TIPO-REG        PIC X(01).
           05 REM-DADOS           PIC X(199).

       WORKING-STORAGE SECTION.

       01  ESOCCTL-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FUNCSAL-ARQ-STATUS      PIC X(02).
       01  FUNCTRF-ARQ-STATUS      PIC X(02).
       01  FUNCDEM-ARQ-STATUS      PIC X(02).
       01  RESCREG-ARQ-STATUS      PIC X(02).
       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  REMESSA-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HHMMSS PIC 9(06).
           05 FILLER               PIC 9(02).

      *    COMPETENCIA INICIAL DO ESOCIAL, GUARDADA NO REGISTRO DE
      *    ABERTURA DO CONTROLE.
       01  COMPETENCIA-INICIAL.
           05 COMP-INICIAL-ANO     PIC 9(04).
           05 COMP-INICIAL-MES     PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  COMPETENCIA-VALIDA-SW   PIC X(01).
           88 COMPETENCIA-VALIDA   VALUE "S".
       01  REFERENCIA-ABERTURA.
           05 REF-ABERTURA-COMP    PIC 9(06).
           05 FILLER               PIC X(03) VALUE SPACES.

      *    DATA DO EVENTO NA ORIGEM, PARA COMPARAR COM A COMPETENCIA
      *    INICIAL.
       01  DATA-DO-EVENTO.
           05 DATA-EVENTO-COMP     PIC 9(06).
           05 DATA-EVENTO-DIA      PIC 9(02).

      *    CHAVE DO EVENTO NO CONTROLE E AS DUAS FORMAS DA
      *    REFERENCIA (DATA + SUBTIPO OU COMPETENCIA + TIPO).
       01  CHAVE-EVENTO.
           05 CHAVE-EVENTO-TIPO    PIC X(04).
               88 TIPO-ADMISSAO       VALUE "2200".
               88 TIPO-ALTERACAO      VALUE "2206".
               88 TIPO-DESLIGAMENTO   VALUE "2299".
               88 TIPO-REMUNERACAO    VALUE "1200".
           05 CHAVE-EVENTO-CODIGO  PIC 9(06).
           05 CHAVE-EVENTO-REFERENCIA PIC X(09).
       01  REFERENCIA-DATA.
           05 REF-DATA             PIC 9(08).
           05 REF-DATA-SUBTIPO     PIC X(01).
       01  REFERENCIA-COMPETENCIA.
           05 REF-COMPETENCIA      PIC 9(06).
           05 REF-COMP-TIPO        PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.

       01  VALOR-CONFERENCIA       PIC 9(09)V9(02).
       01  CONTROLE-EXISTE-SW      PIC X(01).
           88 CONTROLE-EXISTE      VALUE "S".
       01  ACAO-EVENTO             PIC X(01).
           88 EVENTO-NOVO          VALUE "N".
           88 EVENTO-REENVIO       VALUE "R".
           88 EVENTO-RETIFICACAO   VALUE "T".
           88 EVENTO-SEM-ACAO      VALUE SPACE.
       01  DESCRICAO-ACAO          PIC X(12).

      *    TRABALHADOR DO EVENTO - DO CADASTRO NA ADMISSAO, DA
      *    TABELA DE VINCULOS NOS DEMAIS.
       01  VINCULO-CPF             PIC 9(11).
       01  VINCULO-PIS             PIC 9(11).
       01  VINCULO-NOME            PIC X(20).

      *    TRABALHADORES COM A ADMISSAO JA ENVIADA AO ESOCIAL - VEM
      *    DO CONTROLE E DO CADASTRO ATUAL (O MAIS RECENTE VALE).
       01  TABELA-VINCULOS.
           05 QTD-VINCULOS         PIC 9(04) VALUE ZEROS.
           05 VINCULO-ITEM OCCURS 3000 TIMES.
               10 VINC-CODIGO      PIC 9(06).
               10 VINC-CPF         PIC 9(11).
               10 VINC-PIS         PIC 9(11).
               10 VINC-NOME        PIC X(20).
       01  IDX-VINCULO             PIC 9(04).
       01  PROCURA-CODIGO          PIC 9(06).
       01  PROCURA-DATA            PIC 9(08).

      *    ULTIMO ACERTO CALCULADO POR FUNCIONARIO E DATA DE
      *    DEMISSAO.
       01  TABELA-RESCISOES.
           05 QTD-RESCISOES        PIC 9(04) VALUE ZEROS.
           05 RESCISAO-ITEM OCCURS 1000 TIMES.
               10 RTB-CODIGO          PIC 9(06).
               10 RTB-DATA-DEMISSAO   PIC 9(08).
               10 RTB-SALDO-SALARIO   PIC 9(6)V9(2).
               10 RTB-13-PROP         PIC 9(6)V9(2).
               10 RTB-FERIAS-PROP     PIC 9(6)V9(2).
               10 RTB-TERCO-FERIAS    PIC 9(6)V9(2).
               10 RTB-CONSIGNADO      PIC 9(7)V9(2).
               10 RTB-TOTAL           PIC 9(7)V9(2).
       01  IDX-RESCISAO            PIC 9(04).

      *    LAYOUT FIXO DOS REGISTROS DA EXTRACAO.
       01  HEADER-REMESSA.
           05 HDR-LITERAL          PIC X(08) VALUE "ESOCIAL ".
           05 HDR-DATA             PIC 9(08).
           05 HDR-HORA             PIC 9(06).
           05 HDR-COMP-INICIAL     PIC 9(06).
       01  DETALHE-EVENTO.
           05 DET-EVENTO           PIC X(04).
           05 DET-CODIGO           PIC 9(06).
           05 DET-REFERENCIA       PIC X(09).
           05 DET-IND-RETIF        PIC 9(01).
           05 DET-RECIBO           PIC X(23).
           05 DET-CPF              PIC 9(11).
           05 DET-PIS              PIC 9(11).
           05 DET-NOME             PIC X(20).
           05 DET-DADOS-EVENTO     PIC X(100).
       01  DADOS-DO-EVENTO         PIC X(100).
       01  DADOS-ADMISSAO.
           05 ADM-DATA             PIC 9(08).
           05 ADM-SALARIO          PIC 9(06)V9(02).
           05 ADM-MOEDA            PIC X(03).
           05 ADM-TIPO             PIC X(01).
           05 ADM-HORAS-MES        PIC 9(03).
           05 ADM-DEPARTAMENTO     PIC X(20).
           05 ADM-CARGO            PIC X(04).
           05 ADM-FILIAL           PIC 9(03).
           05 ADM-ENDERECO         PIC X(50).
       01  DADOS-ALTERACAO.
           05 ALT-DATA             PIC 9(08).
           05 ALT-TIPO             PIC X(01).
           05 ALT-SALARIO-ANTIGO   PIC 9(06)V9(02).
           05 ALT-SALARIO-NOVO     PIC 9(06)V9(02).
           05 ALT-DEPTO-ANTIGO     PIC X(20).
           05 ALT-DEPTO-NOVO       PIC X(20).
       01  DADOS-DESLIGAMENTO.
           05 DSL-DATA-DEMISSAO    PIC 9(08).
           05 DSL-DATA-ADMISSAO    PIC 9(08).
           05 DSL-SALDO-SALARIO    PIC 9(06)V9(02).
           05 DSL-13-PROP          PIC 9(06)V9(02).
           05 DSL-FERIAS-PROP      PIC 9(06)V9(02).
           05 DSL-TERCO-FERIAS     PIC 9(06)V9(02).
           05 DSL-CONSIGNADO       PIC 9(07)V9(02).
           05 DSL-TOTAL            PIC 9(07)V9(02).
       01  DADOS-REMUNERACAO.
           05 RMU-COMPETENCIA      PIC 9(06).
           05 RMU-TIPO             PIC X(01).
           05 RMU-BRUTO            PIC 9(06)V9(02).
           05 RMU-DESC-INSS        PIC 9(06)V9(02).
           05 RMU-DESC-IR          PIC 9(06)V9(02).
           05 RMU-LIQUIDO          PIC 9(06)V9(02).
       01  TRAILER-REMESSA.
           05 TRL-QUANTIDADE       PIC 9(06).
           05 TRL-ADMISSOES        PIC 9(06).
           05 TRL-ALTERACOES       PIC 9(06).
           05 TRL-DESLIGAMENTOS    PIC 9(06).
           05 TRL-REMUNERACOES     PIC 9(06).
           05 TRL-RETIFICACOES     PIC 9(06).
           05 TRL-VALOR-REMUNERACOES PIC 9(11)V9(02).

       01  TOTAL-EVENTOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-ADMISSOES         PIC 9(06) VALUE ZEROS.
       01  TOTAL-ALTERACOES        PIC 9(06) VALUE ZEROS.
       01  TOTAL-DESLIGAMENTOS     PIC 9(06) VALUE ZEROS.
       01  TOTAL-REMUNERACOES      PIC 9(06) VALUE ZEROS.
       01  TOTAL-REENVIOS          PIC 9(06) VALUE ZEROS.
       01  TOTAL-RETIFICACOES      PIC 9(06) VALUE ZEROS.
       01  TOTAL-AGUARDANDO        PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-CPF           PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-VINCULO       PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-ACERTO        PIC 9(06) VALUE ZEROS.
       01  TOTAL-VALOR-REMUNERACOES PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRENTE FROM TIME.
           DISPLAY "---- EXTRACAO DE EVENTOS PARA O ESOCIAL ----".
           PERFORM PEDE-OPERADOR.

           OPEN I-O ARQUIVO-ESOCCTL.
           IF ESOCCTL-ARQ-STATUS IS NOT EQUAL "00"
              AND ESOCCTL-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CONTROLE DO ESOCIAL - "
                       "STATUS : " ESOCCTL-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LE-REGISTRO-ABERTURA.
           PERFORM CARREGA-VINCULOS.
           PERFORM CARREGA-RESCISOES.

           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVA-HEADER-REMESSA.

           PERFORM EXTRAI-ADMISSOES.
           PERFORM EXTRAI-REAJUSTES.
           PERFORM EXTRAI-TRANSFERENCIAS.
           PERFORM EXTRAI-DESLIGAMENTOS.
           PERFORM EXTRAI-REMUNERACOES.

           PERFORM GRAVA-TRAILER-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           CLOSE ARQUIVO-ESOCCTL.

           MOVE TOTAL-VALOR-REMUNERACOES TO TOTAL-EDITADO.
           DISPLAY "===================================".
           DISPLAY "EXTRACAO GERADA EM ESOCENV.REM.".
           DISPLAY "EVENTOS EXTRAIDOS  : " TOTAL-EVENTOS.
           DISPLAY "  ADMISSOES (2200)     : " TOTAL-ADMISSOES.
           DISPLAY "  ALTERACOES (2206)    : " TOTAL-ALTERACOES.
           DISPLAY "  DESLIGAMENTOS (2299) : " TOTAL-DESLIGAMENTOS.
           DISPLAY "  REMUNERACOES (1200)  : " TOTAL-REMUNERACOES.
           DISPLAY "    REENVIADOS (REJEITADOS ANTES) : "
                   TOTAL-REENVIOS.
           DISPLAY "    RETIFICACOES DE EVENTOS ACEITOS : "
                   TOTAL-RETIFICACOES.
           DISPLAY "BRUTO DAS REMUNERACOES : " TOTAL-EDITADO.
           IF TOTAL-AGUARDANDO IS GREATER THAN ZEROS
               DISPLAY "EVENTOS AINDA SEM RETORNO (NAO ENVIADOS DE "
                       "NOVO) : " TOTAL-AGUARDANDO.
           IF TOTAL-SEM-CPF IS GREATER THAN ZEROS
               DISPLAY "FUNCIONARIOS SEM CPF NO CADASTRO : "
                       TOTAL-SEM-CPF.
           IF TOTAL-SEM-VINCULO IS GREATER THAN ZEROS
               DISPLAY "EVENTOS SEM ADMISSAO NO ESOCIAL : "
                       TOTAL-SEM-VINCULO.
           IF TOTAL-SEM-ACERTO IS GREATER THAN ZEROS
               DISPLAY "DESLIGAMENTOS SEM ACERTO CALCULADO : "
                       TOTAL-SEM-ACERTO.
           DISPLAY "===================================".
           IF TOTAL-SEM-CPF IS GREATER THAN ZEROS
                   OR TOTAL-SEM-VINCULO IS GREATER THAN ZEROS
                   OR TOTAL-SEM-ACERTO IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO - FICA
      *    ANOTADO EM CADA EVENTO DO CONTROLE.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    O REGISTRO DE ABERTURA GUARDA A COMPETENCIA INICIAL DO
      *    ESOCIAL - NA PRIMEIRA EXTRACAO ELA E' PEDIDA E GRAVADA.
       LE-REGISTRO-ABERTURA.
           MOVE "0000" TO ESOCCTL-EVENTO.
           MOVE ZEROS  TO ESOCCTL-CODIGO.
           MOVE SPACES TO ESOCCTL-REFERENCIA.
           MOVE "S" TO CONTROLE-EXISTE-SW.
           READ ARQUIVO-ESOCCTL
                INVALID KEY
                MOVE "N" TO CONTROLE-EXISTE-SW.
           IF CONTROLE-EXISTE
               MOVE ESOCCTL-REFERENCIA TO REFERENCIA-ABERTURA
               MOVE REF-ABERTURA-COMP TO COMPETENCIA-INICIAL
           ELSE
               PERFORM GRAVA-REGISTRO-ABERTURA.
           DISPLAY "COMPETENCIA INICIAL DO ESOCIAL : "
                   COMP-INICIAL-MES "/" COMP-INICIAL-ANO.

       GRAVA-REGISTRO-ABERTURA.
           DISPLAY "PRIMEIRA EXTRACAO - EVENTOS ANTERIORES A "
                   "COMPETENCIA INICIAL NAO SAO ENVIADOS.".
           MOVE "N" TO COMPETENCIA-VALIDA-SW.
           PERFORM PEDE-COMPETENCIA-INICIAL
                   UNTIL COMPETENCIA-VALIDA.
           MOVE COMPETENCIA-INICIAL TO REF-ABERTURA-COMP.
           MOVE "0000" TO CHAVE-EVENTO-TIPO.
           MOVE ZEROS  TO CHAVE-EVENTO-CODIGO.
           MOVE SPACES TO CHAVE-EVENTO-REFERENCIA.
           PERFORM LIMPA-REGISTRO-CONTROLE.
           MOVE REFERENCIA-ABERTURA TO ESOCCTL-REFERENCIA.
           MOVE "A"           TO ESOCCTL-SITUACAO.
           MOVE DATA-CORRENTE TO ESOCCTL-DATA-ENVIO.
           MOVE OPERADOR-ID   TO ESOCCTL-OPERADOR.
           WRITE ESOCCTL-REGISTRO
                 INVALID KEY
                 DISPLAY "ERRO AO GRAVAR A ABERTURA DO CONTROLE - "
                         "STATUS : " ESOCCTL-ARQ-STATUS
                 DISPLAY "PROCESSAMENTO INTERROMPIDO."
                 MOVE 8 TO RETURN-CODE
                 STOP RUN.

       PEDE-COMPETENCIA-INICIAL.
           DISPLAY "COMPETENCIA INICIAL DO ESOCIAL (AAAAMM) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA : " COMPETENCIA-INFORMADA
           ELSE
               MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-INICIAL
               IF COMP-INICIAL-MES IS LESS THAN 1
                       OR COMP-INICIAL-MES IS GREATER THAN 12
                   DISPLAY "MES INVALIDO : " COMP-INICIAL-MES
               ELSE
                   MOVE "S" TO COMPETENCIA-VALIDA-SW.

       LIMPA-REGISTRO-CONTROLE.
           MOVE SPACES TO ESOCCTL-REGISTRO.
           MOVE CHAVE-EVENTO TO ESOCCTL-CHAVE.
           MOVE 1     TO ESOCCTL-IND-RETIF.
           MOVE ZEROS TO ESOCCTL-CPF.
           MOVE ZEROS TO ESOCCTL-PIS.
           MOVE ZEROS TO ESOCCTL-VALOR-CONFERENCIA.
           MOVE ZEROS TO ESOCCTL-QTD-ENVIOS.
           MOVE ZEROS TO ESOCCTL-DATA-ENVIO.
           MOVE ZEROS TO ESOCCTL-DATA-RETORNO.

      *    ADMISSOES JA NO CONTROLE, MENOS AS REJEITADAS - O
      *    TRABALHADOR AINDA NO CADASTRO TEM A ADMISSAO REENVIADA
      *    NESTA EXTRACAO E VOLTA PARA A TABELA.
       CARREGA-VINCULOS.
           MOVE "2200" TO ESOCCTL-EVENTO.
           MOVE ZEROS  TO ESOCCTL-CODIGO.
           MOVE LOW-VALUES TO ESOCCTL-REFERENCIA.
           START ARQUIVO-ESOCCTL KEY IS NOT LESS THAN ESOCCTL-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-CONTROLE.
           PERFORM GUARDA-VINCULO-DO-CONTROLE
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMO-CONTROLE.
           READ ARQUIVO-ESOCCTL NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
                   AND NOT ESOCCTL-ADMISSAO
               MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-VINCULO-DO-CONTROLE.
           IF NOT ESOCCTL-REJEITADO
               MOVE ESOCCTL-CODIGO TO PROCURA-CODIGO
               MOVE ESOCCTL-CPF    TO VINCULO-CPF
               MOVE ESOCCTL-PIS    TO VINCULO-PIS
               MOVE ESOCCTL-NOME   TO VINCULO-NOME
               PERFORM GUARDA-VINCULO.
           PERFORM LEIA-PROXIMO-CONTROLE.

       GUARDA-VINCULO.
           PERFORM LOCALIZA-VINCULO.
           IF IDX-VINCULO IS GREATER THAN QTD-VINCULOS
               IF QTD-VINCULOS IS GREATER THAN OR EQUAL 3000
                   DISPLAY "TABELA DE VINCULOS CHEIA (LIMITE 3000 "
                           "FUNCIONARIOS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VINCULOS
                   MOVE QTD-VINCULOS TO IDX-VINCULO
                   MOVE PROCURA-CODIGO TO VINC-CODIGO(IDX-VINCULO).
           MOVE VINCULO-CPF  TO VINC-CPF(IDX-VINCULO).
           MOVE VINCULO-PIS  TO VINC-PIS(IDX-VINCULO).
           MOVE VINCULO-NOME TO VINC-NOME(IDX-VINCULO).

       LOCALIZA-VINCULO.
           MOVE 1 TO IDX-VINCULO.
           PERFORM AVANCA-VINCULO
                   UNTIL IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   OR VINC-CODIGO(IDX-VINCULO) IS EQUAL PROCURA-CODIGO.

       AVANCA-VINCULO.
           ADD 1 TO IDX-VINCULO.

      *    O TRABALHADOR DO EVENTO VEM DA TABELA - SEM ADMISSAO
      *    ENVIADA O EVENTO NAO PODE SAIR.
       PROCURA-VINCULO.
           PERFORM LOCALIZA-VINCULO.
           IF IDX-VINCULO IS NOT GREATER THAN QTD-VINCULOS
               MOVE VINC-CPF(IDX-VINCULO)  TO VINCULO-CPF
               MOVE VINC-PIS(IDX-VINCULO)  TO VINCULO-PIS
               MOVE VINC-NOME(IDX-VINCULO) TO VINCULO-NOME.

       ACUSA-SEM-VINCULO.
           ADD 1 TO TOTAL-SEM-VINCULO.
           DISPLAY "SEM ADMISSAO NO ESOCIAL : EVENTO "
                   CHAVE-EVENTO-TIPO " FUNCIONARIO " PROCURA-CODIGO
                   " - NAO ENVIADO.".

      *    ACERTOS DO PROG68 - UM RECALCULO SUBSTITUI O ANTERIOR DO
      *    MESMO FUNCIONARIO E DATA DE DEMISSAO.
       CARREGA-RESCISOES.
           OPEN INPUT ARQUIVO-RESCREG.
           IF RESCREG-ARQ-STATUS IS NOT EQUAL "00"
              AND RESCREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O REGISTRO DE ACERTOS - "
                       "STATUS : " RESCREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-RESCISAO.
           PERFORM GUARDA-RESCISAO-NA-TABELA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-RESCREG.

       LEIA-PROXIMA-RESCISAO.
           READ ARQUIVO-RESCREG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-RESCISAO-NA-TABELA.
           MOVE RESCREG-CODIGO        TO PROCURA-CODIGO.
           MOVE RESCREG-DATA-DEMISSAO TO PROCURA-DATA.
           PERFORM LOCALIZA-RESCISAO.
           IF IDX-RESCISAO IS GREATER THAN QTD-RESCISOES
               IF QTD-RESCISOES IS GREATER THAN OR EQUAL 1000
                   DISPLAY "TABELA DE ACERTOS CHEIA (LIMITE 1000 "
                           "RESCISOES) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-RESCISOES
                   MOVE QTD-RESCISOES TO IDX-RESCISAO
                   MOVE RESCREG-CODIGO TO RTB-CODIGO(IDX-RESCISAO)
                   MOVE RESCREG-DATA-DEMISSAO
                        TO RTB-DATA-DEMISSAO(IDX-RESCISAO).
           MOVE RESCREG-SALDO-SALARIO
                TO RTB-SALDO-SALARIO(IDX-RESCISAO).
           MOVE RESCREG-13-PROP     TO RTB-13-PROP(IDX-RESCISAO).
           MOVE RESCREG-FERIAS-PROP TO RTB-FERIAS-PROP(IDX-RESCISAO).
           MOVE RESCREG-TERCO-FERIAS
                TO RTB-TERCO-FERIAS(IDX-RESCISAO).
           MOVE RESCREG-CONSIGNADO  TO RTB-CONSIGNADO(IDX-RESCISAO).
           MOVE RESCREG-TOTAL       TO RTB-TOTAL(IDX-RESCISAO).
           PERFORM LEIA-PROXIMA-RESCISAO.

       LOCALIZA-RESCISAO.
           MOVE 1 TO IDX-RESCISAO.
           PERFORM AVANCA-RESCISAO
                   UNTIL IDX-RESCISAO IS GREATER THAN QTD-RESCISOES
                   OR (RTB-CODIGO(IDX-RESCISAO) IS EQUAL PROCURA-CODIGO
                   AND RTB-DATA-DEMISSAO(IDX-RESCISAO)
                       IS EQUAL PROCURA-DATA).

       AVANCA-RESCISAO.
           ADD 1 TO IDX-RESCISAO.

      *    ADMISSAO (2200) DE CADA FUNCIONARIO DO CADASTRO - NA
      *    PRIMEIRA EXTRACAO SAI A CARGA INICIAL DE TODOS.
       EXTRAI-ADMISSOES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM PROCESSA-ADMISSAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    SEM CPF O ESOCIAL RECUSA O TRABALHADOR - FICA APONTADO
      *    PARA CORRECAO NO CADASTRO.
       PROCESSA-ADMISSAO.
           IF FUNCIONARIO-CPF IS NOT NUMERIC
                   OR FUNCIONARIO-CPF IS EQUAL ZEROS
               ADD 1 TO TOTAL-SEM-CPF
               DISPLAY "SEM CPF NO CADASTRO : FUNCIONARIO "
                       FUNCIONARIO-CODIGO " - ADMISSAO NAO ENVIADA."
           ELSE
               PERFORM MONTA-ADMISSAO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       MONTA-ADMISSAO.
           MOVE "2200"             TO CHAVE-EVENTO-TIPO.
           MOVE FUNCIONARIO-CODIGO TO CHAVE-EVENTO-CODIGO.
           MOVE FUNCIONARIO-DATA-ADMISSAO TO REF-DATA.
           MOVE SPACE              TO REF-DATA-SUBTIPO.
           MOVE REFERENCIA-DATA    TO CHAVE-EVENTO-REFERENCIA.
           MOVE ZEROS              TO VALOR-CONFERENCIA.
           MOVE FUNCIONARIO-CPF    TO VINCULO-CPF.
           IF FUNCIONARIO-PIS IS NUMERIC
               MOVE FUNCIONARIO-PIS TO VINCULO-PIS
           ELSE
               MOVE ZEROS TO VINCULO-PIS.
           MOVE FUNCIONARIO-NOME   TO VINCULO-NOME.

           MOVE FUNCIONARIO-DATA-ADMISSAO TO ADM-DATA.
           MOVE FUNCIONARIO-SALARIO       TO ADM-SALARIO.
           MOVE FUNCIONARIO-MOEDA         TO ADM-MOEDA.
           MOVE FUNCIONARIO-TIPO          TO ADM-TIPO.
           MOVE FUNCIONARIO-HORAS-MES     TO ADM-HORAS-MES.
           MOVE FUNCIONARIO-DEPARTAMENTO  TO ADM-DEPARTAMENTO.
           MOVE FUNCIONARIO-CARGO         TO ADM-CARGO.
           MOVE FUNCIONARIO-FILIAL        TO ADM-FILIAL.
           MOVE FUNCIONARIO-ENDERECO      TO ADM-ENDERECO.
           MOVE DADOS-ADMISSAO TO DADOS-DO-EVENTO.

           PERFORM AVALIA-EVENTO.
           IF NOT EVENTO-SEM-ACAO
               PERFORM ENVIA-EVENTO.
           MOVE FUNCIONARIO-CODIGO TO PROCURA-CODIGO.
           PERFORM GUARDA-VINCULO.

      *    ALTERACAO CONTRATUAL (2206) DE CADA REAJUSTE DO
      *    HISTORICO SALARIAL.
       EXTRAI-REAJUSTES.
           OPEN INPUT ARQUIVO-FUNCSAL.
           IF FUNCSAL-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCSAL-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO SALARIAL - "
                       "STATUS : " FUNCSAL-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCSAL.
           PERFORM PROCESSA-REAJUSTE
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCSAL.

       LEIA-PROXIMO-FUNCSAL.
           READ ARQUIVO-FUNCSAL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REAJUSTE.
           MOVE FUNCSAL-DATA-ALTERACAO TO DATA-DO-EVENTO.
           IF DATA-EVENTO-COMP IS NOT LESS THAN COMPETENCIA-INICIAL
               MOVE "2206" TO CHAVE-EVENTO-TIPO
               MOVE FUNCSAL-CODIGO TO PROCURA-CODIGO
               PERFORM PROCURA-VINCULO
               IF IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   PERFORM ACUSA-SEM-VINCULO
               ELSE
                   PERFORM MONTA-REAJUSTE.
           PERFORM LEIA-PROXIMO-FUNCSAL.

       MONTA-REAJUSTE.
           MOVE FUNCSAL-CODIGO         TO CHAVE-EVENTO-CODIGO.
           MOVE FUNCSAL-DATA-ALTERACAO TO REF-DATA.
           MOVE "S"                    TO REF-DATA-SUBTIPO.
           MOVE REFERENCIA-DATA        TO CHAVE-EVENTO-REFERENCIA.
           MOVE ZEROS                  TO VALOR-CONFERENCIA.
           MOVE FUNCSAL-DATA-ALTERACAO TO ALT-DATA.
           MOVE "S"                    TO ALT-TIPO.
           MOVE FUNCSAL-SALARIO-ANTIGO TO ALT-SALARIO-ANTIGO.
           MOVE FUNCSAL-SALARIO-NOVO   TO ALT-SALARIO-NOVO.
           MOVE SPACES                 TO ALT-DEPTO-ANTIGO.
           MOVE SPACES                 TO ALT-DEPTO-NOVO.
           MOVE DADOS-ALTERACAO TO DADOS-DO-EVENTO.
           PERFORM AVALIA-EVENTO.
           IF NOT EVENTO-SEM-ACAO
               PERFORM ENVIA-EVENTO.

      *    ALTERACAO CONTRATUAL (2206) DE CADA TRANSFERENCIA DE
      *    DEPARTAMENTO.
       EXTRAI-TRANSFERENCIAS.
           OPEN INPUT ARQUIVO-FUNCTRF.
           IF FUNCTRF-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCTRF-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO DE TRANSFERENCIAS - "
                       "STATUS : " FUNCTRF-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCTRF.
           PERFORM PROCESSA-TRANSFERENCIA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCTRF.

       LEIA-PROXIMO-FUNCTRF.
           READ ARQUIVO-FUNCTRF AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-TRANSFERENCIA.
           MOVE FUNCTRF-DATA-EFETIVA TO DATA-DO-EVENTO.
           IF DATA-EVENTO-COMP IS NOT LESS THAN COMPETENCIA-INICIAL
               MOVE "2206" TO CHAVE-EVENTO-TIPO
               MOVE FUNCTRF-CODIGO TO PROCURA-CODIGO
               PERFORM PROCURA-VINCULO
               IF IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   PERFORM ACUSA-SEM-VINCULO
               ELSE
                   PERFORM MONTA-TRANSFERENCIA.
           PERFORM LEIA-PROXIMO-FUNCTRF.

       MONTA-TRANSFERENCIA.
           MOVE FUNCTRF-CODIGO         TO CHAVE-EVENTO-CODIGO.
           MOVE FUNCTRF-DATA-EFETIVA   TO REF-DATA.
           MOVE "D"                    TO REF-DATA-SUBTIPO.
           MOVE REFERENCIA-DATA        TO CHAVE-EVENTO-REFERENCIA.
           MOVE ZEROS                  TO VALOR-CONFERENCIA.
           MOVE FUNCTRF-DATA-EFETIVA   TO ALT-DATA.
           MOVE "D"                    TO ALT-TIPO.
           MOVE ZEROS                  TO ALT-SALARIO-ANTIGO.
           MOVE ZEROS                  TO ALT-SALARIO-NOVO.
           MOVE FUNCTRF-DEPTO-ANTIGO   TO ALT-DEPTO-ANTIGO.
           MOVE FUNCTRF-DEPTO-NOVO     TO ALT-DEPTO-NOVO.
           MOVE DADOS-ALTERACAO TO DADOS-DO-EVENTO.
           PERFORM AVALIA-EVENTO.
           IF NOT EVENTO-SEM-ACAO
               PERFORM ENVIA-EVENTO.

      *    DESLIGAMENTO (2299) DE CADA DEMISSAO - O EVENTO LEVA AS
      *    VERBAS DO ULTIMO ACERTO CALCULADO E AGUARDA ENQUANTO O
      *    PROG68 NAO FOR RODADO PARA O DEMITIDO.
       EXTRAI-DESLIGAMENTOS.
           OPEN INPUT ARQUIVO-FUNCDEM.
           IF FUNCDEM-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCDEM-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO DE DEMITIDOS - "
                       "STATUS : " FUNCDEM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCDEM.
           PERFORM PROCESSA-DEMISSAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCDEM.

       LEIA-PROXIMO-FUNCDEM.
           READ ARQUIVO-FUNCDEM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-DEMISSAO.
           MOVE FUNCDEM-DATA-DEMISSAO TO DATA-DO-EVENTO.
           IF DATA-EVENTO-COMP IS NOT LESS THAN COMPETENCIA-INICIAL
               MOVE "2299" TO CHAVE-EVENTO-TIPO
               MOVE FUNCDEM-CODIGO TO PROCURA-CODIGO
               PERFORM PROCURA-VINCULO
               IF IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   PERFORM ACUSA-SEM-VINCULO
               ELSE
                   PERFORM VERIFICA-ACERTO-DEMISSAO.
           PERFORM LEIA-PROXIMO-FUNCDEM.

       VERIFICA-ACERTO-DEMISSAO.
           MOVE FUNCDEM-DATA-DEMISSAO TO PROCURA-DATA.
           PERFORM LOCALIZA-RESCISAO.
           IF IDX-RESCISAO IS GREATER THAN QTD-RESCISOES
               ADD 1 TO TOTAL-SEM-ACERTO
               DISPLAY "ACERTO NAO CALCULADO (PROG68) : FUNCIONARIO "
                       FUNCDEM-CODIGO " - DESLIGAMENTO AGUARDA."
           ELSE
               PERFORM MONTA-DESLIGAMENTO.

       MONTA-DESLIGAMENTO.
           MOVE FUNCDEM-CODIGO         TO CHAVE-EVENTO-CODIGO.
           MOVE FUNCDEM-DATA-DEMISSAO  TO REF-DATA.
           MOVE SPACE                  TO REF-DATA-SUBTIPO.
           MOVE REFERENCIA-DATA        TO CHAVE-EVENTO-REFERENCIA.
           MOVE FUNCDEM-DATA-DEMISSAO  TO DSL-DATA-DEMISSAO.
           MOVE FUNCDEM-DATA-ADMISSAO  TO DSL-DATA-ADMISSAO.
           MOVE RTB-SALDO-SALARIO(IDX-RESCISAO) TO DSL-SALDO-SALARIO.
           MOVE RTB-13-PROP(IDX-RESCISAO)       TO DSL-13-PROP.
           MOVE RTB-FERIAS-PROP(IDX-RESCISAO)   TO DSL-FERIAS-PROP.
           MOVE RTB-TERCO-FERIAS(IDX-RESCISAO)  TO DSL-TERCO-FERIAS.
           MOVE RTB-CONSIGNADO(IDX-RESCISAO)    TO DSL-CONSIGNADO.
           MOVE RTB-TOTAL(IDX-RESCISAO)         TO DSL-TOTAL.
           COMPUTE VALOR-CONFERENCIA =
                   DSL-SALDO-SALARIO + DSL-13-PROP +
                   DSL-FERIAS-PROP + DSL-TERCO-FERIAS +
                   DSL-CONSIGNADO.
           MOVE DADOS-DESLIGAMENTO TO DADOS-DO-EVENTO.
           PERFORM AVALIA-EVENTO.
           IF NOT EVENTO-SEM-ACAO
               PERFORM ENVIA-EVENTO.

      *    REMUNERACAO (1200) DE CADA REGISTRO DA FOLHA A PARTIR DA
      *    COMPETENCIA INICIAL - ADIANTAMENTO E 1A PARCELA DO 13O
      *    SAO ANTECIPACOES E NAO GERAM EVENTO.
       EXTRAI-REMUNERACOES.
           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS NOT EQUAL "00"
              AND FOLHAREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O REGISTRO DA FOLHA - STATUS : "
                       FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE COMPETENCIA-INICIAL TO FOLHAREG-COMPETENCIA.
           MOVE LOW-VALUES TO FOLHAREG-TIPO.
           MOVE ZEROS TO FOLHAREG-CODIGO.
           START ARQUIVO-FOLHAREG KEY IS NOT LESS THAN
                   FOLHAREG-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-FOLHAREG.
           PERFORM PROCESSA-REMUNERACAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FOLHAREG.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REMUNERACAO.
           IF FOLHAREG-FOLHA-MENSAL OR FOLHAREG-COMISSAO
                   OR FOLHAREG-FERIAS OR FOLHAREG-COMPLEMENTAR
                   OR FOLHAREG-13-PARCELA-2
               MOVE "1200" TO CHAVE-EVENTO-TIPO
               MOVE FOLHAREG-CODIGO TO PROCURA-CODIGO
               PERFORM PROCURA-VINCULO
               IF IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   PERFORM ACUSA-SEM-VINCULO
               ELSE
                   PERFORM MONTA-REMUNERACAO.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       MONTA-REMUNERACAO.
           MOVE FOLHAREG-CODIGO        TO CHAVE-EVENTO-CODIGO.
           MOVE FOLHAREG-COMPETENCIA   TO REF-COMPETENCIA.
           MOVE FOLHAREG-TIPO          TO REF-COMP-TIPO.
           MOVE REFERENCIA-COMPETENCIA TO CHAVE-EVENTO-REFERENCIA.
           MOVE FOLHAREG-COMPETENCIA   TO RMU-COMPETENCIA.
           MOVE FOLHAREG-TIPO          TO RMU-TIPO.
           MOVE FOLHAREG-BRUTO         TO RMU-BRUTO.
           MOVE FOLHAREG-DESC-INSS     TO RMU-DESC-INSS.
           MOVE FOLHAREG-DESC-IR       TO RMU-DESC-IR.
           MOVE FOLHAREG-LIQUIDO       TO RMU-LIQUIDO.
           COMPUTE VALOR-CONFERENCIA =
                   FOLHAREG-BRUTO + FOLHAREG-DESC-INSS +
                   FOLHAREG-DESC-IR.
           MOVE DADOS-REMUNERACAO TO DADOS-DO-EVENTO.
           PERFORM AVALIA-EVENTO.
           IF NOT EVENTO-SEM-ACAO
               PERFORM ENVIA-EVENTO
               ADD FOLHAREG-BRUTO TO TOTAL-VALOR-REMUNERACOES.

      *    DECIDE O QUE FAZER COM O EVENTO PELO CONTROLE - FORA DO
      *    CONTROLE E' NOVO, REJEITADO VOLTA, ACEITO COM VALORES
      *    DIFERENTES SAI COMO RETIFICACAO E ENVIADO SEM RETORNO
      *    ESPERA.
       AVALIA-EVENTO.
           MOVE CHAVE-EVENTO TO ESOCCTL-CHAVE.
           MOVE "S" TO CONTROLE-EXISTE-SW.
           READ ARQUIVO-ESOCCTL
                INVALID KEY
                MOVE "N" TO CONTROLE-EXISTE-SW.
           MOVE SPACE TO ACAO-EVENTO.
           IF NOT CONTROLE-EXISTE
               MOVE "N" TO ACAO-EVENTO
           ELSE
               IF ESOCCTL-REJEITADO
                   MOVE "R" TO ACAO-EVENTO
               ELSE
                   IF ESOCCTL-ACEITO
                           AND ESOCCTL-VALOR-CONFERENCIA IS NOT EQUAL
                               VALOR-CONFERENCIA
                       MOVE "T" TO ACAO-EVENTO
                   ELSE
                       IF ESOCCTL-ENVIADO
                           ADD 1 TO TOTAL-AGUARDANDO.

      *    GRAVA O EVENTO NA EXTRACAO E ATUALIZA O CONTROLE - A
      *    RETIFICACAO LEVA O RECIBO DO EVENTO ACEITO, QUE SO E'
      *    TROCADO QUANDO O RETORNO ACEITAR A RETIFICACAO.
       ENVIA-EVENTO.
           IF EVENTO-NOVO
               PERFORM LIMPA-REGISTRO-CONTROLE
               MOVE "NOVO" TO DESCRICAO-ACAO.
           IF EVENTO-REENVIO
               ADD 1 TO TOTAL-REENVIOS
               MOVE "REENVIO" TO DESCRICAO-ACAO.
           IF EVENTO-RETIFICACAO
               MOVE 2 TO ESOCCTL-IND-RETIF
               ADD 1 TO TOTAL-RETIFICACOES
               MOVE "RETIFICACAO" TO DESCRICAO-ACAO.

           MOVE CHAVE-EVENTO-TIPO       TO DET-EVENTO.
           MOVE CHAVE-EVENTO-CODIGO     TO DET-CODIGO.
           MOVE CHAVE-EVENTO-REFERENCIA TO DET-REFERENCIA.
           MOVE ESOCCTL-IND-RETIF       TO DET-IND-RETIF.
           IF ESOCCTL-RETIFICADOR
               MOVE ESOCCTL-RECIBO TO DET-RECIBO
           ELSE
               MOVE SPACES TO DET-RECIBO.
           MOVE VINCULO-CPF             TO DET-CPF.
           MOVE VINCULO-PIS             TO DET-PIS.
           MOVE VINCULO-NOME            TO DET-NOME.
           MOVE DADOS-DO-EVENTO         TO DET-DADOS-EVENTO.
           MOVE "1" TO REM-TIPO-REG.
           MOVE DETALHE-EVENTO TO REM-DADOS.
           WRITE LINHA-REMESSA.

           MOVE "E"               TO ESOCCTL-SITUACAO.
           MOVE VINCULO-CPF       TO ESOCCTL-CPF.
           MOVE VINCULO-PIS       TO ESOCCTL-PIS.
           MOVE VINCULO-NOME      TO ESOCCTL-NOME.
           MOVE VALOR-CONFERENCIA TO ESOCCTL-VALOR-CONFERENCIA.
           ADD 1                  TO ESOCCTL-QTD-ENVIOS.
           MOVE DATA-CORRENTE     TO ESOCCTL-DATA-ENVIO.
           MOVE OPERADOR-ID       TO ESOCCTL-OPERADOR.
           MOVE ZEROS             TO ESOCCTL-DATA-RETORNO.
           MOVE SPACES            TO ESOCCTL-COD-RESPOSTA.
           MOVE SPACES            TO ESOCCTL-MENSAGEM.
           IF EVENTO-NOVO
               WRITE ESOCCTL-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O CONTROLE - STATUS : "
                             ESOCCTL-ARQ-STATUS
           ELSE
               REWRITE ESOCCTL-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CONTROLE - "
                               "STATUS : " ESOCCTL-ARQ-STATUS.

           ADD 1 TO TOTAL-EVENTOS.
           IF TIPO-ADMISSAO
               ADD 1 TO TOTAL-ADMISSOES.
           IF TIPO-ALTERACAO
               ADD 1 TO TOTAL-ALTERACOES.
           IF TIPO-DESLIGAMENTO
               ADD 1 TO TOTAL-DESLIGAMENTOS.
           IF TIPO-REMUNERACAO
               ADD 1 TO TOTAL-REMUNERACOES.
           DISPLAY "EVENTO " CHAVE-EVENTO-TIPO " : FUNCIONARIO "
                   CHAVE-EVENTO-CODIGO " REF " CHAVE-EVENTO-REFERENCIA
                   " " DESCRICAO-ACAO.

       GRAVA-HEADER-REMESSA.
           MOVE DATA-CORRENTE        TO HDR-DATA.
           MOVE HORA-CORRENTE-HHMMSS TO HDR-HORA.
           MOVE COMPETENCIA-INICIAL  TO HDR-COMP-INICIAL.
           MOVE "0" TO REM-TIPO-REG.
           MOVE HEADER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

       GRAVA-TRAILER-REMESSA.
           MOVE TOTAL-EVENTOS       TO TRL-QUANTIDADE.
           MOVE TOTAL-ADMISSOES     TO TRL-ADMISSOES.
           MOVE TOTAL-ALTERACOES    TO TRL-ALTERACOES.
           MOVE TOTAL-DESLIGAMENTOS TO TRL-DESLIGAMENTOS.
           MOVE TOTAL-REMUNERACOES  TO TRL-REMUNERACOES.
           MOVE TOTAL-RETIFICACOES  TO TRL-RETIFICACOES.
           MOVE TOTAL-VALOR-REMUNERACOES TO TRL-VALOR-REMUNERACOES.
           MOVE "9" TO REM-TIPO-REG.
           MOVE TRAILER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.
