       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG213.

      *    PREVISAO DO CUSTO DA FOLHA PARA OS PROXIMOS 12 MESES -
      *    BASE PARA O ORCAMENTO ANUAL, QUE ERA MONTADO A MAO EM
      *    ORCFOLHA.DAT. PARTE DO CADASTRO DE FUNCIONARIOS ATUAL
      *    (SALARIO CONVERTIDO PELO CAMBIO.DAT, HORISTA PELAS HORAS
      *    DO CADASTRO, COMO NA PROVISAO DO PROG154) E PROJETA CADA
      *    UMA DAS 12 COMPETENCIAS A PARTIR DA INFORMADA COM :
      *    - O REAJUSTE DO ACORDO COLETIVO NA COMPETENCIA INFORMADA;
      *    - O ADICIONAL DO CARGO (CARGO.DAT) E O ADICIONAL POR
      *      TEMPO DE SERVICO, COM A MUDANCA DE FAIXA NO MES EM QUE
      *      O QUINQUENIO SE COMPLETA (MESMAS FAIXAS DO PROG39);
      *    - OS BENEFICIOS DE VENCIMENTO DAS ADESOES (FUNCBEN.DAT);
      *    - AS PARCELAS DO 13O EM NOVEMBRO E DEZEMBRO;
      *    - O TERCO DAS FERIAS AGENDADAS EM FERIAS.DAT NO MES DO
      *      INICIO DO GOZO (O SALARIO DAS FERIAS JA ESTA NA FOLHA);
      *    - INSS PATRONAL 20% (PROG114) E FGTS 8% (PROG113);
      *    - AS VAGAS EM ABERTO DO QUADRO (VAGAS.DAT) PELO PISO DO
      *      CARGO.
      *    AS PARCELAS DOS CONSIGNADOS EM CURSO (EMPRESTIMO.DAT) SAO
      *    RETIDAS DO LIQUIDO E REPASSADAS AO BANCO - NAO SAO CUSTO,
      *    E SAEM EM QUADRO SEPARADO PARA A PREVISAO DE CAIXA. O
      *    RELATORIO POR DEPARTAMENTO E COMPETENCIA VAI PARA
      *    PREVFOLHA.REL E, A PEDIDO, A PREVISAO SUBSTITUI O
      *    ORCAMENTO DAS 12 COMPETENCIAS EM ORCFOLHA.DAT (PROG127).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPTO.cob".
           COPY "SELCAMBIO.cob".
           COPY "SELCARGO.cob".
           COPY "SELVAGAS.cob".
           COPY "SELBENEF.cob".
           COPY "SELFUNCBEN.cob".
           COPY "SELFERIAS.cob".
           COPY "SELEMPRESTIMO.cob".
           COPY "SELORCFOLHA.cob".

      *    COPIA DE TRABALHO DO ORCAMENTO NA CARGA DA PREVISAO.
           SELECT ARQUIVO-ORCTMP
           ASSIGN TO "ORCFOLHA.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORCTMP-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "PREVFOLHA.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPTO.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDVAGAS.cob".
           COPY "FDBENEF.cob".
           COPY "FDFUNCBEN.cob".
           COPY "FDFERIAS.cob".
           COPY "FDEMPRESTIMO.cob".
           COPY "FDORCFOLHA.cob".

       FD  ARQUIVO-ORCTMP.
       01  ORCTMP-REGISTRO         PIC X(38).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  DEPTO-ARQ-STATUS        PIC X(02).
       01  CAMBIO-ARQ-STATUS       PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  VAGAS-ARQ-STATUS        PIC X(02).
       01  BENEF-ARQ-STATUS        PIC X(02).
       01  FUNCBEN-ARQ-STATUS      PIC X(02).
       01  FERIAS-ARQ-STATUS       PIC X(02).
       01  EMPRESTIMO-ARQ-STATUS   PIC X(02).
       01  ORCFOLHA-ARQ-STATUS     PIC X(02).
       01  ORCTMP-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-DEPTO             PIC X.
       01  FINAL-CAMBIO            PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-VAGAS             PIC X.
       01  FINAL-BENEF             PIC X.
       01  FINAL-FUNCBEN           PIC X.
       01  FINAL-FERIAS            PIC X.
       01  FINAL-EMPRESTIMO        PIC X.
       01  FINAL-ORCFOLHA          PIC X.
       01  NOME-TABELA-CHEIA       PIC X(20).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    AS 12 COMPETENCIAS DA PREVISAO, A PARTIR DA INFORMADA.
       01  COMPETENCIA-INICIAL.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  TABELA-COMPETENCIAS.
           05 PREV-COMPETENCIA OCCURS 12 TIMES.
               10 PREV-COMP-ANO       PIC 9(04).
               10 PREV-COMP-MES       PIC 9(02).
       01  FILLER REDEFINES TABELA-COMPETENCIAS.
           05 PREV-COMP-NUM        PIC 9(06) OCCURS 12 TIMES.
       01  IDX-MES                 PIC 9(02).

      *    REAJUSTE DO ACORDO COLETIVO - PERCENTUAL E COMPETENCIA EM
      *    QUE PASSA A VALER (DENTRO DAS 12 DA PREVISAO).
       01  PERC-REAJUSTE           PIC 9(02)V9(02) VALUE ZEROS.
       01  COMP-REAJUSTE-INFORMADA PIC X(06).
       01  COMP-REAJUSTE           PIC 9(06) VALUE ZEROS.

      *    FAIXAS DO ADICIONAL POR TEMPO DE SERVICO - AS MESMAS DA
      *    FOLHA (PROG39). MANTER AS DUAS TABELAS IGUAIS.
       01  TABELA-FAIXAS-TEMPO.
           05 FILLER PIC X(06) VALUE "050500".
           05 FILLER PIC X(06) VALUE "101000".
           05 FILLER PIC X(06) VALUE "151500".
           05 FILLER PIC X(06) VALUE "202000".
       01  FILLER REDEFINES TABELA-FAIXAS-TEMPO.
           05 FAIXA-TEMPO-ITEM OCCURS 4 TIMES.
               10 FAIXA-TEMPO-ANOS    PIC 9(02).
               10 FAIXA-TEMPO-PERC    PIC 9(02)V9(02).
       01  IDX-FAIXA-TEMPO         PIC 9(01).
       01  ANOS-DE-CASA            PIC 9(03).
       01  PERC-ADICIONAL-TEMPO    PIC 9(02)V9(02).
       01  PERC-TEMPO-ANTERIOR     PIC 9(02)V9(02).

      *    ENCARGOS PATRONAIS - INSS PATRONAL 20% (PROG114) + FGTS
      *    8% (PROG113), COMO NA PROVISAO DO PROG154.
       01  PERCENTUAL-ENCARGOS     PIC 9(01)V9(04) VALUE 0.2800.
       01  HORAS-MES-PADRAO        PIC 9(03) VALUE 220.

      *    TABELA DE CAMBIO (CAMBIO.DAT) - MOEDA SEM TAXA E'
      *    TRATADA COMO REAL, COMO NA FOLHA (PROG39).
       01  TABELA-CAMBIO.
           05 QTD-MOEDAS-CAMBIO    PIC 9(02) VALUE ZEROS.
           05 CAMBIO-ITEM OCCURS 10 TIMES.
               10 CAMBIO-MOEDA         PIC X(03).
               10 CAMBIO-TAXA          PIC 9(03)V9(04).
       01  IDX-CAMBIO              PIC 9(02).
       01  CAMBIO-ENCONTRADO-SW    PIC X(01).
           88 CAMBIO-ENCONTRADO    VALUE "S".
       01  CAMBIO-TAXA-ENCONTRADA  PIC 9(03)V9(04).
       01  MOEDA-PESQUISADA        PIC X(03).

      *    CARGOS - PISO PARA AS VAGAS EM ABERTO E ADICIONAIS DE
      *    INSALUBRIDADE/PERICULOSIDADE (O MAIOR DOS DOIS).
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-PISO            PIC 9(06)V9(02).
               10 CGO-INSALUBRIDADE   PIC 9(02)V9(02).
               10 CGO-PERICULOSIDADE  PIC 9(02)V9(02).
       01  IDX-CARGO               PIC 9(03).
       01  CARGO-ACHADO-SW         PIC X(01).
           88 CARGO-ACHADO         VALUE "S".
       01  CARGO-PESQUISADO        PIC X(04).
       01  TIPO-PESQUISADO         PIC X(01).
       01  PERC-ADICIONAL-CARGO    PIC 9(02)V9(02).

      *    QUADRO AUTORIZADO (VAGAS.DAT) COM A OCUPACAO CONTADA NO
      *    CADASTRO - A DIFERENCA SAO AS VAGAS EM ABERTO.
       01  TABELA-QUADRO.
           05 QTD-QUADRO           PIC 9(03) VALUE ZEROS.
           05 QUADRO-ITEM OCCURS 500 TIMES.
               10 QDR-DEPARTAMENTO    PIC X(20).
               10 QDR-CARGO           PIC X(04).
               10 QDR-AUTORIZADA      PIC 9(03).
               10 QDR-OCUPADA         PIC 9(04).
       01  IDX-QUADRO              PIC 9(03).
       01  QUADRO-ACHADO-SW        PIC X(01).
           88 QUADRO-ACHADO        VALUE "S".
       01  VAGAS-EM-ABERTO         PIC 9(03).

      *    ITENS DE BENEFICIO (BENEF.DAT) E ADESOES (FUNCBEN.DAT).
       01  TABELA-BENEF.
           05 QTD-BENEF            PIC 9(02) VALUE ZEROS.
           05 BENEF-ITEM OCCURS 20 TIMES.
               10 BENEF-TAB-CODIGO    PIC X(04).
               10 BENEF-TAB-NATUREZA  PIC X(01).
               10 BENEF-TAB-FORMA     PIC X(01).
               10 BENEF-TAB-VALOR     PIC 9(06)V9(02).
               10 BENEF-TAB-PERC      PIC 9(02)V9(02).
       01  IDX-BENEF               PIC 9(02).
       01  TABELA-ADESOES.
           05 QTD-ADESOES          PIC 9(04) VALUE ZEROS.
           05 ADESAO-ITEM OCCURS 5000 TIMES.
               10 ADESAO-CODIGO       PIC 9(06).
               10 ADESAO-ITEM-COD     PIC X(04).
       01  IDX-ADESAO              PIC 9(04).

      *    FERIAS COM INICIO DE GOZO DENTRO DAS 12 COMPETENCIAS.
       01  TABELA-FERIAS.
           05 QTD-FERIAS           PIC 9(04) VALUE ZEROS.
           05 FERIAS-ITEM OCCURS 5000 TIMES.
               10 FER-CODIGO          PIC 9(06).
               10 FER-COMPETENCIA     PIC 9(06).
               10 FER-DIAS            PIC 9(02).
       01  IDX-FERIAS              PIC 9(04).
       01  COMP-GOZO               PIC 9(06).
       01  DIAS-FERIAS-MES         PIC 9(03).

      *    CUSTO PROJETADO POR DEPARTAMENTO E COMPETENCIA - OS
      *    DEPARTAMENTOS DO DEPTO.DAT, MAIS OS QUE SO APARECEREM NO
      *    CADASTRO DE FUNCIONARIOS OU NO QUADRO DE VAGAS.
       01  TABELA-DEPTOS.
           05 QTD-DEPTOS           PIC 9(02) VALUE ZEROS.
           05 DEPTO-ITEM OCCURS 60 TIMES.
               10 DEPTO-TAB-NOME      PIC X(20).
               10 DEPTO-TAB-MES OCCURS 12 TIMES.
                   15 DP-SALARIOS     PIC 9(10)V9(02).
                   15 DP-BENEFICIOS   PIC 9(10)V9(02).
                   15 DP-DECIMO       PIC 9(10)V9(02).
                   15 DP-FERIAS       PIC 9(10)V9(02).
                   15 DP-ENCARGOS     PIC 9(10)V9(02).
       01  IDX-DEPTO               PIC 9(02).
       01  DEPTO-ACHADO-SW         PIC X(01).
           88 DEPTO-ACHADO         VALUE "S".
       01  DEPTO-PESQUISADO        PIC X(20).

      *    TOTAL GERAL POR COMPETENCIA E OS CONSIGNADOS A REPASSAR.
       01  TABELA-GERAL.
           05 GERAL-MES OCCURS 12 TIMES.
               10 GR-SALARIOS         PIC 9(10)V9(02).
               10 GR-BENEFICIOS       PIC 9(10)V9(02).
               10 GR-DECIMO           PIC 9(10)V9(02).
               10 GR-FERIAS           PIC 9(10)V9(02).
               10 GR-ENCARGOS         PIC 9(10)V9(02).
               10 GR-CONSIGNADO       PIC 9(10)V9(02).

      *    BASE DO FUNCIONARIO (OU DA VAGA) SENDO PROJETADO.
       01  PROJETANDO-VAGA-SW      PIC X(01).
           88 PROJETANDO-VAGA      VALUE "S".
       01  MULTIPLICADOR           PIC 9(03).
       01  COMP-ADMISSAO           PIC 9(06).
       01  SALARIO-BASE-REAIS      PIC 9(07)V9(02).
       01  BENEF-FIXO-FUNC         PIC 9(07)V9(02).
       01  BENEF-PERC-FUNC         PIC 9(03)V9(02).
       01  SALARIO-MES             PIC 9(07)V9(02).
       01  REMUNERACAO-MES         PIC 9(07)V9(02).
       01  BENEFICIOS-MES          PIC 9(07)V9(02).
       01  DECIMO-MES              PIC 9(07)V9(02).
       01  FERIAS-MES              PIC 9(07)V9(02).
       01  ENCARGOS-MES            PIC 9(07)V9(02).
       01  SALDO-PROJETADO         PIC 9(08)V9(02).
       01  PARCELA-PROJETADA       PIC 9(08)V9(02).

       01  TOTAL-FUNCIONARIOS      PIC 9(05) VALUE ZEROS.
       01  TOTAL-VAGAS-PROJETADAS  PIC 9(05) VALUE ZEROS.
       01  TOTAL-QUINQUENIOS       PIC 9(05) VALUE ZEROS.
       01  TOTAL-CONSIGNADOS       PIC 9(05) VALUE ZEROS.
       01  TOTAL-CUSTO-PERIODO     PIC 9(12)V9(02) VALUE ZEROS.
       01  TOTAL-CUSTO-EDITADO     PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    SOMA DE UMA LINHA E DO PERIODO NA IMPRESSAO.
       01  TOTAIS-DA-LINHA.
           05 LIN-SALARIOS         PIC 9(12)V9(02).
           05 LIN-BENEFICIOS       PIC 9(12)V9(02).
           05 LIN-DECIMO           PIC 9(12)V9(02).
           05 LIN-FERIAS           PIC 9(12)V9(02).
           05 LIN-ENCARGOS         PIC 9(12)V9(02).
           05 LIN-TOTAL            PIC 9(12)V9(02).
       01  TOTAIS-DO-PERIODO.
           05 PER-SALARIOS         PIC 9(12)V9(02).
           05 PER-BENEFICIOS       PIC 9(12)V9(02).
           05 PER-DECIMO           PIC 9(12)V9(02).
           05 PER-FERIAS           PIC 9(12)V9(02).
           05 PER-ENCARGOS         PIC 9(12)V9(02).
           05 PER-TOTAL            PIC 9(12)V9(02).

      *    VALORES IMPRESSOS EM REAIS INTEIROS PARA CABER NAS 80
      *    COLUNAS - O ORCAMENTO GRAVADO MANTEM OS CENTAVOS.
       01  LINHA-DETALHE.
           05 DET-COMPETENCIA      PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SALARIOS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-BENEFICIOS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DECIMO           PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-FERIAS           PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ENCARGOS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-TOTAL            PIC ZZZ,ZZZ,ZZ9.
       01  COMPETENCIA-EDITADA.
           05 CED-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 CED-ANO              PIC 9(04).
       01  PERC-REAJUSTE-EDITADO   PIC Z9.99.
       01  QUANTIDADE-EDITADA      PIC ZZZZ9.

      *    CARGA DA PREVISAO NO ORCAMENTO DE FOLHA.
       01  OPCAO-CARGA             PIC X(01).
           88 CARGA-BRUTO          VALUE "B".
           88 CARGA-CUSTO-TOTAL    VALUE "C".
           88 CARGA-NAO            VALUE "N".
       01  ORCAMENTOS-MANTIDOS     PIC 9(05) VALUE ZEROS.
       01  ORCAMENTOS-SUBSTITUIDOS PIC 9(05) VALUE ZEROS.
       01  ORCAMENTOS-GRAVADOS     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PREVISAO DO CUSTO DA FOLHA (12 MESES) ----".
           PERFORM PEDE-PARAMETROS.

           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-TABELA-CAMBIO.
           PERFORM CARREGA-CARGOS.
           PERFORM CARREGA-QUADRO.
           PERFORM CARREGA-BENEFICIOS.
           PERFORM CARREGA-FERIAS-AGENDADAS.
           MOVE ZEROS TO TABELA-GERAL.

           PERFORM PROJETA-FUNCIONARIOS.
           PERFORM PROJETA-VAGAS-EM-ABERTO.
           PERFORM PROJETA-CONSIGNADOS.
           PERFORM GRAVA-RELATORIO.

           MOVE TOTAL-CUSTO-PERIODO TO TOTAL-CUSTO-EDITADO.
           DISPLAY "FUNCIONARIOS PROJETADOS     : " TOTAL-FUNCIONARIOS.
           DISPLAY "VAGAS EM ABERTO PROJETADAS  : "
                   TOTAL-VAGAS-PROJETADAS.
           DISPLAY "QUINQUENIOS A VENCER        : " TOTAL-QUINQUENIOS.
           DISPLAY "CUSTO TOTAL DOS 12 MESES    : " TOTAL-CUSTO-EDITADO.
           DISPLAY "RELATORIO GRAVADO EM PREVFOLHA.REL.".

           PERFORM PERGUNTA-CARGA-ORCAMENTO.

       PROGRAM-DONE.
           STOP RUN.

      *===============================================================
      *    PARAMETROS - COMPETENCIA INICIAL E REAJUSTE DO ACORDO.
      *===============================================================
       PEDE-PARAMETROS.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM - ENTER = MES "
                   "SEGUINTE) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS NOT EQUAL SPACES
                   AND COMPETENCIA-INFORMADA IS NUMERIC
               MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-INICIAL
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT EQUAL SPACES
                   DISPLAY "COMPETENCIA INVALIDA - USADO O MES "
                           "SEGUINTE."
               END-IF
               MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO
               MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES
               ADD 1 TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS GREATER THAN 12
               MOVE 1 TO COMPETENCIA-MES
               ADD 1 TO COMPETENCIA-ANO.
           IF COMPETENCIA-MES IS EQUAL ZEROS
               MOVE 1 TO COMPETENCIA-MES.
           PERFORM MONTA-COMPETENCIAS.

           DISPLAY "PERCENTUAL DO REAJUSTE DO ACORDO COLETIVO "
                   "(ENTER = SEM REAJUSTE) : ".
           MOVE ZEROS TO PERC-REAJUSTE.
           ACCEPT PERC-REAJUSTE.
           IF PERC-REAJUSTE IS NOT NUMERIC
               MOVE ZEROS TO PERC-REAJUSTE.
           IF PERC-REAJUSTE IS GREATER THAN ZEROS
               PERFORM PEDE-COMPETENCIA-REAJUSTE.

       PEDE-COMPETENCIA-REAJUSTE.
           DISPLAY "COMPETENCIA EM QUE O REAJUSTE PASSA A VALER "
                   "(AAAAMM) : ".
           MOVE SPACES TO COMP-REAJUSTE-INFORMADA.
           ACCEPT COMP-REAJUSTE-INFORMADA.
           IF COMP-REAJUSTE-INFORMADA IS NUMERIC
               MOVE COMP-REAJUSTE-INFORMADA TO COMP-REAJUSTE
           ELSE
               MOVE ZEROS TO COMP-REAJUSTE.
           IF COMP-REAJUSTE IS LESS THAN PREV-COMP-NUM(1)
                   OR COMP-REAJUSTE IS GREATER THAN PREV-COMP-NUM(12)
               DISPLAY "COMPETENCIA FORA DOS 12 MESES DA PREVISAO - "
                       "REAJUSTE DESCONSIDERADO."
               MOVE ZEROS TO PERC-REAJUSTE
               MOVE ZEROS TO COMP-REAJUSTE.

       MONTA-COMPETENCIAS.
           MOVE 1 TO IDX-MES.
           PERFORM GUARDA-UMA-COMPETENCIA
                   UNTIL IDX-MES IS GREATER THAN 12.

       GUARDA-UMA-COMPETENCIA.
           MOVE COMPETENCIA-ANO TO PREV-COMP-ANO(IDX-MES).
           MOVE COMPETENCIA-MES TO PREV-COMP-MES(IDX-MES).
           ADD 1 TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS GREATER THAN 12
               MOVE 1 TO COMPETENCIA-MES
               ADD 1 TO COMPETENCIA-ANO.
           ADD 1 TO IDX-MES.

      *===============================================================
      *    CARGA DAS TABELAS.
      *===============================================================
       CARREGA-DEPARTAMENTOS.
           MOVE ZEROS TO QTD-DEPTOS.
           OPEN INPUT ARQUIVO-DEPTO.
           IF DEPTO-ARQ-STATUS IS NOT EQUAL "00"
              AND DEPTO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE DEPARTAMENTOS - "
                       "STATUS : " DEPTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-DEPTO.
           PERFORM LEIA-PROXIMO-DEPTO.
           PERFORM GUARDA-DEPTO-NA-TABELA
                   UNTIL FINAL-DEPTO IS EQUAL "S".
           CLOSE ARQUIVO-DEPTO.

       LEIA-PROXIMO-DEPTO.
           READ ARQUIVO-DEPTO AT END
           MOVE "S" TO FINAL-DEPTO.

       GUARDA-DEPTO-NA-TABELA.
           MOVE DEPTO-NOME TO DEPTO-PESQUISADO.
           PERFORM LOCALIZA-OU-ABRE-DEPTO.
           PERFORM LEIA-PROXIMO-DEPTO.

      *    DEIXA IDX-DEPTO NA LINHA DO DEPARTAMENTO, ABRINDO UMA
      *    LINHA ZERADA QUANDO ELE AINDA NAO ESTIVER NA TABELA.
       LOCALIZA-OU-ABRE-DEPTO.
           MOVE 1 TO IDX-DEPTO.
           MOVE "N" TO DEPTO-ACHADO-SW.
           PERFORM PROCURA-DEPTO
                   UNTIL DEPTO-ACHADO
                   OR IDX-DEPTO IS GREATER THAN QTD-DEPTOS.
           IF NOT DEPTO-ACHADO
               IF QTD-DEPTOS IS EQUAL 60
                   MOVE "DEPARTAMENTOS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-DEPTOS
                   MOVE QTD-DEPTOS TO IDX-DEPTO
                   MOVE DEPTO-PESQUISADO TO DEPTO-TAB-NOME(IDX-DEPTO)
                   MOVE 1 TO IDX-MES
                   PERFORM ZERA-MES-DO-DEPTO
                           UNTIL IDX-MES IS GREATER THAN 12.

       PROCURA-DEPTO.
           IF DEPTO-TAB-NOME(IDX-DEPTO) IS EQUAL DEPTO-PESQUISADO
               MOVE "S" TO DEPTO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-DEPTO.

       ZERA-MES-DO-DEPTO.
           MOVE ZEROS TO DEPTO-TAB-MES(IDX-DEPTO, IDX-MES).
           ADD 1 TO IDX-MES.

      *    CARREGA AS TAXAS DE CONVERSAO DO ARQUIVO MESTRE DE CAMBIO
      *    (CAMBIO.DAT, MANTIDO PELO PROG51).
       CARREGA-TABELA-CAMBIO.
           MOVE ZEROS TO QTD-MOEDAS-CAMBIO.
           OPEN INPUT ARQUIVO-CAMBIO.
           IF CAMBIO-ARQ-STATUS IS NOT EQUAL "00"
              AND CAMBIO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CAMBIO - STATUS : "
                       CAMBIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CAMBIO.
           PERFORM LEIA-PROXIMA-TAXA-CAMBIO.
           PERFORM GUARDA-TAXA-CAMBIO
                   UNTIL FINAL-CAMBIO IS EQUAL "S".
           CLOSE ARQUIVO-CAMBIO.

       LEIA-PROXIMA-TAXA-CAMBIO.
           READ ARQUIVO-CAMBIO AT END
           MOVE "S" TO FINAL-CAMBIO.

       GUARDA-TAXA-CAMBIO.
           IF QTD-MOEDAS-CAMBIO IS LESS THAN 10
               ADD 1 TO QTD-MOEDAS-CAMBIO
               MOVE CAMBIO-REG-MOEDA
                    TO CAMBIO-MOEDA(QTD-MOEDAS-CAMBIO)
               MOVE CAMBIO-REG-TAXA
                    TO CAMBIO-TAXA(QTD-MOEDAS-CAMBIO).
           PERFORM LEIA-PROXIMA-TAXA-CAMBIO.

       PROCURA-TAXA-CAMBIO.
           MOVE 1 TO IDX-CAMBIO.
           MOVE "N" TO CAMBIO-ENCONTRADO-SW.
           PERFORM COMPARA-PROXIMA-MOEDA
                   UNTIL CAMBIO-ENCONTRADO
                   OR IDX-CAMBIO IS GREATER THAN QTD-MOEDAS-CAMBIO.
           IF CAMBIO-ENCONTRADO
               MOVE CAMBIO-TAXA(IDX-CAMBIO)
                    TO CAMBIO-TAXA-ENCONTRADA
           ELSE
               MOVE 1.0000 TO CAMBIO-TAXA-ENCONTRADA.

       COMPARA-PROXIMA-MOEDA.
           IF CAMBIO-MOEDA(IDX-CAMBIO) IS EQUAL MOEDA-PESQUISADA
               MOVE "S" TO CAMBIO-ENCONTRADO-SW
           ELSE
               ADD 1 TO IDX-CAMBIO.

       CARREGA-CARGOS.
           MOVE ZEROS TO QTD-CARGOS.
           OPEN INPUT ARQUIVO-CARGO.
           IF CARGO-ARQ-STATUS IS NOT EQUAL "00"
              AND CARGO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE CARGOS - "
                       "STATUS : " CARGO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CARGO.
           PERFORM LEIA-PROXIMO-CARGO.
           PERFORM GUARDA-CARGO-NA-TABELA
                   UNTIL FINAL-CARGO IS EQUAL "S".
           CLOSE ARQUIVO-CARGO.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-CARGO.

       GUARDA-CARGO-NA-TABELA.
           IF QTD-CARGOS IS LESS THAN 200
               ADD 1 TO QTD-CARGOS
               MOVE CARGO-CODIGO TO CGO-CODIGO(QTD-CARGOS)
               MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS)
               MOVE ZEROS TO CGO-PISO(QTD-CARGOS)
               MOVE ZEROS TO CGO-INSALUBRIDADE(QTD-CARGOS)
               MOVE ZEROS TO CGO-PERICULOSIDADE(QTD-CARGOS)
               IF CARGO-PISO IS NUMERIC
                   MOVE CARGO-PISO TO CGO-PISO(QTD-CARGOS)
               END-IF
               IF CARGO-PERC-INSALUBRIDADE IS NUMERIC
                   MOVE CARGO-PERC-INSALUBRIDADE
                        TO CGO-INSALUBRIDADE(QTD-CARGOS)
               END-IF
               IF CARGO-PERC-PERICULOSIDADE IS NUMERIC
                   MOVE CARGO-PERC-PERICULOSIDADE
                        TO CGO-PERICULOSIDADE(QTD-CARGOS)
               END-IF
           ELSE
               MOVE "CARGOS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMO-CARGO.

      *    LOCALIZA O CARGO PELO CODIGO E TIPO - TIPO EM BRANCO
      *    ACEITA A PRIMEIRA LINHA DO CODIGO (VAGAS DO QUADRO, QUE
      *    NAO TEM O TIPO). DEVOLVE O MAIOR ADICIONAL DO CARGO.
       LOCALIZA-CARGO.
           MOVE ZEROS TO PERC-ADICIONAL-CARGO.
           MOVE 1 TO IDX-CARGO.
           MOVE "N" TO CARGO-ACHADO-SW.
           PERFORM PROCURA-CARGO
                   UNTIL CARGO-ACHADO
                   OR IDX-CARGO IS GREATER THAN QTD-CARGOS.
           IF CARGO-ACHADO
               IF CGO-PERICULOSIDADE(IDX-CARGO) IS NOT LESS THAN
                       CGO-INSALUBRIDADE(IDX-CARGO)
                   MOVE CGO-PERICULOSIDADE(IDX-CARGO)
                        TO PERC-ADICIONAL-CARGO
               ELSE
                   MOVE CGO-INSALUBRIDADE(IDX-CARGO)
                        TO PERC-ADICIONAL-CARGO.

       PROCURA-CARGO.
           IF CGO-CODIGO(IDX-CARGO) IS EQUAL CARGO-PESQUISADO
                   AND (TIPO-PESQUISADO IS EQUAL SPACES
                    OR CGO-TIPO(IDX-CARGO) IS EQUAL TIPO-PESQUISADO)
               MOVE "S" TO CARGO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-CARGO.

       CARREGA-QUADRO.
           MOVE ZEROS TO QTD-QUADRO.
           OPEN INPUT ARQUIVO-VAGAS.
           IF VAGAS-ARQ-STATUS IS NOT EQUAL "00"
              AND VAGAS-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O QUADRO DE VAGAS - STATUS : "
                       VAGAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-VAGAS.
           PERFORM LEIA-PROXIMA-VAGA.
           PERFORM GUARDA-VAGA-NA-TABELA
                   UNTIL FINAL-VAGAS IS EQUAL "S".
           CLOSE ARQUIVO-VAGAS.

       LEIA-PROXIMA-VAGA.
           READ ARQUIVO-VAGAS AT END
           MOVE "S" TO FINAL-VAGAS.

       GUARDA-VAGA-NA-TABELA.
           IF QTD-QUADRO IS LESS THAN 500
               ADD 1 TO QTD-QUADRO
               MOVE VAGA-DEPARTAMENTO TO QDR-DEPARTAMENTO(QTD-QUADRO)
               MOVE VAGA-CARGO        TO QDR-CARGO(QTD-QUADRO)
               MOVE ZEROS             TO QDR-AUTORIZADA(QTD-QUADRO)
               IF VAGA-QTD-AUTORIZADA IS NUMERIC
                   MOVE VAGA-QTD-AUTORIZADA
                        TO QDR-AUTORIZADA(QTD-QUADRO)
               END-IF
               MOVE ZEROS             TO QDR-OCUPADA(QTD-QUADRO)
           ELSE
               MOVE "QUADRO DE VAGAS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMA-VAGA.

       CARREGA-BENEFICIOS.
           MOVE ZEROS TO QTD-BENEF.
           OPEN INPUT ARQUIVO-BENEF.
           IF BENEF-ARQ-STATUS IS NOT EQUAL "00"
              AND BENEF-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS ITENS DE BENEFICIO - "
                       "STATUS : " BENEF-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-BENEF.
           PERFORM LEIA-PROXIMO-BENEF.
           PERFORM GUARDA-BENEF-NA-TABELA
                   UNTIL FINAL-BENEF IS EQUAL "S".
           CLOSE ARQUIVO-BENEF.

           MOVE ZEROS TO QTD-ADESOES.
           OPEN INPUT ARQUIVO-FUNCBEN.
           IF FUNCBEN-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCBEN-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR AS ADESOES - STATUS : "
                       FUNCBEN-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-FUNCBEN.
           PERFORM LEIA-PROXIMA-ADESAO.
           PERFORM GUARDA-ADESAO-NA-TABELA
                   UNTIL FINAL-FUNCBEN IS EQUAL "S".
           CLOSE ARQUIVO-FUNCBEN.

       LEIA-PROXIMO-BENEF.
           READ ARQUIVO-BENEF AT END
           MOVE "S" TO FINAL-BENEF.

       GUARDA-BENEF-NA-TABELA.
           IF QTD-BENEF IS LESS THAN 20
               ADD 1 TO QTD-BENEF
               MOVE BENEF-ITEM-CODIGO TO BENEF-TAB-CODIGO(QTD-BENEF)
               MOVE BENEF-NATUREZA TO BENEF-TAB-NATUREZA(QTD-BENEF)
               MOVE BENEF-FORMA TO BENEF-TAB-FORMA(QTD-BENEF)
               MOVE BENEF-VALOR TO BENEF-TAB-VALOR(QTD-BENEF)
               MOVE BENEF-PERC TO BENEF-TAB-PERC(QTD-BENEF)
           ELSE
               MOVE "ITENS DE BENEFICIO" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMO-BENEF.

       LEIA-PROXIMA-ADESAO.
           READ ARQUIVO-FUNCBEN AT END
           MOVE "S" TO FINAL-FUNCBEN.

       GUARDA-ADESAO-NA-TABELA.
           IF QTD-ADESOES IS LESS THAN 5000
               ADD 1 TO QTD-ADESOES
               MOVE FUNCBEN-CODIGO TO ADESAO-CODIGO(QTD-ADESOES)
               MOVE FUNCBEN-ITEM-CODIGO
                    TO ADESAO-ITEM-COD(QTD-ADESOES)
           ELSE
               MOVE "ADESOES" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMA-ADESAO.

      *    SO INTERESSAM AS FERIAS CUJO GOZO COMECA DENTRO DAS 12
      *    COMPETENCIAS DA PREVISAO.
       CARREGA-FERIAS-AGENDADAS.
           MOVE ZEROS TO QTD-FERIAS.
           OPEN INPUT ARQUIVO-FERIAS.
           IF FERIAS-ARQ-STATUS IS NOT EQUAL "00"
              AND FERIAS-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FERIAS - "
                       "STATUS : " FERIAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-FERIAS.
           PERFORM LEIA-PROXIMAS-FERIAS.
           PERFORM EXAMINA-FERIAS
                   UNTIL FINAL-FERIAS IS EQUAL "S".
           CLOSE ARQUIVO-FERIAS.

       LEIA-PROXIMAS-FERIAS.
           READ ARQUIVO-FERIAS AT END
           MOVE "S" TO FINAL-FERIAS.

       EXAMINA-FERIAS.
           MOVE ZEROS TO COMP-GOZO.
           IF FERIAS-GOZO-ANO IS NUMERIC
                   AND FERIAS-GOZO-MES IS NUMERIC
               COMPUTE COMP-GOZO =
                       (FERIAS-GOZO-ANO * 100) + FERIAS-GOZO-MES.
           IF COMP-GOZO IS NOT LESS THAN PREV-COMP-NUM(1)
                   AND COMP-GOZO IS NOT GREATER THAN
                       PREV-COMP-NUM(12)
                   AND FERIAS-DIAS-GOZADOS IS NUMERIC
               PERFORM GUARDA-FERIAS-NA-TABELA.
           PERFORM LEIA-PROXIMAS-FERIAS.

       GUARDA-FERIAS-NA-TABELA.
           IF QTD-FERIAS IS LESS THAN 5000
               ADD 1 TO QTD-FERIAS
               MOVE FERIAS-CODIGO       TO FER-CODIGO(QTD-FERIAS)
               MOVE COMP-GOZO           TO FER-COMPETENCIA(QTD-FERIAS)
               MOVE FERIAS-DIAS-GOZADOS TO FER-DIAS(QTD-FERIAS)
           ELSE
               MOVE "FERIAS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.

      *===============================================================
      *    PROJECAO DOS FUNCIONARIOS DO CADASTRO.
      *===============================================================
       PROJETA-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO PROJETANDO-VAGA-SW.
           MOVE 1 TO MULTIPLICADOR.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM PROJETA-UM-FUNCIONARIO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       PROJETA-UM-FUNCIONARIO.
           ADD 1 TO TOTAL-FUNCIONARIOS.
           MOVE FUNCIONARIO-MOEDA TO MOEDA-PESQUISADA.
           PERFORM PROCURA-TAXA-CAMBIO.
      *    PARA O HORISTA O SALARIO DO CADASTRO E' O VALOR DA HORA -
      *    A BASE MENSAL E' HORA X HORAS CONTRATADAS (PROG154).
           IF FUNCIONARIO-HORISTA
               IF FUNCIONARIO-HORAS-MES IS GREATER THAN ZEROS
                   COMPUTE SALARIO-BASE-REAIS ROUNDED =
                           FUNCIONARIO-SALARIO *
                           FUNCIONARIO-HORAS-MES *
                           CAMBIO-TAXA-ENCONTRADA
               ELSE
                   COMPUTE SALARIO-BASE-REAIS ROUNDED =
                           FUNCIONARIO-SALARIO * HORAS-MES-PADRAO *
                           CAMBIO-TAXA-ENCONTRADA
               END-IF
           ELSE
               COMPUTE SALARIO-BASE-REAIS ROUNDED =
                       FUNCIONARIO-SALARIO * CAMBIO-TAXA-ENCONTRADA.
           MOVE FUNCIONARIO-CARGO TO CARGO-PESQUISADO.
           MOVE FUNCIONARIO-TIPO  TO TIPO-PESQUISADO.
           PERFORM LOCALIZA-CARGO.
           PERFORM APURA-BENEFICIOS-DO-FUNC.
           PERFORM CONTA-OCUPACAO-NO-QUADRO.
           COMPUTE COMP-ADMISSAO =
                   (FUNCIONARIO-ADM-ANO * 100) + FUNCIONARIO-ADM-MES.
           MOVE FUNCIONARIO-DEPARTAMENTO TO DEPTO-PESQUISADO.
           PERFORM LOCALIZA-OU-ABRE-DEPTO.
           MOVE ZEROS TO PERC-TEMPO-ANTERIOR.
           MOVE 1 TO IDX-MES.
           PERFORM PROJETA-UM-MES
                   UNTIL IDX-MES IS GREATER THAN 12.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

      *    ITENS DE VENCIMENTO DAS ADESOES DO FUNCIONARIO - OS DE
      *    VALOR FIXO SOMAM O VALOR, OS PERCENTUAIS SOMAM O
      *    PERCENTUAL, APLICADO MES A MES SOBRE A REMUNERACAO. OS
      *    ITENS DE DESCONTO SAEM DO LIQUIDO E NAO SAO CUSTO.
       APURA-BENEFICIOS-DO-FUNC.
           MOVE ZEROS TO BENEF-FIXO-FUNC.
           MOVE ZEROS TO BENEF-PERC-FUNC.
           MOVE 1 TO IDX-ADESAO.
           PERFORM EXAMINA-ADESAO
                   UNTIL IDX-ADESAO IS GREATER THAN QTD-ADESOES.

       EXAMINA-ADESAO.
           IF ADESAO-CODIGO(IDX-ADESAO) IS EQUAL FUNCIONARIO-CODIGO
               PERFORM SOMA-ITEM-DA-ADESAO.
           ADD 1 TO IDX-ADESAO.

       SOMA-ITEM-DA-ADESAO.
           MOVE 1 TO IDX-BENEF.
           PERFORM LOCALIZA-ITEM-BENEF
                   UNTIL IDX-BENEF IS GREATER THAN QTD-BENEF
                   OR BENEF-TAB-CODIGO(IDX-BENEF) IS EQUAL
                      ADESAO-ITEM-COD(IDX-ADESAO).
           IF IDX-BENEF IS NOT GREATER THAN QTD-BENEF
               IF BENEF-TAB-NATUREZA(IDX-BENEF) IS EQUAL "V"
                   IF BENEF-TAB-FORMA(IDX-BENEF) IS EQUAL "P"
                       ADD BENEF-TAB-PERC(IDX-BENEF)
                           TO BENEF-PERC-FUNC
                   ELSE
                       ADD BENEF-TAB-VALOR(IDX-BENEF)
                           TO BENEF-FIXO-FUNC.

       LOCALIZA-ITEM-BENEF.
           ADD 1 TO IDX-BENEF.

       CONTA-OCUPACAO-NO-QUADRO.
           MOVE 1 TO IDX-QUADRO.
           MOVE "N" TO QUADRO-ACHADO-SW.
           PERFORM PROCURA-LINHA-DO-QUADRO
                   UNTIL QUADRO-ACHADO
                   OR IDX-QUADRO IS GREATER THAN QTD-QUADRO.
           IF QUADRO-ACHADO
               ADD 1 TO QDR-OCUPADA(IDX-QUADRO).

       PROCURA-LINHA-DO-QUADRO.
           IF QDR-DEPARTAMENTO(IDX-QUADRO) IS EQUAL
                   FUNCIONARIO-DEPARTAMENTO
                   AND QDR-CARGO(IDX-QUADRO) IS EQUAL
                       FUNCIONARIO-CARGO
               MOVE "S" TO QUADRO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-QUADRO.

      *    CUSTO DE UMA COMPETENCIA DO FUNCIONARIO (OU DAS VAGAS DE
      *    UMA LINHA DO QUADRO, MULTIPLICADO PELA QUANTIDADE). QUEM
      *    SO SERA ADMITIDO DEPOIS DA COMPETENCIA NAO ENTRA NELA.
       PROJETA-UM-MES.
           IF PROJETANDO-VAGA
                   OR COMP-ADMISSAO IS NOT GREATER THAN
                      PREV-COMP-NUM(IDX-MES)
               PERFORM CALCULA-CUSTO-DO-MES
               PERFORM ACUMULA-CUSTO-DO-MES.
           ADD 1 TO IDX-MES.

       CALCULA-CUSTO-DO-MES.
           MOVE SALARIO-BASE-REAIS TO SALARIO-MES.
           IF PERC-REAJUSTE IS GREATER THAN ZEROS
                   AND PREV-COMP-NUM(IDX-MES) IS NOT LESS THAN
                       COMP-REAJUSTE
               COMPUTE SALARIO-MES ROUNDED =
                       SALARIO-BASE-REAIS *
                       (100 + PERC-REAJUSTE) / 100.
           MOVE ZEROS TO PERC-ADICIONAL-TEMPO.
           IF NOT PROJETANDO-VAGA
               PERFORM APURA-FAIXA-TEMPO-DO-MES.
           COMPUTE REMUNERACAO-MES ROUNDED =
                   SALARIO-MES +
                   (SALARIO-MES * PERC-ADICIONAL-CARGO / 100) +
                   (SALARIO-MES * PERC-ADICIONAL-TEMPO / 100).
           COMPUTE BENEFICIOS-MES ROUNDED =
                   BENEF-FIXO-FUNC +
                   (REMUNERACAO-MES * BENEF-PERC-FUNC / 100).
      *    13O EM DUAS PARCELAS DE METADE, EM NOVEMBRO E DEZEMBRO.
           MOVE ZEROS TO DECIMO-MES.
           IF PREV-COMP-MES(IDX-MES) IS EQUAL 11
                   OR PREV-COMP-MES(IDX-MES) IS EQUAL 12
               COMPUTE DECIMO-MES ROUNDED = REMUNERACAO-MES / 2.
      *    FERIAS - O TERCO CONSTITUCIONAL DOS DIAS AGENDADOS.
           MOVE ZEROS TO FERIAS-MES.
           IF NOT PROJETANDO-VAGA
               PERFORM SOMA-DIAS-DE-FERIAS-DO-MES
               IF DIAS-FERIAS-MES IS GREATER THAN ZEROS
                   COMPUTE FERIAS-MES ROUNDED =
                           REMUNERACAO-MES * DIAS-FERIAS-MES / 90.
           COMPUTE ENCARGOS-MES ROUNDED =
                   (REMUNERACAO-MES + DECIMO-MES + FERIAS-MES) *
                   PERCENTUAL-ENCARGOS.

      *    MESMAS FAIXAS E MESMA CONTAGEM DE ANOS DA FOLHA (PROG39),
      *    NA COMPETENCIA PROJETADA - QUANDO A FAIXA SOBE DENTRO DO
      *    PERIODO, O QUINQUENIO VENCE NAQUELE MES.
       APURA-FAIXA-TEMPO-DO-MES.
           COMPUTE ANOS-DE-CASA =
                   PREV-COMP-ANO(IDX-MES) - FUNCIONARIO-ADM-ANO.
           IF PREV-COMP-MES(IDX-MES) IS LESS THAN FUNCIONARIO-ADM-MES
                   AND ANOS-DE-CASA IS GREATER THAN ZEROS
               SUBTRACT 1 FROM ANOS-DE-CASA.
           MOVE 1 TO IDX-FAIXA-TEMPO.
           PERFORM ESCOLHE-FAIXA-TEMPO
                   UNTIL IDX-FAIXA-TEMPO IS GREATER THAN 4.
           IF IDX-MES IS GREATER THAN 1
                   AND PERC-ADICIONAL-TEMPO IS GREATER THAN
                       PERC-TEMPO-ANTERIOR
               ADD 1 TO TOTAL-QUINQUENIOS.
           MOVE PERC-ADICIONAL-TEMPO TO PERC-TEMPO-ANTERIOR.

       ESCOLHE-FAIXA-TEMPO.
           IF ANOS-DE-CASA IS GREATER THAN OR EQUAL
                   FAIXA-TEMPO-ANOS(IDX-FAIXA-TEMPO)
               MOVE FAIXA-TEMPO-PERC(IDX-FAIXA-TEMPO)
                    TO PERC-ADICIONAL-TEMPO.
           ADD 1 TO IDX-FAIXA-TEMPO.

       SOMA-DIAS-DE-FERIAS-DO-MES.
           MOVE ZEROS TO DIAS-FERIAS-MES.
           MOVE 1 TO IDX-FERIAS.
           PERFORM EXAMINA-FERIAS-DO-MES
                   UNTIL IDX-FERIAS IS GREATER THAN QTD-FERIAS.

       EXAMINA-FERIAS-DO-MES.
           IF FER-CODIGO(IDX-FERIAS) IS EQUAL FUNCIONARIO-CODIGO
                   AND FER-COMPETENCIA(IDX-FERIAS) IS EQUAL
                       PREV-COMP-NUM(IDX-MES)
               ADD FER-DIAS(IDX-FERIAS) TO DIAS-FERIAS-MES.
           ADD 1 TO IDX-FERIAS.

      *    IDX-DEPTO JA APONTA PARA O DEPARTAMENTO DO FUNCIONARIO
      *    OU DA LINHA DO QUADRO.
       ACUMULA-CUSTO-DO-MES.
           COMPUTE DP-SALARIOS(IDX-DEPTO, IDX-MES) =
                   DP-SALARIOS(IDX-DEPTO, IDX-MES) +
                   (REMUNERACAO-MES * MULTIPLICADOR).
           COMPUTE DP-BENEFICIOS(IDX-DEPTO, IDX-MES) =
                   DP-BENEFICIOS(IDX-DEPTO, IDX-MES) +
                   (BENEFICIOS-MES * MULTIPLICADOR).
           COMPUTE DP-DECIMO(IDX-DEPTO, IDX-MES) =
                   DP-DECIMO(IDX-DEPTO, IDX-MES) +
                   (DECIMO-MES * MULTIPLICADOR).
           COMPUTE DP-FERIAS(IDX-DEPTO, IDX-MES) =
                   DP-FERIAS(IDX-DEPTO, IDX-MES) +
                   (FERIAS-MES * MULTIPLICADOR).
           COMPUTE DP-ENCARGOS(IDX-DEPTO, IDX-MES) =
                   DP-ENCARGOS(IDX-DEPTO, IDX-MES) +
                   (ENCARGOS-MES * MULTIPLICADOR).

      *===============================================================
      *    VAGAS EM ABERTO - AUTORIZADAS NO QUADRO E NAO OCUPADAS NO
      *    CADASTRO, PROJETADAS PELO PISO DO CARGO DESDE A PRIMEIRA
      *    COMPETENCIA (SEM TEMPO DE CASA, BENEFICIOS OU FERIAS).
      *===============================================================
       PROJETA-VAGAS-EM-ABERTO.
           MOVE "S" TO PROJETANDO-VAGA-SW.
           MOVE ZEROS TO BENEF-FIXO-FUNC.
           MOVE ZEROS TO BENEF-PERC-FUNC.
           MOVE ZEROS TO COMP-ADMISSAO.
           MOVE 1 TO IDX-QUADRO.
           PERFORM PROJETA-UMA-LINHA-DO-QUADRO
                   UNTIL IDX-QUADRO IS GREATER THAN QTD-QUADRO.

       PROJETA-UMA-LINHA-DO-QUADRO.
           MOVE ZEROS TO VAGAS-EM-ABERTO.
           IF QDR-AUTORIZADA(IDX-QUADRO) IS GREATER THAN
                   QDR-OCUPADA(IDX-QUADRO)
               COMPUTE VAGAS-EM-ABERTO =
                       QDR-AUTORIZADA(IDX-QUADRO) -
                       QDR-OCUPADA(IDX-QUADRO).
           IF VAGAS-EM-ABERTO IS GREATER THAN ZEROS
               PERFORM PROJETA-VAGAS-DA-LINHA.
           ADD 1 TO IDX-QUADRO.

       PROJETA-VAGAS-DA-LINHA.
           MOVE QDR-CARGO(IDX-QUADRO) TO CARGO-PESQUISADO.
           MOVE SPACES TO TIPO-PESQUISADO.
           PERFORM LOCALIZA-CARGO.
           IF NOT CARGO-ACHADO
               DISPLAY "AVISO - CARGO " QDR-CARGO(IDX-QUADRO)
                       " DO QUADRO FORA DO CADASTRO DE CARGOS - "
                       "VAGAS NAO PROJETADAS."
               MOVE 4 TO RETURN-CODE
           ELSE
               IF CGO-TIPO(IDX-CARGO) IS EQUAL "H"
                   COMPUTE SALARIO-BASE-REAIS ROUNDED =
                           CGO-PISO(IDX-CARGO) * HORAS-MES-PADRAO
               ELSE
                   MOVE CGO-PISO(IDX-CARGO) TO SALARIO-BASE-REAIS
               END-IF
               MOVE VAGAS-EM-ABERTO TO MULTIPLICADOR
               ADD VAGAS-EM-ABERTO TO TOTAL-VAGAS-PROJETADAS
               MOVE QDR-DEPARTAMENTO(IDX-QUADRO) TO DEPTO-PESQUISADO
               PERFORM LOCALIZA-OU-ABRE-DEPTO
               MOVE 1 TO IDX-MES
               PERFORM PROJETA-UM-MES
                       UNTIL IDX-MES IS GREATER THAN 12.

      *===============================================================
      *    CONSIGNADOS EM CURSO - PARCELA DE CADA COMPETENCIA A
      *    PARTIR DO INICIO DO DESCONTO, A ULTIMA LIMITADA AO SALDO,
      *    COMO NO DESCONTO DA FOLHA (PROG39).
      *===============================================================
       PROJETA-CONSIGNADOS.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF EMPRESTIMO-ARQ-STATUS IS NOT EQUAL "00"
              AND EMPRESTIMO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS - "
                       "STATUS : " EMPRESTIMO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-EMPRESTIMO.
           PERFORM LEIA-PROXIMO-EMPRESTIMO.
           PERFORM PROJETA-UM-CONSIGNADO
                   UNTIL FINAL-EMPRESTIMO IS EQUAL "S".
           CLOSE ARQUIVO-EMPRESTIMO.

       LEIA-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO AT END
           MOVE "S" TO FINAL-EMPRESTIMO.

       PROJETA-UM-CONSIGNADO.
           IF EMPR-ATIVO AND EMPR-SALDO IS GREATER THAN ZEROS
               ADD 1 TO TOTAL-CONSIGNADOS
               MOVE EMPR-SALDO TO SALDO-PROJETADO
               MOVE 1 TO IDX-MES
               PERFORM PROJETA-PARCELA-DO-MES
                       UNTIL IDX-MES IS GREATER THAN 12.
           PERFORM LEIA-PROXIMO-EMPRESTIMO.

       PROJETA-PARCELA-DO-MES.
           IF PREV-COMP-NUM(IDX-MES) IS NOT LESS THAN EMPR-COMP-INICIO
                   AND SALDO-PROJETADO IS GREATER THAN ZEROS
               MOVE EMPR-VALOR-PARCELA TO PARCELA-PROJETADA
               IF PARCELA-PROJETADA IS GREATER THAN SALDO-PROJETADO
                   MOVE SALDO-PROJETADO TO PARCELA-PROJETADA
               END-IF
               SUBTRACT PARCELA-PROJETADA FROM SALDO-PROJETADO
               ADD PARCELA-PROJETADA TO GR-CONSIGNADO(IDX-MES).
           ADD 1 TO IDX-MES.

      *===============================================================
      *    RELATORIO - UM QUADRO POR DEPARTAMENTO COM CUSTO, AS 12
      *    COMPETENCIAS E O TOTAL DO PERIODO, E O QUADRO GERAL.
      *===============================================================
       GRAVA-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           MOVE 1 TO IDX-DEPTO.
           PERFORM GRAVA-QUADRO-DO-DEPTO
                   UNTIL IDX-DEPTO IS GREATER THAN QTD-DEPTOS.
           PERFORM GRAVA-QUADRO-GERAL.
           CLOSE ARQUIVO-RELATORIO.

       GRAVA-CABECALHO.
           MOVE PREV-COMP-MES(1) TO CED-MES.
           MOVE PREV-COMP-ANO(1) TO CED-ANO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PREVISAO DO CUSTO DA FOLHA - 12 MESES A PARTIR DE "
                  COMPETENCIA-EDITADA " - EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF PERC-REAJUSTE IS GREATER THAN ZEROS
               MOVE PERC-REAJUSTE TO PERC-REAJUSTE-EDITADO
               MOVE COMP-REAJUSTE(5:2) TO CED-MES
               MOVE COMP-REAJUSTE(1:4) TO CED-ANO
               STRING "REAJUSTE DO ACORDO COLETIVO : "
                      PERC-REAJUSTE-EDITADO "% A PARTIR DE "
                      COMPETENCIA-EDITADA
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "SEM REAJUSTE DO ACORDO COLETIVO NO PERIODO"
                    TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ENCARGOS : INSS PATRONAL 20% + FGTS 8% - FERIAS : "
                  "TERCO DO GOZO - EM REAIS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TITULO-DAS-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPET.   SALARIOS  BENEFICIOS         13O"
                  "      FERIAS    ENCARGOS        TOTAL"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    DEPARTAMENTO SEM CUSTO NO PERIODO (SEM FUNCIONARIOS NEM
      *    VAGAS) NAO E' IMPRESSO.
       GRAVA-QUADRO-DO-DEPTO.
           MOVE ZEROS TO TOTAIS-DO-PERIODO.
           MOVE 1 TO IDX-MES.
           PERFORM SOMA-MES-DO-DEPTO
                   UNTIL IDX-MES IS GREATER THAN 12.
           IF PER-TOTAL IS GREATER THAN ZEROS
               PERFORM IMPRIME-QUADRO-DO-DEPTO.
           ADD 1 TO IDX-DEPTO.

       SOMA-MES-DO-DEPTO.
           PERFORM MONTA-LINHA-DO-DEPTO.
           PERFORM SOMA-LINHA-NO-PERIODO.
           ADD 1 TO IDX-MES.

       MONTA-LINHA-DO-DEPTO.
           MOVE DP-SALARIOS(IDX-DEPTO, IDX-MES)   TO LIN-SALARIOS.
           MOVE DP-BENEFICIOS(IDX-DEPTO, IDX-MES) TO LIN-BENEFICIOS.
           MOVE DP-DECIMO(IDX-DEPTO, IDX-MES)     TO LIN-DECIMO.
           MOVE DP-FERIAS(IDX-DEPTO, IDX-MES)     TO LIN-FERIAS.
           MOVE DP-ENCARGOS(IDX-DEPTO, IDX-MES)   TO LIN-ENCARGOS.
           COMPUTE LIN-TOTAL =
                   LIN-SALARIOS + LIN-BENEFICIOS + LIN-DECIMO +
                   LIN-FERIAS + LIN-ENCARGOS.

       SOMA-LINHA-NO-PERIODO.
           ADD LIN-SALARIOS   TO PER-SALARIOS.
           ADD LIN-BENEFICIOS TO PER-BENEFICIOS.
           ADD LIN-DECIMO     TO PER-DECIMO.
           ADD LIN-FERIAS     TO PER-FERIAS.
           ADD LIN-ENCARGOS   TO PER-ENCARGOS.
           ADD LIN-TOTAL      TO PER-TOTAL.

       IMPRIME-QUADRO-DO-DEPTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO : " DEPTO-TAB-NOME(IDX-DEPTO)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-DAS-COLUNAS.
           MOVE 1 TO IDX-MES.
           PERFORM IMPRIME-MES-DO-DEPTO
                   UNTIL IDX-MES IS GREATER THAN 12.
           PERFORM IMPRIME-TOTAL-DO-PERIODO.

       IMPRIME-MES-DO-DEPTO.
           PERFORM MONTA-LINHA-DO-DEPTO.
           PERFORM IMPRIME-LINHA-DO-MES.
      *    O GERAL E' SOMADO AQUI, DEPARTAMENTO JA CONFERIDO.
           ADD LIN-SALARIOS   TO GR-SALARIOS(IDX-MES).
           ADD LIN-BENEFICIOS TO GR-BENEFICIOS(IDX-MES).
           ADD LIN-DECIMO     TO GR-DECIMO(IDX-MES).
           ADD LIN-FERIAS     TO GR-FERIAS(IDX-MES).
           ADD LIN-ENCARGOS   TO GR-ENCARGOS(IDX-MES).
           ADD 1 TO IDX-MES.

       IMPRIME-LINHA-DO-MES.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE PREV-COMP-MES(IDX-MES) TO CED-MES.
           MOVE PREV-COMP-ANO(IDX-MES) TO CED-ANO.
           MOVE COMPETENCIA-EDITADA TO DET-COMPETENCIA.
           MOVE LIN-SALARIOS   TO DET-SALARIOS.
           MOVE LIN-BENEFICIOS TO DET-BENEFICIOS.
           MOVE LIN-DECIMO     TO DET-DECIMO.
           MOVE LIN-FERIAS     TO DET-FERIAS.
           MOVE LIN-ENCARGOS   TO DET-ENCARGOS.
           MOVE LIN-TOTAL      TO DET-TOTAL.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-TOTAL-DO-PERIODO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE "TOTAL" TO DET-COMPETENCIA.
           MOVE PER-SALARIOS   TO DET-SALARIOS.
           MOVE PER-BENEFICIOS TO DET-BENEFICIOS.
           MOVE PER-DECIMO     TO DET-DECIMO.
           MOVE PER-FERIAS     TO DET-FERIAS.
           MOVE PER-ENCARGOS   TO DET-ENCARGOS.
           MOVE PER-TOTAL      TO DET-TOTAL.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-QUADRO-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL DA EMPRESA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-TITULO-DAS-COLUNAS.
           MOVE ZEROS TO TOTAIS-DO-PERIODO.
           MOVE 1 TO IDX-MES.
           PERFORM IMPRIME-MES-GERAL
                   UNTIL IDX-MES IS GREATER THAN 12.
           PERFORM IMPRIME-TOTAL-DO-PERIODO.
           MOVE PER-TOTAL TO TOTAL-CUSTO-PERIODO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VAGAS-PROJETADAS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VAGAS EM ABERTO PROJETADAS PELO PISO DO CARGO : "
                  QUANTIDADE-EDITADA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-QUINQUENIOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "QUINQUENIOS QUE VENCEM NO PERIODO            : "
                  QUANTIDADE-EDITADA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-CONSIGNADOS TO QUANTIDADE-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONSIGNADOS A REPASSAR ("
                  QUANTIDADE-EDITADA
                  " CONTRATOS) - RETIDOS DO LIQUIDO, FORA DO CUSTO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-MES.
           PERFORM IMPRIME-CONSIGNADO-DO-MES
                   UNTIL IDX-MES IS GREATER THAN 12.

       IMPRIME-MES-GERAL.
           MOVE GR-SALARIOS(IDX-MES)   TO LIN-SALARIOS.
           MOVE GR-BENEFICIOS(IDX-MES) TO LIN-BENEFICIOS.
           MOVE GR-DECIMO(IDX-MES)     TO LIN-DECIMO.
           MOVE GR-FERIAS(IDX-MES)     TO LIN-FERIAS.
           MOVE GR-ENCARGOS(IDX-MES)   TO LIN-ENCARGOS.
           COMPUTE LIN-TOTAL =
                   LIN-SALARIOS + LIN-BENEFICIOS + LIN-DECIMO +
                   LIN-FERIAS + LIN-ENCARGOS.
           PERFORM IMPRIME-LINHA-DO-MES.
           PERFORM SOMA-LINHA-NO-PERIODO.
           ADD 1 TO IDX-MES.

       IMPRIME-CONSIGNADO-DO-MES.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE PREV-COMP-MES(IDX-MES) TO CED-MES.
           MOVE PREV-COMP-ANO(IDX-MES) TO CED-ANO.
           MOVE COMPETENCIA-EDITADA TO DET-COMPETENCIA.
           MOVE GR-CONSIGNADO(IDX-MES) TO DET-TOTAL.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-MES.

      *===============================================================
      *    CARGA NO ORCAMENTO - AS LINHAS DE ORCFOLHA.DAT DAS 12
      *    COMPETENCIAS SAO SUBSTITUIDAS PELA PREVISAO, AS DEMAIS
      *    FICAM. O CONFRONTO DO PROG127 E' CONTRA O BRUTO DA FOLHA
      *    MENSAL, POR ISSO A CARGA PADRAO E' SO A COLUNA SALARIOS;
      *    O CUSTO TOTAL (COM 13O, FERIAS, BENEFICIOS E ENCARGOS)
      *    FICA A CRITERIO DE QUEM MONTA O ORCAMENTO.
      *===============================================================
       PERGUNTA-CARGA-ORCAMENTO.
           DISPLAY "CARREGAR A PREVISAO COMO ORCAMENTO EM "
                   "ORCFOLHA.DAT ?".
           DISPLAY "(B)RUTO DA FOLHA (C)USTO TOTAL (N)AO CARREGAR : ".
           MOVE SPACE TO OPCAO-CARGA.
           ACCEPT OPCAO-CARGA.
           IF OPCAO-CARGA IS EQUAL "b"
               MOVE "B" TO OPCAO-CARGA.
           IF OPCAO-CARGA IS EQUAL "c"
               MOVE "C" TO OPCAO-CARGA.
           IF CARGA-BRUTO OR CARGA-CUSTO-TOTAL
               PERFORM CARREGA-PREVISAO-NO-ORCAMENTO
           ELSE
               DISPLAY "ORCFOLHA.DAT NAO ALTERADO.".

       CARREGA-PREVISAO-NO-ORCAMENTO.
           OPEN INPUT ARQUIVO-ORCFOLHA.
           IF ORCFOLHA-ARQ-STATUS IS NOT EQUAL "00"
              AND ORCFOLHA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ORCAMENTO DE FOLHA - "
                       "STATUS : " ORCFOLHA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT ARQUIVO-ORCTMP.
           MOVE "N" TO FINAL-ORCFOLHA.
           PERFORM LEIA-PROXIMO-ORCAMENTO.
           PERFORM COPIA-OU-DESCARTA-ORCAMENTO
                   UNTIL FINAL-ORCFOLHA IS EQUAL "S".
           CLOSE ARQUIVO-ORCFOLHA.
           MOVE 1 TO IDX-DEPTO.
           PERFORM GRAVA-PREVISAO-DO-DEPTO
                   UNTIL IDX-DEPTO IS GREATER THAN QTD-DEPTOS.
           CLOSE ARQUIVO-ORCTMP.
           PERFORM RECARREGA-ORCAMENTO.
           DISPLAY "ORCAMENTOS MANTIDOS      : " ORCAMENTOS-MANTIDOS.
           DISPLAY "ORCAMENTOS SUBSTITUIDOS  : "
                   ORCAMENTOS-SUBSTITUIDOS.
           DISPLAY "ORCAMENTOS DA PREVISAO   : " ORCAMENTOS-GRAVADOS.

       LEIA-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCFOLHA AT END
           MOVE "S" TO FINAL-ORCFOLHA.

       COPIA-OU-DESCARTA-ORCAMENTO.
           IF ORCF-COMPETENCIA IS NOT LESS THAN PREV-COMP-NUM(1)
                   AND ORCF-COMPETENCIA IS NOT GREATER THAN
                       PREV-COMP-NUM(12)
               ADD 1 TO ORCAMENTOS-SUBSTITUIDOS
           ELSE
               MOVE ORCFOLHA-REGISTRO TO ORCTMP-REGISTRO
               WRITE ORCTMP-REGISTRO
               ADD 1 TO ORCAMENTOS-MANTIDOS.
           PERFORM LEIA-PROXIMO-ORCAMENTO.

       GRAVA-PREVISAO-DO-DEPTO.
           MOVE 1 TO IDX-MES.
           PERFORM GRAVA-PREVISAO-DO-MES
                   UNTIL IDX-MES IS GREATER THAN 12.
           ADD 1 TO IDX-DEPTO.

       GRAVA-PREVISAO-DO-MES.
           PERFORM MONTA-LINHA-DO-DEPTO.
           MOVE DEPTO-TAB-NOME(IDX-DEPTO) TO ORCF-DEPARTAMENTO.
           MOVE PREV-COMP-NUM(IDX-MES)    TO ORCF-COMPETENCIA.
           IF CARGA-BRUTO
               MOVE LIN-SALARIOS TO ORCF-VALOR
           ELSE
               MOVE LIN-TOTAL    TO ORCF-VALOR.
           IF ORCF-VALOR IS GREATER THAN ZEROS
               MOVE ORCFOLHA-REGISTRO TO ORCTMP-REGISTRO
               WRITE ORCTMP-REGISTRO
               ADD 1 TO ORCAMENTOS-GRAVADOS.
           ADD 1 TO IDX-MES.

       RECARREGA-ORCAMENTO.
           OPEN INPUT ARQUIVO-ORCTMP.
           OPEN OUTPUT ARQUIVO-ORCFOLHA.
           MOVE "N" TO FINAL-ORCFOLHA.
           PERFORM LEIA-PROXIMO-ORCTMP.
           PERFORM COPIA-ORCTMP
                   UNTIL FINAL-ORCFOLHA IS EQUAL "S".
           CLOSE ARQUIVO-ORCTMP.
           CLOSE ARQUIVO-ORCFOLHA.

       LEIA-PROXIMO-ORCTMP.
           READ ARQUIVO-ORCTMP AT END
           MOVE "S" TO FINAL-ORCFOLHA.

       COPIA-ORCTMP.
           MOVE ORCTMP-REGISTRO TO ORCFOLHA-REGISTRO.
           WRITE ORCFOLHA-REGISTRO.
           PERFORM LEIA-PROXIMO-ORCTMP.

       ACUSA-TABELA-CHEIA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
