       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG198.

      *    DECLARACAO ANUAL DO EMPREGADOR (DIRF/RAIS) - PARA O ANO
      *    ESCOLHIDO, MONTA EM DIRFRAIS.TXT UM REGISTRO POR
      *    FUNCIONARIO PAGO NO ANO, COM O RENDIMENTO TRIBUTAVEL, O
      *    INSS E O IRRF RETIDOS MES A MES, O 13O SALARIO COM SUAS
      *    RETENCOES EM SEPARADO E OS DEPENDENTES, IDENTIFICADO PELO
      *    CPF E PELO PIS. OS VALORES VEM DE FOLHAREG.DAT NA MESMA
      *    ABERTURA DO INFORME DE RENDIMENTOS (PROG124) - O QUE
      *    FECHA A DECLARACAO COM OS INFORMES ENTREGUES. O
      *    TRABALHADOR E' PROCURADO NO CADASTRO ATIVO, NO HISTORICO
      *    DE DEMITIDOS (FUNCDEM.DAT) E NO ARQUIVO MORTO
      *    (FUNCARQ.DAT), NESSA ORDEM DE PREFERENCIA. ANTES DE GERAR
      *    O ARQUIVO SAI A VALIDACAO EM DIRFVAL.REL : CPF OU PIS
      *    AUSENTE OU COM DIGITO INVALIDO (ERRO - O FUNCIONARIO SO
      *    ENTRA DEPOIS DE CORRIGIDO) E TOTAIS DA FOLHA QUE NAO
      *    BATEM COM OS ACUMULADOS DO ANO EM FUNCYTD.DAT (AVISO).
      *    HAVENDO ERRO, O OPERADOR ESCOLHE ENTRE GERAR SEM ESSES
      *    FUNCIONARIOS OU CORRIGIR ANTES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFOLHAREG.cob".
           COPY "SELFUNCYTD.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFUNCDEM.cob".
           COPY "SELFUNCARQ.cob".
           COPY "SELDEPENDENTE.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "DIRFVAL.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

      *    ARQUIVO LIDO PELO PROGRAMA GERADOR DA DECLARACAO.
           SELECT ARQUIVO-DECLARACAO
           ASSIGN TO "DIRFRAIS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECLARACAO-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAREG.cob".
           COPY "FDFUNCYTD.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFUNCDEM.cob".
           COPY "FDFUNCARQ.cob".
           COPY "FDDEPENDENTE.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       FD  ARQUIVO-DECLARACAO.
       01  LINHA-DECLARACAO.
           05 DCL-TIPO-REG        PIC X(01).
           05 DCL-DADOS           PIC X(449).

       WORKING-STORAGE SECTION.

       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  FUNCYTD-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FUNCDEM-ARQ-STATUS      PIC X(02).
       01  FUNCARQ-ARQ-STATUS      PIC X(02).
       01  DEPENDENTE-ARQ-STATUS   PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  DECLARACAO-ARQ-STATUS   PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HHMMSS PIC 9(06).
           05 FILLER               PIC 9(02).

       01  ANO-DECLARACAO          PIC 9(04).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

      *    UM ITEM POR FUNCIONARIO PAGO NO ANO (OU COM ACUMULADO NO
      *    FUNCYTD.DAT) - VALORES MES A MES E O 13O EM SEPARADO, A
      *    IDENTIFICACAO ACHADA NOS CADASTROS E OS TOTAIS DA FOLHA
      *    MENSAL PARA CONFERIR COM O ACUMULADO DO ANO.
      *    ADIANTAMENTOS (TIPO "A") FICAM FORA, JA ESTAO DENTRO DO
      *    LIQUIDO DA FOLHA MENSAL.
       01  TABELA-DECLARADOS.
           05 QTD-DECLARADOS       PIC 9(04) VALUE ZEROS.
           05 DRF-ITEM OCCURS 3000 TIMES.
               10 DRF-CODIGO          PIC 9(06).
               10 DRF-NOME            PIC X(20).
               10 DRF-CPF             PIC 9(11).
               10 DRF-PIS             PIC 9(11).
               10 DRF-DEPENDENTES     PIC 9(02).
               10 DRF-ORIGEM          PIC X(01).
                   88 DRF-DO-CADASTRO     VALUE "A".
                   88 DRF-DOS-DEMITIDOS   VALUE "D".
                   88 DRF-DO-ARQUIVO      VALUE "M".
                   88 DRF-SEM-ORIGEM      VALUE SPACE.
               10 DRF-TEM-FOLHA-SW    PIC X(01).
                   88 DRF-TEM-FOLHA       VALUE "S".
               10 DRF-TEM-YTD-SW      PIC X(01).
                   88 DRF-TEM-YTD         VALUE "S".
               10 DRF-TEM-DETALHE-SW  PIC X(01).
                   88 DRF-TEM-DETALHE     VALUE "S".
               10 DRF-ERRO-SW         PIC X(01).
                   88 DRF-COM-ERRO        VALUE "S".
               10 DRF-MES OCCURS 12 TIMES.
                   15 DRF-MES-TRIBUTAVEL  PIC 9(08)V9(02).
                   15 DRF-MES-INSS        PIC 9(07)V9(02).
                   15 DRF-MES-IRRF        PIC 9(07)V9(02).
               10 DRF-DECIMO          PIC 9(08)V9(02).
               10 DRF-DECIMO-INSS     PIC 9(07)V9(02).
               10 DRF-DECIMO-IRRF     PIC 9(07)V9(02).
               10 DRF-BRUTO-MENSAL    PIC 9(08)V9(02).
               10 DRF-RETIDO-MENSAL   PIC 9(08)V9(02).
               10 DRF-YTD-BRUTO       PIC 9(08)V9(02).
               10 DRF-YTD-DESCONTOS   PIC 9(08)V9(02).
       01  IDX-DRF                 PIC 9(04).
       01  IDX-MES                 PIC 9(02).
       01  PROCURA-CODIGO          PIC 9(06).
       01  CADASTRO-ACHADO-SW      PIC X(01).
           88 CADASTRO-ACHADO      VALUE "S".

       01  IDADE-DEPENDENTE        PIC S9(03).
       01  RENDIMENTO-DO-ANO       PIC 9(09)V9(02).
       01  RETIDO-DO-ANO           PIC 9(09)V9(02).

      *    CAMPOS DE TRABALHO DA VALIDACAO DE DIGITO VERIFICADOR DE
      *    CPF E PIS (MESMA REGRA DO PROGRM37).
       01  CPF-TRABALHO            PIC 9(11).
       01  FILLER REDEFINES CPF-TRABALHO.
           05 CPF-DIG OCCURS 11 TIMES PIC 9(01).
       01  PIS-TRABALHO            PIC 9(11).
       01  FILLER REDEFINES PIS-TRABALHO.
           05 PIS-DIG OCCURS 11 TIMES PIC 9(01).
       01  TABELA-PESOS-PIS.
           05 FILLER PIC X(10) VALUE "3298765432".
       01  FILLER REDEFINES TABELA-PESOS-PIS.
           05 PESO-PIS OCCURS 10 TIMES PIC 9(01).
       01  IDX-DV                  PIC 9(02).
       01  PESO-DV                 PIC 9(02).
       01  SOMA-DV                 PIC 9(04).
       01  QUOCIENTE-DV            PIC 9(04).
       01  RESTO-DV                PIC 9(02).
       01  DIGITO-DV               PIC 9(02).
       01  DOCUMENTO-VALIDO-SW     PIC X(01).
           88 DOCUMENTO-VALIDO     VALUE "S".

      *    LINHAS DA VALIDACAO.
       01  MENSAGEM-OCORRENCIA     PIC X(43).
       01  GRAVIDADE-OCORRENCIA    PIC X(05).
       01  LINHA-OCORRENCIA.
           05 LIN-CODIGO           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-NOME             PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-GRAVIDADE        PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-MENSAGEM         PIC X(43).
       01  LINHA-VALORES.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 LIN-ROTULO-FOLHA     PIC X(08).
           05 LIN-VALOR-FOLHA      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "ACUMULADO : ".
           05 LIN-VALOR-YTD        PIC $ZZ,ZZZ,ZZ9.99.

      *    LAYOUT FIXO DOS REGISTROS DA DECLARACAO.
       01  HEADER-DECLARACAO.
           05 HDR-LITERAL          PIC X(08) VALUE "DIRFRAIS".
           05 HDR-ANO              PIC 9(04).
           05 HDR-DATA             PIC 9(08).
           05 HDR-HORA             PIC 9(06).
       01  DETALHE-DECLARACAO.
           05 DET-CODIGO           PIC 9(06).
           05 DET-CPF              PIC 9(11).
           05 DET-PIS              PIC 9(11).
           05 DET-NOME             PIC X(20).
           05 DET-DEPENDENTES      PIC 9(02).
           05 DET-MES OCCURS 12 TIMES.
               10 DET-MES-TRIBUTAVEL  PIC 9(08)V9(02).
               10 DET-MES-INSS        PIC 9(07)V9(02).
               10 DET-MES-IRRF        PIC 9(07)V9(02).
           05 DET-DECIMO           PIC 9(08)V9(02).
           05 DET-DECIMO-INSS      PIC 9(07)V9(02).
           05 DET-DECIMO-IRRF      PIC 9(07)V9(02).
           05 DET-ORIGEM           PIC X(01).
       01  TRAILER-DECLARACAO.
           05 TRL-QUANTIDADE       PIC 9(06).
           05 TRL-TRIBUTAVEL       PIC 9(11)V9(02).
           05 TRL-DECIMO           PIC 9(11)V9(02).
           05 TRL-INSS             PIC 9(11)V9(02).
           05 TRL-IRRF             PIC 9(11)V9(02).
           05 TRL-EXCLUIDOS        PIC 9(06).

       01  TOTAL-DECLARADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-COM-ERRO          PIC 9(06) VALUE ZEROS.
       01  TOTAL-AVISOS            PIC 9(06) VALUE ZEROS.
       01  TOTAL-TRIBUTAVEL        PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-DECIMO            PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-INSS              PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-IRRF              PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRENTE FROM TIME.
           DISPLAY "---- DECLARACAO ANUAL DO EMPREGADOR (DIRF/RAIS) "
                   "----".
           DISPLAY "ANO-CALENDARIO (AAAA - ENTER = ANO ANTERIOR) : ".
           MOVE ZEROS TO ANO-DECLARACAO.
           ACCEPT ANO-DECLARACAO.
           IF ANO-DECLARACAO IS NOT NUMERIC
                   OR ANO-DECLARACAO IS EQUAL ZEROS
               COMPUTE ANO-DECLARACAO = DATA-CORRENTE-ANO - 1.

           PERFORM ACUMULA-FOLHA-DO-ANO.
           IF QTD-DECLARADOS IS EQUAL ZEROS
               DISPLAY "NENHUM REGISTRO DE FOLHA NO ANO "
                       ANO-DECLARACAO "."
               STOP RUN.
           PERFORM CARREGA-ACUMULADOS-DO-ANO.
           PERFORM IDENTIFICA-NO-ARQUIVO-MORTO.
           PERFORM IDENTIFICA-NOS-DEMITIDOS.
           PERFORM IDENTIFICA-NO-CADASTRO.
           PERFORM APURA-DEPENDENTES.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE 1 TO IDX-DRF.
           PERFORM VALIDA-DECLARADO
                   UNTIL IDX-DRF IS GREATER THAN QTD-DECLARADOS.
           PERFORM IMPRIME-TOTAIS-VALIDACAO.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "VALIDACAO GRAVADA EM DIRFVAL.REL.".
           DISPLAY "FUNCIONARIOS COM ERRO DE CPF/PIS : "
                   TOTAL-COM-ERRO.
           DISPLAY "AVISOS DE TOTAIS INCONSISTENTES  : " TOTAL-AVISOS.
           IF TOTAL-COM-ERRO IS GREATER THAN ZEROS
               MOVE SPACE TO RESPOSTA
               PERFORM PERGUNTA-GERACAO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "N"
                   DISPLAY "DECLARACAO NAO GERADA - CORRIJA O "
                           "CADASTRO (PROGRM37) E RODE DE NOVO."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN.

           OPEN OUTPUT ARQUIVO-DECLARACAO.
           PERFORM GRAVA-HEADER-DECLARACAO.
           MOVE 1 TO IDX-DRF.
           PERFORM GRAVA-DECLARADO
                   UNTIL IDX-DRF IS GREATER THAN QTD-DECLARADOS.
           PERFORM GRAVA-TRAILER-DECLARACAO.
           CLOSE ARQUIVO-DECLARACAO.

           DISPLAY "===================================".
           DISPLAY "DECLARACAO DO ANO " ANO-DECLARACAO
                   " GERADA EM DIRFRAIS.TXT.".
           DISPLAY "FUNCIONARIOS DECLARADOS : " TOTAL-DECLARADOS.
           MOVE TOTAL-TRIBUTAVEL TO TOTAL-EDITADO.
           DISPLAY "RENDIMENTO TRIBUTAVEL   : " TOTAL-EDITADO.
           MOVE TOTAL-DECIMO TO TOTAL-EDITADO.
           DISPLAY "13O SALARIO             : " TOTAL-EDITADO.
           MOVE TOTAL-INSS TO TOTAL-EDITADO.
           DISPLAY "INSS RETIDO             : " TOTAL-EDITADO.
           MOVE TOTAL-IRRF TO TOTAL-EDITADO.
           DISPLAY "IRRF RETIDO             : " TOTAL-EDITADO.
           IF TOTAL-COM-ERRO IS GREATER THAN ZEROS
               DISPLAY "FUNCIONARIOS FORA DA DECLARACAO (ERRO) : "
                       TOTAL-COM-ERRO.
           DISPLAY "===================================".
           IF TOTAL-COM-ERRO IS GREATER THAN ZEROS
                   OR TOTAL-AVISOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *    POSICIONA NO PRIMEIRO REGISTRO DO ANO (A CHAVE COMECA PELA
      *    COMPETENCIA) E SOMA ATE O ANO MUDAR.
       ACUMULA-FOLHA-DO-ANO.
           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS NOT EQUAL "00"
              AND FOLHAREG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O HISTORICO DA FOLHA - "
                       "STATUS : " FOLHAREG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE LOW-VALUES     TO FOLHAREG-CHAVE.
           MOVE ANO-DECLARACAO TO FOLHAREG-COMP-ANO.
           START ARQUIVO-FOLHAREG
                 KEY IS NOT LESS THAN FOLHAREG-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-FOLHAREG.
           PERFORM EXAMINA-FOLHAREG
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FOLHAREG.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
                   AND FOLHAREG-COMP-ANO IS NOT EQUAL ANO-DECLARACAO
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-FOLHAREG.
           IF NOT FOLHAREG-ADIANTAMENTO
               MOVE FOLHAREG-CODIGO TO PROCURA-CODIGO
               PERFORM LOCALIZA-OU-ABRE-DECLARADO
               PERFORM ACUMULA-NO-DECLARADO.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       ACUMULA-NO-DECLARADO.
           MOVE "S" TO DRF-TEM-FOLHA-SW(IDX-DRF).
           IF FOLHAREG-13-PARCELA-1
                   OR FOLHAREG-13-PARCELA-2
               ADD FOLHAREG-BRUTO     TO DRF-DECIMO(IDX-DRF)
               ADD FOLHAREG-DESC-INSS TO DRF-DECIMO-INSS(IDX-DRF)
               ADD FOLHAREG-DESC-IR   TO DRF-DECIMO-IRRF(IDX-DRF)
           ELSE
               MOVE FOLHAREG-COMP-MES TO IDX-MES
               ADD FOLHAREG-BRUTO
                   TO DRF-MES-TRIBUTAVEL(IDX-DRF, IDX-MES)
               ADD FOLHAREG-DESC-INSS
                   TO DRF-MES-INSS(IDX-DRF, IDX-MES)
               ADD FOLHAREG-DESC-IR
                   TO DRF-MES-IRRF(IDX-DRF, IDX-MES).
      *    SO A FOLHA MENSAL ENTRA NO ACUMULADO FUNCYTD (PROG39).
           IF FOLHAREG-FOLHA-MENSAL
               ADD FOLHAREG-BRUTO     TO DRF-BRUTO-MENSAL(IDX-DRF)
               ADD FOLHAREG-DESC-INSS TO DRF-RETIDO-MENSAL(IDX-DRF)
               ADD FOLHAREG-DESC-IR   TO DRF-RETIDO-MENSAL(IDX-DRF).

      *    PROCURA O FUNCIONARIO NA TABELA - INDICE MAIOR QUE A
      *    QUANTIDADE QUER DIZER QUE NAO ESTA.
       LOCALIZA-DECLARADO.
           MOVE 1 TO IDX-DRF.
           PERFORM AVANCA-DECLARADO
                   UNTIL IDX-DRF IS GREATER THAN QTD-DECLARADOS
                   OR DRF-CODIGO(IDX-DRF) IS EQUAL PROCURA-CODIGO.

       AVANCA-DECLARADO.
           ADD 1 TO IDX-DRF.

       LOCALIZA-OU-ABRE-DECLARADO.
           PERFORM LOCALIZA-DECLARADO.
           IF IDX-DRF IS GREATER THAN QTD-DECLARADOS
               IF QTD-DECLARADOS IS GREATER THAN OR EQUAL 3000
                   DISPLAY "TABELA DE DECLARADOS CHEIA (LIMITE 3000 "
                           "FUNCIONARIOS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-DECLARADOS
                   MOVE QTD-DECLARADOS TO IDX-DRF
                   PERFORM LIMPA-DECLARADO.

       LIMPA-DECLARADO.
           MOVE PROCURA-CODIGO TO DRF-CODIGO(IDX-DRF).
           MOVE SPACES TO DRF-NOME(IDX-DRF).
           MOVE ZEROS  TO DRF-CPF(IDX-DRF).
           MOVE ZEROS  TO DRF-PIS(IDX-DRF).
           MOVE ZEROS  TO DRF-DEPENDENTES(IDX-DRF).
           MOVE SPACE  TO DRF-ORIGEM(IDX-DRF).
           MOVE "N"    TO DRF-TEM-FOLHA-SW(IDX-DRF).
           MOVE "N"    TO DRF-TEM-YTD-SW(IDX-DRF).
           MOVE "N"    TO DRF-TEM-DETALHE-SW(IDX-DRF).
           MOVE "N"    TO DRF-ERRO-SW(IDX-DRF).
           MOVE 1 TO IDX-MES.
           PERFORM LIMPA-MES-DECLARADO
                   UNTIL IDX-MES IS GREATER THAN 12.
           MOVE ZEROS  TO DRF-DECIMO(IDX-DRF).
           MOVE ZEROS  TO DRF-DECIMO-INSS(IDX-DRF).
           MOVE ZEROS  TO DRF-DECIMO-IRRF(IDX-DRF).
           MOVE ZEROS  TO DRF-BRUTO-MENSAL(IDX-DRF).
           MOVE ZEROS  TO DRF-RETIDO-MENSAL(IDX-DRF).
           MOVE ZEROS  TO DRF-YTD-BRUTO(IDX-DRF).
           MOVE ZEROS  TO DRF-YTD-DESCONTOS(IDX-DRF).

       LIMPA-MES-DECLARADO.
           MOVE ZEROS TO DRF-MES-TRIBUTAVEL(IDX-DRF, IDX-MES).
           MOVE ZEROS TO DRF-MES-INSS(IDX-DRF, IDX-MES).
           MOVE ZEROS TO DRF-MES-IRRF(IDX-DRF, IDX-MES).
           ADD 1 TO IDX-MES.

      *    ACUMULADOS DO ANO GRAVADOS PELA FOLHA - UM FUNCIONARIO SO
      *    NO FUNCYTD ENTRA NA TABELA PARA SAIR NA VALIDACAO.
       CARREGA-ACUMULADOS-DO-ANO.
           OPEN INPUT ARQUIVO-FUNCYTD.
           IF FUNCYTD-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCYTD-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS ACUMULADOS DO ANO - "
                       "STATUS : " FUNCYTD-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCYTD.
           PERFORM GUARDA-ACUMULADO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCYTD.

       LEIA-PROXIMO-FUNCYTD.
           READ ARQUIVO-FUNCYTD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-ACUMULADO.
           IF FUNCYTD-ANO IS EQUAL ANO-DECLARACAO
               MOVE FUNCYTD-CODIGO TO PROCURA-CODIGO
               PERFORM LOCALIZA-OU-ABRE-DECLARADO
               MOVE "S" TO DRF-TEM-YTD-SW(IDX-DRF)
               ADD FUNCYTD-BRUTO     TO DRF-YTD-BRUTO(IDX-DRF)
               ADD FUNCYTD-DESCONTOS TO DRF-YTD-DESCONTOS(IDX-DRF).
           PERFORM LEIA-PROXIMO-FUNCYTD.

      *    A IDENTIFICACAO VEM DO ARQUIVO MORTO, DEPOIS DO HISTORICO
      *    DE DEMITIDOS E POR FIM DO CADASTRO ATIVO - CADA PASSADA
      *    SOBREPOE A ANTERIOR, VALE A MAIS RECENTE. REGISTROS
      *    GRAVADOS ANTES DE CPF/PIS NO HISTORICO TRAZEM BRANCOS.
       IDENTIFICA-NO-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-FUNCARQ.
           IF FUNCARQ-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCARQ-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO MORTO - STATUS : "
                       FUNCARQ-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCARQ.
           PERFORM EXAMINA-FUNCARQ
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCARQ.

       LEIA-PROXIMO-FUNCARQ.
           READ ARQUIVO-FUNCARQ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-FUNCARQ.
           MOVE FUNCARQ-CODIGO TO PROCURA-CODIGO.
           PERFORM LOCALIZA-DECLARADO.
           IF IDX-DRF IS NOT GREATER THAN QTD-DECLARADOS
               MOVE "M"          TO DRF-ORIGEM(IDX-DRF)
               MOVE FUNCARQ-NOME TO DRF-NOME(IDX-DRF)
               MOVE ZEROS TO DRF-CPF(IDX-DRF)
               MOVE ZEROS TO DRF-PIS(IDX-DRF)
               MOVE ZEROS TO DRF-DEPENDENTES(IDX-DRF)
               IF FUNCARQ-CPF IS NUMERIC
                   MOVE FUNCARQ-CPF TO DRF-CPF(IDX-DRF)
               END-IF
               IF FUNCARQ-PIS IS NUMERIC
                   MOVE FUNCARQ-PIS TO DRF-PIS(IDX-DRF)
               END-IF
               IF FUNCARQ-DEPENDENTES IS NUMERIC
                   MOVE FUNCARQ-DEPENDENTES
                        TO DRF-DEPENDENTES(IDX-DRF).
           PERFORM LEIA-PROXIMO-FUNCARQ.

       IDENTIFICA-NOS-DEMITIDOS.
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
           PERFORM EXAMINA-FUNCDEM
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCDEM.

       LEIA-PROXIMO-FUNCDEM.
           READ ARQUIVO-FUNCDEM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-FUNCDEM.
           MOVE FUNCDEM-CODIGO TO PROCURA-CODIGO.
           PERFORM LOCALIZA-DECLARADO.
           IF IDX-DRF IS NOT GREATER THAN QTD-DECLARADOS
               MOVE "D"          TO DRF-ORIGEM(IDX-DRF)
               MOVE FUNCDEM-NOME TO DRF-NOME(IDX-DRF)
               MOVE ZEROS TO DRF-CPF(IDX-DRF)
               MOVE ZEROS TO DRF-PIS(IDX-DRF)
               MOVE ZEROS TO DRF-DEPENDENTES(IDX-DRF)
               IF FUNCDEM-CPF IS NUMERIC
                   MOVE FUNCDEM-CPF TO DRF-CPF(IDX-DRF)
               END-IF
               IF FUNCDEM-PIS IS NUMERIC
                   MOVE FUNCDEM-PIS TO DRF-PIS(IDX-DRF)
               END-IF
               IF FUNCDEM-DEPENDENTES IS NUMERIC
                   MOVE FUNCDEM-DEPENDENTES
                        TO DRF-DEPENDENTES(IDX-DRF).
           PERFORM LEIA-PROXIMO-FUNCDEM.

       IDENTIFICA-NO-CADASTRO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO IDX-DRF.
           PERFORM PROCURA-NO-CADASTRO
                   UNTIL IDX-DRF IS GREATER THAN QTD-DECLARADOS.
           CLOSE ARQUIVO-FUNCIONARIO.

       PROCURA-NO-CADASTRO.
           MOVE DRF-CODIGO(IDX-DRF) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "N" TO CADASTRO-ACHADO-SW
                NOT INVALID KEY
                MOVE "S" TO CADASTRO-ACHADO-SW.
           IF CADASTRO-ACHADO
               MOVE "A"              TO DRF-ORIGEM(IDX-DRF)
               MOVE FUNCIONARIO-NOME TO DRF-NOME(IDX-DRF)
               MOVE ZEROS TO DRF-CPF(IDX-DRF)
               MOVE ZEROS TO DRF-PIS(IDX-DRF)
               MOVE ZEROS TO DRF-DEPENDENTES(IDX-DRF)
               IF FUNCIONARIO-CPF IS NUMERIC
                   MOVE FUNCIONARIO-CPF TO DRF-CPF(IDX-DRF)
               END-IF
               IF FUNCIONARIO-PIS IS NUMERIC
                   MOVE FUNCIONARIO-PIS TO DRF-PIS(IDX-DRF)
               END-IF
               IF FUNCIONARIO-DEPENDENTES IS NUMERIC
                   MOVE FUNCIONARIO-DEPENDENTES
                        TO DRF-DEPENDENTES(IDX-DRF).
           ADD 1 TO IDX-DRF.

      *    DEPENDENTES PARA O IRRF EM DEZEMBRO DO ANO, NA MESMA REGRA
      *    DA FOLHA (PROG39) : CONJUGE E FILHOS ATE 21 ANOS. QUEM NAO
      *    TEM DETALHE EM DEPENDENTE.DAT FICA COM O CONTADOR DO
      *    CADASTRO OU DO HISTORICO.
       APURA-DEPENDENTES.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           IF DEPENDENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND DEPENDENTE-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE DEPENDENTES - "
                       "STATUS : " DEPENDENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-DEPENDENTE.
           PERFORM EXAMINA-DEPENDENTE
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-DEPENDENTE.

       LEIA-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE AT END
           MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-DEPENDENTE.
           MOVE DEP-FUNCIONARIO TO PROCURA-CODIGO.
           PERFORM LOCALIZA-DECLARADO.
           IF IDX-DRF IS NOT GREATER THAN QTD-DECLARADOS
               IF NOT DRF-TEM-DETALHE(IDX-DRF)
                   MOVE "S" TO DRF-TEM-DETALHE-SW(IDX-DRF)
                   MOVE ZEROS TO DRF-DEPENDENTES(IDX-DRF)
               END-IF
               COMPUTE IDADE-DEPENDENTE =
                       ANO-DECLARACAO - DEP-NASC-ANO
               IF IDADE-DEPENDENTE IS NOT LESS THAN ZEROS
                   IF DEP-CONJUGE
                       ADD 1 TO DRF-DEPENDENTES(IDX-DRF)
                   END-IF
                   IF DEP-FILHO
                           AND IDADE-DEPENDENTE IS LESS THAN 21
                       ADD 1 TO DRF-DEPENDENTES(IDX-DRF).
           PERFORM LEIA-PROXIMO-DEPENDENTE.

      *    ERRO : SEM IDENTIFICACAO, CPF OU PIS AUSENTE OU INVALIDO -
      *    O FUNCIONARIO NAO PODE SER DECLARADO. AVISO : TOTAIS QUE
      *    NAO FECHAM - A DECLARACAO SAI, MAS A DIFERENCA PRECISA SER
      *    EXPLICADA ANTES DA ENTREGA.
       VALIDA-DECLARADO.
           IF DRF-TEM-FOLHA(IDX-DRF)
               PERFORM VALIDA-DOCUMENTOS
               PERFORM CONFERE-TOTAIS
           ELSE
               MOVE "ACUMULADO NO FUNCYTD SEM REGISTRO DE FOLHA"
                    TO MENSAGEM-OCORRENCIA
               PERFORM IMPRIME-AVISO.
           ADD 1 TO IDX-DRF.

       VALIDA-DOCUMENTOS.
           IF DRF-SEM-ORIGEM(IDX-DRF)
               MOVE "(FORA DO CADASTRO)" TO DRF-NOME(IDX-DRF)
               MOVE "FORA DO CADASTRO, DEMITIDOS E ARQUIVO MORTO"
                    TO MENSAGEM-OCORRENCIA
               PERFORM IMPRIME-ERRO
           ELSE
               PERFORM VALIDA-CPF-DECLARADO
               PERFORM VALIDA-PIS-DECLARADO.
           IF DRF-COM-ERRO(IDX-DRF)
               ADD 1 TO TOTAL-COM-ERRO.

       VALIDA-CPF-DECLARADO.
           IF DRF-CPF(IDX-DRF) IS EQUAL ZEROS
               MOVE "CPF NAO INFORMADO" TO MENSAGEM-OCORRENCIA
               PERFORM IMPRIME-ERRO
           ELSE
               MOVE DRF-CPF(IDX-DRF) TO CPF-TRABALHO
               PERFORM VALIDA-DIGITOS-CPF
               IF NOT DOCUMENTO-VALIDO
                   MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                        TO MENSAGEM-OCORRENCIA
                   PERFORM IMPRIME-ERRO.

       VALIDA-PIS-DECLARADO.
           IF DRF-PIS(IDX-DRF) IS EQUAL ZEROS
               MOVE "PIS NAO INFORMADO" TO MENSAGEM-OCORRENCIA
               PERFORM IMPRIME-ERRO
           ELSE
               MOVE DRF-PIS(IDX-DRF) TO PIS-TRABALHO
               PERFORM VALIDA-DIGITO-PIS
               IF NOT DOCUMENTO-VALIDO
                   MOVE "PIS COM DIGITO VERIFICADOR INVALIDO"
                        TO MENSAGEM-OCORRENCIA
                   PERFORM IMPRIME-ERRO.

      *    A FOLHA MENSAL DO ANO TEM DE FECHAR COM O FUNCYTD : BRUTO
      *    COM BRUTO, INSS MAIS IRRF COM OS DESCONTOS. E NENHUM
      *    FUNCIONARIO PODE TER MAIS RETENCAO QUE RENDIMENTO.
       CONFERE-TOTAIS.
           IF DRF-BRUTO-MENSAL(IDX-DRF) IS GREATER THAN ZEROS
               IF NOT DRF-TEM-YTD(IDX-DRF)
                   MOVE "FOLHA MENSAL SEM ACUMULADO DO ANO (FUNCYTD)"
                        TO MENSAGEM-OCORRENCIA
                   PERFORM IMPRIME-AVISO
               ELSE
                   IF DRF-BRUTO-MENSAL(IDX-DRF) IS NOT EQUAL
                           DRF-YTD-BRUTO(IDX-DRF)
                       MOVE "BRUTO DA FOLHA DIFERE DO ACUMULADO"
                            TO MENSAGEM-OCORRENCIA
                       PERFORM IMPRIME-AVISO
                       MOVE "FOLHA : " TO LIN-ROTULO-FOLHA
                       MOVE DRF-BRUTO-MENSAL(IDX-DRF)
                            TO LIN-VALOR-FOLHA
                       MOVE DRF-YTD-BRUTO(IDX-DRF) TO LIN-VALOR-YTD
                       PERFORM IMPRIME-VALORES
                   END-IF
                   IF DRF-RETIDO-MENSAL(IDX-DRF) IS NOT EQUAL
                           DRF-YTD-DESCONTOS(IDX-DRF)
                       MOVE "INSS+IRRF DA FOLHA DIFERE DO ACUMULADO"
                            TO MENSAGEM-OCORRENCIA
                       PERFORM IMPRIME-AVISO
                       MOVE "FOLHA : " TO LIN-ROTULO-FOLHA
                       MOVE DRF-RETIDO-MENSAL(IDX-DRF)
                            TO LIN-VALOR-FOLHA
                       MOVE DRF-YTD-DESCONTOS(IDX-DRF)
                            TO LIN-VALOR-YTD
                       PERFORM IMPRIME-VALORES.
           PERFORM SOMA-ANO-DECLARADO.
           IF RETIDO-DO-ANO IS GREATER THAN RENDIMENTO-DO-ANO
               MOVE "RETENCOES MAIORES QUE OS RENDIMENTOS DO ANO"
                    TO MENSAGEM-OCORRENCIA
               PERFORM IMPRIME-AVISO.

       SOMA-ANO-DECLARADO.
           MOVE DRF-DECIMO(IDX-DRF) TO RENDIMENTO-DO-ANO.
           COMPUTE RETIDO-DO-ANO = DRF-DECIMO-INSS(IDX-DRF)
                                 + DRF-DECIMO-IRRF(IDX-DRF).
           MOVE 1 TO IDX-MES.
           PERFORM SOMA-MES-DECLARADO
                   UNTIL IDX-MES IS GREATER THAN 12.

       SOMA-MES-DECLARADO.
           ADD DRF-MES-TRIBUTAVEL(IDX-DRF, IDX-MES)
               TO RENDIMENTO-DO-ANO.
           ADD DRF-MES-INSS(IDX-DRF, IDX-MES) TO RETIDO-DO-ANO.
           ADD DRF-MES-IRRF(IDX-DRF, IDX-MES) TO RETIDO-DO-ANO.
           ADD 1 TO IDX-MES.

       IMPRIME-ERRO.
           MOVE "S" TO DRF-ERRO-SW(IDX-DRF).
           MOVE "ERRO" TO GRAVIDADE-OCORRENCIA.
           PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-AVISO.
           ADD 1 TO TOTAL-AVISOS.
           MOVE "AVISO" TO GRAVIDADE-OCORRENCIA.
           PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-OCORRENCIA.
           MOVE DRF-CODIGO(IDX-DRF)  TO LIN-CODIGO.
           MOVE DRF-NOME(IDX-DRF)    TO LIN-NOME.
           MOVE GRAVIDADE-OCORRENCIA TO LIN-GRAVIDADE.
           MOVE MENSAGEM-OCORRENCIA  TO LIN-MENSAGEM.
           MOVE LINHA-OCORRENCIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-VALORES.
           MOVE LINHA-VALORES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALIDACAO DA DECLARACAO ANUAL (DIRF/RAIS) - ANO "
                  ANO-DECLARACAO " - POSICAO DE " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNC    NOME                  TIPO   OCORRENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-TOTAIS-VALIDACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS NO ANO : " QTD-DECLARADOS
                  "   COM ERRO : " TOTAL-COM-ERRO
                  "   AVISOS : " TOTAL-AVISOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       PERGUNTA-GERACAO.
           DISPLAY "GERA A DECLARACAO SEM OS FUNCIONARIOS COM ERRO ? "
                   "(S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       GRAVA-HEADER-DECLARACAO.
           MOVE ANO-DECLARACAO       TO HDR-ANO.
           MOVE DATA-CORRENTE        TO HDR-DATA.
           MOVE HORA-CORRENTE-HHMMSS TO HDR-HORA.
           MOVE SPACES TO LINHA-DECLARACAO.
           MOVE "0" TO DCL-TIPO-REG.
           MOVE HEADER-DECLARACAO TO DCL-DADOS.
           WRITE LINHA-DECLARACAO.

      *    SO ENTRA QUEM TEVE FOLHA NO ANO E PASSOU NA VALIDACAO DOS
      *    DOCUMENTOS.
       GRAVA-DECLARADO.
           IF DRF-TEM-FOLHA(IDX-DRF)
                   AND NOT DRF-COM-ERRO(IDX-DRF)
               PERFORM GRAVA-DETALHE-DECLARACAO.
           ADD 1 TO IDX-DRF.

       GRAVA-DETALHE-DECLARACAO.
           MOVE DRF-CODIGO(IDX-DRF)       TO DET-CODIGO.
           MOVE DRF-CPF(IDX-DRF)          TO DET-CPF.
           MOVE DRF-PIS(IDX-DRF)          TO DET-PIS.
           MOVE DRF-NOME(IDX-DRF)         TO DET-NOME.
           MOVE DRF-DEPENDENTES(IDX-DRF)  TO DET-DEPENDENTES.
           MOVE 1 TO IDX-MES.
           PERFORM MOVE-MES-DETALHE
                   UNTIL IDX-MES IS GREATER THAN 12.
           MOVE DRF-DECIMO(IDX-DRF)       TO DET-DECIMO.
           MOVE DRF-DECIMO-INSS(IDX-DRF)  TO DET-DECIMO-INSS.
           MOVE DRF-DECIMO-IRRF(IDX-DRF)  TO DET-DECIMO-IRRF.
           MOVE DRF-ORIGEM(IDX-DRF)       TO DET-ORIGEM.
           ADD DRF-DECIMO(IDX-DRF) TO TOTAL-DECIMO.
           ADD DRF-DECIMO-INSS(IDX-DRF) TO TOTAL-INSS.
           ADD DRF-DECIMO-IRRF(IDX-DRF) TO TOTAL-IRRF.
           MOVE SPACES TO LINHA-DECLARACAO.
           MOVE "1" TO DCL-TIPO-REG.
           MOVE DETALHE-DECLARACAO TO DCL-DADOS.
           WRITE LINHA-DECLARACAO.
           ADD 1 TO TOTAL-DECLARADOS.

       MOVE-MES-DETALHE.
           MOVE DRF-MES-TRIBUTAVEL(IDX-DRF, IDX-MES)
                TO DET-MES-TRIBUTAVEL(IDX-MES).
           MOVE DRF-MES-INSS(IDX-DRF, IDX-MES)
                TO DET-MES-INSS(IDX-MES).
           MOVE DRF-MES-IRRF(IDX-DRF, IDX-MES)
                TO DET-MES-IRRF(IDX-MES).
           ADD DRF-MES-TRIBUTAVEL(IDX-DRF, IDX-MES)
               TO TOTAL-TRIBUTAVEL.
           ADD DRF-MES-INSS(IDX-DRF, IDX-MES) TO TOTAL-INSS.
           ADD DRF-MES-IRRF(IDX-DRF, IDX-MES) TO TOTAL-IRRF.
           ADD 1 TO IDX-MES.

       GRAVA-TRAILER-DECLARACAO.
           MOVE TOTAL-DECLARADOS TO TRL-QUANTIDADE.
           MOVE TOTAL-TRIBUTAVEL TO TRL-TRIBUTAVEL.
           MOVE TOTAL-DECIMO     TO TRL-DECIMO.
           MOVE TOTAL-INSS       TO TRL-INSS.
           MOVE TOTAL-IRRF       TO TRL-IRRF.
           MOVE TOTAL-COM-ERRO   TO TRL-EXCLUIDOS.
           MOVE SPACES TO LINHA-DECLARACAO.
           MOVE "9" TO DCL-TIPO-REG.
           MOVE TRAILER-DECLARACAO TO DCL-DADOS.
           WRITE LINHA-DECLARACAO.

      *    PRIMEIRO DV SOBRE OS 9 PRIMEIROS DIGITOS (PESOS 10 A 2),
      *    SEGUNDO DV SOBRE OS 10 PRIMEIROS (PESOS 11 A 2) - RESTO
      *    MENOR QUE 2 GERA DIGITO ZERO.
       VALIDA-DIGITOS-CPF.
           MOVE "N" TO DOCUMENTO-VALIDO-SW.
           IF CPF-TRABALHO IS EQUAL ZEROS
               MOVE ZEROS TO DIGITO-DV
           ELSE
               MOVE ZEROS TO SOMA-DV
               MOVE 10 TO PESO-DV
               MOVE 1 TO IDX-DV
               PERFORM SOMA-PESO-CPF
                       UNTIL IDX-DV IS GREATER THAN 9
               PERFORM APURA-DIGITO-MOD11
               IF DIGITO-DV IS EQUAL CPF-DIG(10)
                   MOVE ZEROS TO SOMA-DV
                   MOVE 11 TO PESO-DV
                   MOVE 1 TO IDX-DV
                   PERFORM SOMA-PESO-CPF
                           UNTIL IDX-DV IS GREATER THAN 10
                   PERFORM APURA-DIGITO-MOD11
                   IF DIGITO-DV IS EQUAL CPF-DIG(11)
                       MOVE "S" TO DOCUMENTO-VALIDO-SW.

       SOMA-PESO-CPF.
           COMPUTE SOMA-DV = SOMA-DV + (CPF-DIG(IDX-DV) * PESO-DV).
           SUBTRACT 1 FROM PESO-DV.
           ADD 1 TO IDX-DV.

       APURA-DIGITO-MOD11.
           DIVIDE SOMA-DV BY 11 GIVING QUOCIENTE-DV
                  REMAINDER RESTO-DV.
           IF RESTO-DV IS LESS THAN 2
               MOVE ZEROS TO DIGITO-DV
           ELSE
               COMPUTE DIGITO-DV = 11 - RESTO-DV.

      *    PIS VALIDADO PELO DIGITO VERIFICADOR MOD-11 COM OS PESOS
      *    3-2-9-8-7-6-5-4-3-2.
       VALIDA-DIGITO-PIS.
           MOVE "N" TO DOCUMENTO-VALIDO-SW.
           IF PIS-TRABALHO IS NOT EQUAL ZEROS
               MOVE ZEROS TO SOMA-DV
               MOVE 1 TO IDX-DV
               PERFORM SOMA-PESO-PIS
                       UNTIL IDX-DV IS GREATER THAN 10
               PERFORM APURA-DIGITO-MOD11
               IF DIGITO-DV IS EQUAL PIS-DIG(11)
                   MOVE "S" TO DOCUMENTO-VALIDO-SW.

       SOMA-PESO-PIS.
           COMPUTE SOMA-DV = SOMA-DV +
                   (PIS-DIG(IDX-DV) * PESO-PIS(IDX-DV)).
           ADD 1 TO IDX-DV.
