       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG228.

      *    MANUTENCAO DAS DESPESAS RECORRENTES (DESPREC.DAT) - INCLUI,
      *    ENCERRA E LISTA OS CONTRATOS DE FORNECEDOR PAGOS TODO MES
      *    (ALUGUEL, CONSUMO, LICENCAS, SERVICOS). O FORNECEDOR E'
      *    VALIDADO NO CADASTRO (ATIVO), A CONTA DE DESPESA NO PLANO
      *    DE CONTAS E A FILIAL NO CADASTRO DE FILIAIS, COMO NO
      *    LANCAMENTO MANUAL DE TITULOS (PROG146). A GERACAO MENSAL
      *    DOS TITULOS EM LOTE E' O PROG229.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDESPREC.cob".
           COPY "SELFORNEC.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELFILIAL.cob".
           COPY "SELAUDIT.cob".
      *    ARQUIVO DE TRABALHO DA REGRAVACAO DO CADASTRO.
           SELECT ARQUIVO-DESPTMP
           ASSIGN TO "DESPREC.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DESPTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDDESPREC.cob".
           COPY "FDFORNEC.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDFILIAL.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-DESPTMP.
       01  DESPTMP-REGISTRO        PIC X(93).

       WORKING-STORAGE SECTION.

       01  DESPREC-ARQ-STATUS      PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  DESPTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-DESPREC           PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-FILIAL            PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ENCERRAR       VALUE "E".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  CODIGO-INFORMADO        PIC 9(06).
       01  FORNECEDOR-INFORMADO    PIC 9(06).
       01  DESCRICAO-INFORMADA     PIC X(30).
       01  VALOR-INFORMADO         PIC 9(08)V9(02).
       01  CONTA-INFORMADA         PIC X(06).
       01  FILIAL-INFORMADA        PIC 9(03).
       01  DIA-INFORMADO           PIC 9(02).
       01  COMP-INICIO-INF         PIC X(06).
       01  COMP-FIM-INF            PIC X(06).
       01  INDICE-INFORMADO        PIC 9(02)V9(02).
       01  RETENCAO-INFORMADA      PIC X(01).
       01  FORNEC-TEM-RETENCAO-SW  PIC X(01).
           88 FORNEC-TEM-RETENCAO  VALUE "S".
       01  CODIGO-JA-EXISTE-SW     PIC X(01).
           88 CODIGO-JA-EXISTE     VALUE "S".
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-INCLUIDOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-LISTADOS          PIC 9(03) VALUE ZEROS.

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT - A CONTA DE
      *    DESPESA DO CONTRATO PRECISA EXISTIR NELE.
       01  TABELA-PLANCTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CONTA-CODIGO        PIC X(06).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".

      *    CADASTRO DE FILIAIS CARREGADO NO INICIO (VER PROG151) -
      *    COM O CADASTRO VAZIO A FILIAL NAO E' CONFERIDA.
       01  TABELA-FILIAIS.
           05 QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FILIAL-TAB-CODIGO   PIC 9(03).
               10 FILIAL-TAB-SITUACAO PIC X(01).
       01  IDX-FILIAL              PIC 9(02).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- MANUTENCAO DE DESPESAS RECORRENTES ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-PLANO-CONTAS.
           PERFORM CARREGA-FILIAIS.
           PERFORM ABRE-CADASTRO-FORNECEDORES.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FORNEC.
           DISPLAY "CONTRATOS INCLUIDOS NESTA SESSAO : "
                   TOTAL-INCLUIDOS.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA REGISTRO DE AUDITORIA POSSA SER ATRIBUIDO A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       ABRE-CADASTRO-FORNECEDORES.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE FORNECEDORES - "
                       "STATUS : " FORNEC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (E)NCERRAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-CONTRATO.
           IF OPCAO-ENCERRAR
               PERFORM ENCERRA-CONTRATO.
           IF OPCAO-LISTAR
               PERFORM LISTA-CONTRATOS.

       INCLUI-CONTRATO.
           DISPLAY "CODIGO DO CONTRATO DE DESPESA : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           PERFORM VERIFICA-CODIGO-EXISTENTE.
           IF CODIGO-JA-EXISTE
               DISPLAY "CONTRATO " CODIGO-INFORMADO " JA CADASTRADO."
           ELSE
               PERFORM CAPTURA-DADOS-CONTRATO
               IF DADOS-VALIDOS
                   PERFORM GRAVA-CONTRATO-NOVO.

       VERIFICA-CODIGO-EXISTENTE.
           MOVE "N" TO CODIGO-JA-EXISTE-SW.
           OPEN INPUT ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-DESPREC
               PERFORM LEIA-PROXIMO-DESPREC
               PERFORM COMPARA-CODIGO-CONTRATO
                       UNTIL FINAL-DESPREC IS EQUAL "S".
           CLOSE ARQUIVO-DESPREC.

       LEIA-PROXIMO-DESPREC.
           READ ARQUIVO-DESPREC AT END
           MOVE "S" TO FINAL-DESPREC.

       COMPARA-CODIGO-CONTRATO.
           IF DESPREC-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE "S" TO CODIGO-JA-EXISTE-SW.
           PERFORM LEIA-PROXIMO-DESPREC.

      *    CADA ETAPA SO RODA SE A ANTERIOR PASSOU - QUALQUER FALHA
      *    DERRUBA O SWITCH E ABORTA A INCLUSAO.
       CAPTURA-DADOS-CONTRATO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-FORNECEDOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-DESCRICAO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-VALOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-CONTA-DESPESA.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-FILIAL.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-DIA-VENCIMENTO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-VIGENCIA-CONTRATO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-INDICE-REAJUSTE.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-RETENCAO.

       CAPTURA-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           ACCEPT FORNECEDOR-INFORMADO.
           MOVE "N" TO FORNEC-TEM-RETENCAO-SW.
           MOVE FORNECEDOR-INFORMADO TO FORNEC-CODIGO.
           READ ARQUIVO-FORNEC
                INVALID KEY
                DISPLAY "FORNECEDOR " FORNEC-CODIGO
                        " NAO CADASTRADO (PROG145)."
                MOVE "N" TO DADOS-VALIDOS-SW.
           IF FORNEC-ARQ-STATUS IS EQUAL "00"
               IF NOT FORNEC-ATIVO
                   DISPLAY "FORNECEDOR " FORNEC-CODIGO " ESTA INATIVO."
                   MOVE "N" TO DADOS-VALIDOS-SW
               ELSE
                   DISPLAY "FORNECEDOR : " FORNEC-RAZAO-SOCIAL
                   PERFORM VERIFICA-REGRA-DE-RETENCAO.

      *    FORNECEDOR GRAVADO ANTES DA REGRA DE RETENCAO FICA SEM
      *    RETENCAO, COMO NO LANCAMENTO MANUAL.
       VERIFICA-REGRA-DE-RETENCAO.
           IF FORNEC-ALIQ-ISS IS NUMERIC
               IF FORNEC-TIPO-SERVICO IS NOT EQUAL SPACES
                       OR FORNEC-ALIQ-ISS IS GREATER THAN ZEROS
                   MOVE "S" TO FORNEC-TEM-RETENCAO-SW.

       CAPTURA-DESCRICAO.
           DISPLAY "DESCRICAO DA DESPESA : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA."
               MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-VALOR.
           DISPLAY "VALOR MENSAL : ".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO IS NOT NUMERIC
                   OR VALOR-INFORMADO IS EQUAL ZEROS
               DISPLAY "VALOR INVALIDO."
               MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-CONTA-DESPESA.
           DISPLAY "CONTA DE DESPESA (PLANO DE CONTAS) : ".
           MOVE SPACES TO CONTA-INFORMADA.
           ACCEPT CONTA-INFORMADA.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM COMPARA-PROXIMA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " CONTA-INFORMADA " NAO EXISTE NO "
                       "PLANO DE CONTAS."
               MOVE "N" TO DADOS-VALIDOS-SW.

       COMPARA-PROXIMA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL CONTA-INFORMADA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

      *    FILIAL ZERO E' DESPESA DA EMPRESA, SEM FILIAL - A
      *    INFORMADA PRECISA ESTAR ATIVA NO CADASTRO, QUANDO HOUVER.
       CAPTURA-FILIAL.
           DISPLAY "FILIAL DA DESPESA (0 = EMPRESA, SEM FILIAL) : ".
           MOVE ZEROS TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           IF FILIAL-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-INFORMADA.
           IF FILIAL-INFORMADA IS NOT EQUAL ZEROS
                   AND QTD-FILIAIS IS GREATER THAN ZEROS
               PERFORM VALIDA-FILIAL.

       VALIDA-FILIAL.
           MOVE 1 TO IDX-FILIAL.
           MOVE "N" TO FILIAL-ACHADA-SW.
           PERFORM COMPARA-FILIAL
                   UNTIL FILIAL-ACHADA
                   OR IDX-FILIAL IS GREATER THAN QTD-FILIAIS.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " FILIAL-INFORMADA " NAO CADASTRADA."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               IF FILIAL-TAB-SITUACAO(IDX-FILIAL) IS NOT EQUAL "A"
                   DISPLAY "FILIAL " FILIAL-INFORMADA " INATIVA."
                   MOVE "N" TO DADOS-VALIDOS-SW.

       COMPARA-FILIAL.
           IF FILIAL-TAB-CODIGO(IDX-FILIAL) IS EQUAL FILIAL-INFORMADA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILIAL.

      *    DIA LIMITADO A 28 PARA EXISTIR EM TODOS OS MESES, COMO O
      *    DIA DE FATURAMENTO DOS CONTRATOS DE VENDA (PROG110).
       CAPTURA-DIA-VENCIMENTO.
           DISPLAY "DIA DE VENCIMENTO (01-28) : ".
           MOVE ZEROS TO DIA-INFORMADO.
           ACCEPT DIA-INFORMADO.
           IF DIA-INFORMADO IS NOT NUMERIC
                   OR DIA-INFORMADO IS LESS THAN 01
                   OR DIA-INFORMADO IS GREATER THAN 28
               DISPLAY "DIA INVALIDO - USE 01 A 28."
               MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-VIGENCIA-CONTRATO.
           DISPLAY "COMPETENCIA DE INICIO (AAAAMM) : ".
           MOVE SPACES TO COMP-INICIO-INF.
           ACCEPT COMP-INICIO-INF.
           IF COMP-INICIO-INF IS NOT NUMERIC
               DISPLAY "COMPETENCIA DE INICIO INVALIDA."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               IF COMP-INICIO-INF(5:2) IS LESS THAN "01"
                       OR COMP-INICIO-INF(5:2) IS GREATER THAN "12"
                   DISPLAY "MES DA COMPETENCIA DE INICIO INVALIDO."
                   MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "COMPETENCIA DE FIM (AAAAMM - ENTER = SEM "
                       "FIM) : "
               MOVE SPACES TO COMP-FIM-INF
               ACCEPT COMP-FIM-INF
               IF COMP-FIM-INF IS EQUAL SPACES
                   MOVE "000000" TO COMP-FIM-INF
               END-IF
               IF COMP-FIM-INF IS NOT NUMERIC
                   DISPLAY "COMPETENCIA DE FIM INVALIDA."
                   MOVE "N" TO DADOS-VALIDOS-SW
               ELSE
                   IF COMP-FIM-INF IS NOT EQUAL "000000"
                           AND COMP-FIM-INF IS LESS THAN
                               COMP-INICIO-INF
                       DISPLAY "FIM ANTERIOR AO INICIO DA VIGENCIA."
                       MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-INDICE-REAJUSTE.
           DISPLAY "REAJUSTE ANUAL EM % (99V99 - 0 = SEM REAJUSTE) : ".
           MOVE ZEROS TO INDICE-INFORMADO.
           ACCEPT INDICE-INFORMADO.
           IF INDICE-INFORMADO IS NOT NUMERIC
               DISPLAY "PERCENTUAL DE REAJUSTE INVALIDO."
               MOVE "N" TO DADOS-VALIDOS-SW.

      *    SO PERGUNTA A RETENCAO QUANDO O FORNECEDOR TEM REGRA - O
      *    MESMO FORNECEDOR PODE TER CONTRATO QUE NAO E' SERVICO.
       CAPTURA-RETENCAO.
           MOVE "N" TO RETENCAO-INFORMADA.
           IF FORNEC-TEM-RETENCAO
               DISPLAY "CONTRATO DE SERVICO COM RETENCAO NA FONTE "
                       "(S/N - ENTER = S) : "
               MOVE SPACE TO RETENCAO-INFORMADA
               ACCEPT RETENCAO-INFORMADA
               IF RETENCAO-INFORMADA IS EQUAL SPACE
                       OR RETENCAO-INFORMADA IS EQUAL "s"
                   MOVE "S" TO RETENCAO-INFORMADA
               ELSE
                   MOVE "N" TO RETENCAO-INFORMADA.

       GRAVA-CONTRATO-NOVO.
           MOVE CODIGO-INFORMADO     TO DESPREC-CODIGO.
           MOVE FORNECEDOR-INFORMADO TO DESPREC-FORNECEDOR.
           MOVE DESCRICAO-INFORMADA  TO DESPREC-DESCRICAO.
           MOVE VALOR-INFORMADO      TO DESPREC-VALOR.
           MOVE CONTA-INFORMADA      TO DESPREC-CONTA-DESPESA.
           MOVE FILIAL-INFORMADA     TO DESPREC-FILIAL.
           MOVE DIA-INFORMADO        TO DESPREC-DIA-VENCIMENTO.
           MOVE COMP-INICIO-INF      TO DESPREC-COMP-INICIO.
           MOVE COMP-FIM-INF         TO DESPREC-COMP-FIM.
           MOVE INDICE-INFORMADO     TO DESPREC-INDICE-REAJUSTE.
           MOVE RETENCAO-INFORMADA   TO DESPREC-RETENCAO.
           MOVE "A"                  TO DESPREC-SITUACAO.
           MOVE ZEROS                TO DESPREC-ULT-COMP-GERADA.
           MOVE COMP-INICIO-INF      TO DESPREC-ULT-COMP-REAJ.
           OPEN EXTEND ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-DESPREC.
           WRITE DESPREC-REGISTRO.
           CLOSE ARQUIVO-DESPREC.
           ADD 1 TO TOTAL-INCLUIDOS.
           MOVE DESPREC-VALOR TO VALOR-EDITADO.
           DISPLAY "CONTRATO " DESPREC-CODIGO " INCLUIDO - VALOR "
                   "MENSAL " VALOR-EDITADO.
           MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-CONTRATO.

      *    O ENCERRAMENTO REGRAVA O ARQUIVO INTEIRO VIA ARQUIVO DE
      *    TRABALHO - MESMO IDIOMA DOS CONTRATOS DE VENDA (PROG110).
       ENCERRA-CONTRATO.
           DISPLAY "CODIGO DO CONTRATO A ENCERRAR : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE "N" TO ENCONTRADO-SW.
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           OPEN INPUT ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM CONTRATO CADASTRADO."
               CLOSE ARQUIVO-DESPREC
           ELSE
               OPEN OUTPUT ARQUIVO-DESPTMP
               MOVE "N" TO FINAL-DESPREC
               PERFORM LEIA-PROXIMO-DESPREC
               PERFORM ENCERRA-SE-FOR-O-CODIGO
                       UNTIL FINAL-DESPREC IS EQUAL "S"
               CLOSE ARQUIVO-DESPREC
               CLOSE ARQUIVO-DESPTMP
               PERFORM RECARREGA-CADASTRO
               IF ENCONTRADO
                   DISPLAY "CONTRATO " CODIGO-INFORMADO " ENCERRADO."
                   MOVE "ENCERRAMEN" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-CONTRATO
               ELSE
                   DISPLAY "CONTRATO " CODIGO-INFORMADO " NAO "
                           "ENCONTRADO.".

       ENCERRA-SE-FOR-O-CODIGO.
           IF DESPREC-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE "E" TO DESPREC-SITUACAO
               MOVE DESPREC-FORNECEDOR TO FORNECEDOR-INFORMADO
               MOVE "S" TO ENCONTRADO-SW.
           MOVE DESPREC-REGISTRO TO DESPTMP-REGISTRO.
           WRITE DESPTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-DESPREC.

       RECARREGA-CADASTRO.
           OPEN INPUT ARQUIVO-DESPTMP.
           OPEN OUTPUT ARQUIVO-DESPREC.
           MOVE "N" TO FINAL-DESPREC.
           PERFORM LEIA-PROXIMO-DESPTMP.
           PERFORM COPIA-DESPTMP
                   UNTIL FINAL-DESPREC IS EQUAL "S".
           CLOSE ARQUIVO-DESPTMP.
           CLOSE ARQUIVO-DESPREC.

       LEIA-PROXIMO-DESPTMP.
           READ ARQUIVO-DESPTMP AT END
           MOVE "S" TO FINAL-DESPREC.

       COPIA-DESPTMP.
           MOVE DESPTMP-REGISTRO TO DESPREC-REGISTRO.
           WRITE DESPREC-REGISTRO.
           PERFORM LEIA-PROXIMO-DESPTMP.

       LISTA-CONTRATOS.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM CONTRATO CADASTRADO."
               CLOSE ARQUIVO-DESPREC
           ELSE
               MOVE "N" TO FINAL-DESPREC
               PERFORM LEIA-PROXIMO-DESPREC
               PERFORM LISTA-UM-CONTRATO
                       UNTIL FINAL-DESPREC IS EQUAL "S"
               CLOSE ARQUIVO-DESPREC
               DISPLAY "CONTRATOS LISTADOS : " TOTAL-LISTADOS.

       LISTA-UM-CONTRATO.
           MOVE DESPREC-VALOR TO VALOR-EDITADO.
           DISPLAY "CONTRATO " DESPREC-CODIGO " FORNECEDOR "
                   DESPREC-FORNECEDOR " " DESPREC-DESCRICAO.
           DISPLAY "  DIA " DESPREC-DIA-VENCIMENTO " VALOR "
                   VALOR-EDITADO " CONTA " DESPREC-CONTA-DESPESA
                   " FIL " DESPREC-FILIAL " SITUACAO "
                   DESPREC-SITUACAO.
           DISPLAY "  VIGENCIA " DESPREC-COMP-INICIO " A "
                   DESPREC-COMP-FIM " - REAJUSTE "
                   DESPREC-INDICE-REAJUSTE "% - ULTIMA GERADA "
                   DESPREC-ULT-COMP-GERADA.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-DESPREC.

      *    CARREGA O PLANO DE CONTAS - SEM ELE NAO HA COMO VALIDAR
      *    A CONTA DE DESPESA, ENTAO A AUSENCIA E' ERRO FATAL.
       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "PLANO DE CONTAS (PLANCTAS.DAT) NAO "
                       "DISPONIVEL - STATUS : " PLANCTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-PLANCTAS.
           PERFORM LEIA-PROXIMA-CONTA.
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

      *    CARREGA O CADASTRO DE FILIAIS - AUSENTE OU VAZIO, A
      *    FILIAL DO CONTRATO NAO E' CONFERIDA.
       CARREGA-FILIAIS.
           MOVE ZEROS TO QTD-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILIAL
               PERFORM LEIA-PROXIMA-FILIAL
               PERFORM GUARDA-FILIAL-NA-TABELA
                       UNTIL FINAL-FILIAL IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       GUARDA-FILIAL-NA-TABELA.
           IF QTD-FILIAIS IS LESS THAN 50
               ADD 1 TO QTD-FILIAIS
               MOVE FILIAL-CODIGO
                    TO FILIAL-TAB-CODIGO(QTD-FILIAIS)
               MOVE FILIAL-SITUACAO
                    TO FILIAL-TAB-SITUACAO(QTD-FILIAIS).
           PERFORM LEIA-PROXIMA-FILIAL.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    CONTRATO - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-CONTRATO.
           MOVE "DESP-RECORR"     TO AUDIT-ENTIDADE.
           MOVE CODIGO-INFORMADO  TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CONTRATO DO FORNECEDOR " FORNECEDOR-INFORMADO "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG228" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
