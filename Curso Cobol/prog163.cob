       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG163.

      *    SUGESTAO DE REPOSICAO DE ESTOQUE - COMPLETA O PROG98, QUE
      *    SO APONTA O PRODUTO ABAIXO DO MINIMO. (C) O CALCULO TIRA O
      *    CONSUMO MEDIO DIARIO DE CADA PRODUTO DAS SAIDAS DE
      *    ESTOQMOV.DAT DOS ULTIMOS MESES ESCOLHIDOS (SAIDAS MENOS
      *    ESTORNOS DE CANCELAMENTO E DEVOLUCOES), PROJETA OS DIAS DE
      *    COBERTURA DO SALDO E SUGERE A QUANTIDADE QUE DEIXA O
      *    PRODUTO NO MINIMO MAIS O CONSUMO DO HORIZONTE ESCOLHIDO,
      *    DESCONTADO O SALDO A RECEBER DOS PEDIDOS DE COMPRA ABERTOS.
      *    O RELATORIO SAI EM REPOSIC.REL E AS SUGESTOES FICAM EM
      *    SUGCOMP.DAT. (G) NA GERACAO O COMPRADOR INFORMA O
      *    FORNECEDOR, APROVA AS SUGESTOES DELE UMA A UMA (PODENDO
      *    MUDAR QUANTIDADE E PRECO) E AS APROVADAS VIRAM PEDIDOS DE
      *    COMPRA NO MESMO DESENHO DO PROG155 (NUMERACAO EM
      *    PEDCTL.DAT, ATE 10 LINHAS POR PEDIDO, AUDITORIA).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELPEDCOMP.cob".
           COPY "SELPEDCTL.cob".
           COPY "SELFORNEC.cob".
           COPY "SELSUGCOMP.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "REPOSIC.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDPEDCOMP.cob".
           COPY "FDPEDCTL.cob".
           COPY "FDFORNEC.cob".
           COPY "FDSUGCOMP.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  PEDCTL-ARQ-STATUS       PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  SUGCOMP-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

           COPY "DTVALPARM.cob".

       01  OPCAO-REPOSICAO         PIC X(01).
           88 OPCAO-CALCULAR       VALUE "C".
           88 OPCAO-GERAR          VALUE "G".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N" "F".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  DATA-INICIAL.
           05 DATA-INICIAL-ANO    PIC 9(04).
           05 DATA-INICIAL-MES    PIC 9(02).
           05 DATA-INICIAL-DIA    PIC 9(02).
       01  MESES-CALCULO           PIC 9(06).
       01  MESES-HISTORICO         PIC 9(02).
       01  HORIZONTE-DIAS          PIC 9(03).
       01  DIAS-PERIODO            PIC 9(05).

      *    CONSUMO DO PERIODO E SALDO A RECEBER DOS PEDIDOS ABERTOS
      *    POR PRODUTO, MANTIDOS NA ORDEM DO CODIGO - A INCLUSAO
      *    DESLOCA OS ITENS MAIORES PARA ABRIR O LUGAR.
       01  TABELA-REPOSICAO.
           05 QTD-REPOSICAO        PIC 9(04) VALUE ZEROS.
           05 REPOS-ITEM OCCURS 2000 TIMES.
               10 REPOS-PRODUTO          PIC 9(06).
               10 REPOS-CONSUMO          PIC S9(08).
               10 REPOS-EM-PEDIDO        PIC 9(08).
       01  IDX-REPOS               PIC 9(04).
       01  IDX-DESLOCA             PIC 9(04).
       01  IDX-ITEM                PIC 9(02).
       01  PRODUTO-PROCURADO       PIC 9(06).
       01  PRODUTO-NA-TABELA-SW    PIC X(01).
           88 PRODUTO-NA-TABELA    VALUE "S".

       01  CONSUMO-PERIODO         PIC S9(08).
       01  EM-PEDIDO               PIC 9(08).
       01  SALDO-DA-LINHA          PIC 9(06).
       01  CONSUMO-DIARIO          PIC 9(05)V9(04).
       01  ESTOQUE-ALVO            PIC 9(09)V9(04).
       01  NECESSIDADE             PIC S9(09)V9(04).
       01  QTD-SUGERIDA            PIC 9(09).
       01  DIAS-COBERTURA          PIC 9(05).

       01  FORNECEDOR-INFORMADO    PIC 9(06).
       01  PREVISAO-INFORMADA      PIC X(08).
       01  QUANTIDADE-INFORMADA    PIC 9(06).
       01  PRECO-INFORMADO         PIC 9(06)V9(02).
       01  NUMERO-NOVO-PEDIDO      PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  VALOR-DO-PEDIDO         PIC 9(10)V9(02).
       01  VALOR-DA-LINHA          PIC 9(10)V9(02).

       01  TOTAL-ANALISADOS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-SUGERIDOS         PIC 9(06) VALUE ZEROS.
       01  TOTAL-PEDIDOS           PIC 9(04) VALUE ZEROS.
       01  TOTAL-APROVADAS         PIC 9(04) VALUE ZEROS.

       01  QUANTIDADE-EDITADA      PIC ZZZ,ZZ9.
       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.
       01  PRECO-EDITADO           PIC ZZZ,ZZ9.99.
       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-DETALHE.
           05 DET-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DESCRICAO        PIC X(18).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SALDO            PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-MINIMO           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CONSUMO          PIC Z,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-COBERTURA        PIC ZZZ9.
           05 DET-COBERTURA-X REDEFINES DET-COBERTURA PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-EM-PEDIDO        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SUGERIDO         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- SUGESTAO DE REPOSICAO DE ESTOQUE ----".
           PERFORM PEDE-OPERADOR.

           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           MOVE SPACE TO OPCAO-REPOSICAO.
           PERFORM EXECUTA-REPOSICAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       EXECUTA-REPOSICAO.
           DISPLAY "OPCAO - (C)ALCULAR SUGESTAO (G)ERAR PEDIDOS "
                   "(S)AIR : ".
           MOVE SPACE TO OPCAO-REPOSICAO.
           ACCEPT OPCAO-REPOSICAO.
           IF OPCAO-REPOSICAO IS EQUAL "c"
               MOVE "C" TO OPCAO-REPOSICAO.
           IF OPCAO-REPOSICAO IS EQUAL "g"
               MOVE "G" TO OPCAO-REPOSICAO.
           IF OPCAO-REPOSICAO IS EQUAL "s"
               MOVE "S" TO OPCAO-REPOSICAO.
           IF OPCAO-CALCULAR
               PERFORM CALCULA-SUGESTAO.
           IF OPCAO-GERAR
               PERFORM GERA-PEDIDOS.

      *===============================================================
      *    (C) CALCULO DA SUGESTAO - PERIODO DE CONSUMO, TABELA DE
      *    CONSUMO E SALDO EM PEDIDO, E O RELATORIO PRODUTO A
      *    PRODUTO DO CADASTRO.
      *===============================================================
       CALCULA-SUGESTAO.
           PERFORM CAPTURA-PARAMETROS.
           MOVE ZEROS TO QTD-REPOSICAO.
           PERFORM ACUMULA-CONSUMO.
           PERFORM ACUMULA-PEDIDOS-ABERTOS.
           PERFORM EMITE-SUGESTAO.

      *    O HISTORICO VAI DE 1 A 24 MESES (PADRAO 3) E O HORIZONTE
      *    DE 1 A 365 DIAS (PADRAO 30). O PERIODO COMECA NO MESMO
      *    DIA DE N MESES ATRAS (DIA 28 NO MAXIMO, QUE EXISTE EM
      *    TODO MES) E TERMINA HOJE.
       CAPTURA-PARAMETROS.
           DISPLAY "MESES DE HISTORICO DE CONSUMO (ENTER = 3) : ".
           MOVE ZEROS TO MESES-HISTORICO.
           ACCEPT MESES-HISTORICO.
           IF MESES-HISTORICO IS NOT NUMERIC
                   OR MESES-HISTORICO IS EQUAL ZEROS
                   OR MESES-HISTORICO IS GREATER THAN 24
               MOVE 3 TO MESES-HISTORICO.
           DISPLAY "HORIZONTE DE COBERTURA EM DIAS (ENTER = 30) : ".
           MOVE ZEROS TO HORIZONTE-DIAS.
           ACCEPT HORIZONTE-DIAS.
           IF HORIZONTE-DIAS IS NOT NUMERIC
                   OR HORIZONTE-DIAS IS EQUAL ZEROS
                   OR HORIZONTE-DIAS IS GREATER THAN 365
               MOVE 30 TO HORIZONTE-DIAS.

           COMPUTE MESES-CALCULO = DATA-CORRENTE-ANO * 12
                   + DATA-CORRENTE-MES - 1 - MESES-HISTORICO.
           DIVIDE MESES-CALCULO BY 12 GIVING DATA-INICIAL-ANO
                  REMAINDER DATA-INICIAL-MES.
           ADD 1 TO DATA-INICIAL-MES.
           MOVE DATA-CORRENTE-DIA TO DATA-INICIAL-DIA.
           IF DATA-INICIAL-DIA IS GREATER THAN 28
               MOVE 28 TO DATA-INICIAL-DIA.

           MOVE "D" TO DTVAL-FUNCAO.
           MOVE DATA-INICIAL TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           MOVE DTVAL-DIAS TO DIAS-PERIODO.
           IF DIAS-PERIODO IS EQUAL ZEROS
               MOVE 1 TO DIAS-PERIODO.
           DISPLAY "CONSUMO DE " DATA-INICIAL-DIA "/"
                   DATA-INICIAL-MES "/" DATA-INICIAL-ANO " A "
                   DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
                   DATA-CORRENTE-ANO " (" DIAS-PERIODO " DIAS).".

      *    CONSUMO = SAIDAS DAS NOTAS MENOS O QUE VOLTOU AO ESTOQUE
      *    POR ESTORNO DE CANCELAMENTO OU DEVOLUCAO. ENTRADAS E
      *    AJUSTES DE INVENTARIO NAO SAO CONSUMO.
       ACUMULA-CONSUMO.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "SEM MOVIMENTOS DE ESTOQUE - CONSUMO ZERO "
                       "PARA TODOS OS PRODUTOS."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-MOVIMENTO
               PERFORM ACUMULA-UM-MOVIMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESTOQMOV.

       LEIA-PROXIMO-MOVIMENTO.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-UM-MOVIMENTO.
           IF ESTOQMOV-DATA IS NOT LESS THAN DATA-INICIAL
                   AND ESTOQMOV-DATA IS NOT GREATER THAN DATA-CORRENTE
               IF ESTOQMOV-SAIDA
                   MOVE ESTOQMOV-PRODUTO TO PRODUTO-PROCURADO
                   PERFORM LOCALIZA-OU-INCLUI-PRODUTO
                   ADD ESTOQMOV-QUANTIDADE TO REPOS-CONSUMO(IDX-REPOS)
               ELSE
                   IF ESTOQMOV-ESTORNO OR ESTOQMOV-DEVOLUCAO
                       MOVE ESTOQMOV-PRODUTO TO PRODUTO-PROCURADO
                       PERFORM LOCALIZA-OU-INCLUI-PRODUTO
                       SUBTRACT ESTOQMOV-QUANTIDADE
                                FROM REPOS-CONSUMO(IDX-REPOS).
           PERFORM LEIA-PROXIMO-MOVIMENTO.

      *    O QUE AINDA FALTA RECEBER DAS LINHAS DOS PEDIDOS ABERTOS
      *    JA ESTA A CAMINHO E NAO ENTRA DE NOVO NA SUGESTAO.
       ACUMULA-PEDIDOS-ABERTOS.
           OPEN INPUT ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS EQUAL "00"
               MOVE LOW-VALUES TO PEDCOMP-NUMERO
               START ARQUIVO-PEDCOMP
                     KEY IS NOT LESS THAN PEDCOMP-NUMERO
                     INVALID KEY
                     MOVE "S" TO FINAL-ARQUIVO
                     NOT INVALID KEY
                     MOVE "N" TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO IS EQUAL "N"
                   PERFORM LEIA-PROXIMO-PEDCOMP
                   PERFORM ACUMULA-UM-PEDIDO
                           UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PEDCOMP.

       LEIA-PROXIMO-PEDCOMP.
           READ ARQUIVO-PEDCOMP NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-UM-PEDIDO.
           IF PEDCOMP-ABERTO
               MOVE 1 TO IDX-ITEM
               PERFORM ACUMULA-LINHA-DO-PEDIDO
                       UNTIL IDX-ITEM IS GREATER THAN
                             PEDCOMP-QTD-ITENS.
           PERFORM LEIA-PROXIMO-PEDCOMP.

       ACUMULA-LINHA-DO-PEDIDO.
           IF PEDCOMP-ITEM-RECEBIDA(IDX-ITEM) IS LESS THAN
                   PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM)
               COMPUTE SALDO-DA-LINHA =
                       PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM) -
                       PEDCOMP-ITEM-RECEBIDA(IDX-ITEM)
               MOVE PEDCOMP-ITEM-PRODUTO(IDX-ITEM)
                    TO PRODUTO-PROCURADO
               PERFORM LOCALIZA-OU-INCLUI-PRODUTO
               ADD SALDO-DA-LINHA TO REPOS-EM-PEDIDO(IDX-REPOS).
           ADD 1 TO IDX-ITEM.

      *    PROCURA O PRODUTO NA TABELA ORDENADA - PARA NO PRIMEIRO
      *    ITEM IGUAL OU MAIOR. NAO ACHANDO, ABRE O LUGAR NESSA
      *    POSICAO E INCLUI O PRODUTO ZERADO.
       LOCALIZA-OU-INCLUI-PRODUTO.
           PERFORM LOCALIZA-PRODUTO.
           IF NOT PRODUTO-NA-TABELA
               PERFORM INCLUI-PRODUTO-NA-POSICAO.

       LOCALIZA-PRODUTO.
           MOVE 1 TO IDX-REPOS.
           PERFORM AVANCA-REPOSICAO
                   UNTIL IDX-REPOS IS GREATER THAN QTD-REPOSICAO
                   OR REPOS-PRODUTO(IDX-REPOS) IS NOT LESS THAN
                      PRODUTO-PROCURADO.
           IF IDX-REPOS IS GREATER THAN QTD-REPOSICAO
               MOVE "N" TO PRODUTO-NA-TABELA-SW
           ELSE
               IF REPOS-PRODUTO(IDX-REPOS) IS EQUAL PRODUTO-PROCURADO
                   MOVE "S" TO PRODUTO-NA-TABELA-SW
               ELSE
                   MOVE "N" TO PRODUTO-NA-TABELA-SW.

       AVANCA-REPOSICAO.
           ADD 1 TO IDX-REPOS.

       INCLUI-PRODUTO-NA-POSICAO.
           IF QTD-REPOSICAO IS GREATER THAN OR EQUAL 2000
               DISPLAY "TABELA DE CONSUMO CHEIA (LIMITE 2000) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE QTD-REPOSICAO TO IDX-DESLOCA.
           PERFORM DESLOCA-UM-ITEM
                   UNTIL IDX-DESLOCA IS LESS THAN IDX-REPOS.
           ADD 1 TO QTD-REPOSICAO.
           MOVE PRODUTO-PROCURADO TO REPOS-PRODUTO(IDX-REPOS).
           MOVE ZEROS TO REPOS-CONSUMO(IDX-REPOS).
           MOVE ZEROS TO REPOS-EM-PEDIDO(IDX-REPOS).

       DESLOCA-UM-ITEM.
           MOVE REPOS-ITEM(IDX-DESLOCA)
                TO REPOS-ITEM(IDX-DESLOCA + 1).
           SUBTRACT 1 FROM IDX-DESLOCA.

      *===============================================================
      *    RELATORIO E ARQUIVO DE SUGESTOES - SO PRODUTOS ATIVOS. AS
      *    SUGESTOES DO CALCULO ANTERIOR SAO SUBSTITUIDAS.
      *===============================================================
       EMITE-SUGESTAO.
           MOVE ZEROS TO TOTAL-ANALISADOS.
           MOVE ZEROS TO TOTAL-SUGERIDOS.
           OPEN OUTPUT ARQUIVO-SUGCOMP.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUGESTAO DE REPOSICAO - " DATA-CORRENTE-DIA "/"
                  DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  " - CONSUMO DE " MESES-HISTORICO " MESES, "
                  "HORIZONTE DE " HORIZONTE-DIAS " DIAS"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO DESCRICAO             SALDO  MINIMO "
                  "CONS/DIA COBE PEDIDO SUGERIDO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE LOW-VALUES TO PRODUTO-CODIGO.
           START ARQUIVO-PRODUTO KEY IS NOT LESS THAN PRODUTO-CODIGO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PRODUTO
               PERFORM ANALISA-UM-PRODUTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTOS ANALISADOS : " TOTAL-ANALISADOS
                  "   COM SUGESTAO DE COMPRA : " TOTAL-SUGERIDOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "COBE = DIAS DE COBERTURA DO SALDO (---- = SEM CONSUMO)"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-SUGCOMP.
           DISPLAY "PRODUTOS ANALISADOS : " TOTAL-ANALISADOS
                   "  COM SUGESTAO : " TOTAL-SUGERIDOS.
           DISPLAY "RELATORIO GRAVADO EM REPOSIC.REL.".

       LEIA-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ANALISA-UM-PRODUTO.
           IF PRODUTO-ATIVO
               ADD 1 TO TOTAL-ANALISADOS
               PERFORM CALCULA-QUANTIDADE-SUGERIDA
               IF QTD-SUGERIDA IS GREATER THAN ZEROS
                   PERFORM IMPRIME-SUGESTAO
                   PERFORM GRAVA-SUGESTAO.
           PERFORM LEIA-PROXIMO-PRODUTO.

      *    ALVO = MINIMO + CONSUMO DIARIO X HORIZONTE. A SUGESTAO E'
      *    O QUE FALTA PARA O ALVO DEPOIS DO SALDO E DO QUE JA ESTA
      *    PEDIDO, ARREDONDADA PARA CIMA EM UNIDADES INTEIRAS.
       CALCULA-QUANTIDADE-SUGERIDA.
           MOVE PRODUTO-CODIGO TO PRODUTO-PROCURADO.
           PERFORM LOCALIZA-PRODUTO.
           IF PRODUTO-NA-TABELA
               MOVE REPOS-CONSUMO(IDX-REPOS) TO CONSUMO-PERIODO
               MOVE REPOS-EM-PEDIDO(IDX-REPOS) TO EM-PEDIDO
           ELSE
               MOVE ZEROS TO CONSUMO-PERIODO
               MOVE ZEROS TO EM-PEDIDO.
           IF CONSUMO-PERIODO IS GREATER THAN ZEROS
               COMPUTE CONSUMO-DIARIO ROUNDED =
                       CONSUMO-PERIODO / DIAS-PERIODO
           ELSE
               MOVE ZEROS TO CONSUMO-DIARIO.
           COMPUTE ESTOQUE-ALVO = PRODUTO-ESTOQUE-MINIMO +
                   CONSUMO-DIARIO * HORIZONTE-DIAS.
           COMPUTE NECESSIDADE = ESTOQUE-ALVO -
                   PRODUTO-SALDO-ESTOQUE - EM-PEDIDO.
           MOVE ZEROS TO QTD-SUGERIDA.
           IF NECESSIDADE IS GREATER THAN ZEROS
               MOVE NECESSIDADE TO QTD-SUGERIDA
               IF QTD-SUGERIDA IS LESS THAN NECESSIDADE
                   ADD 1 TO QTD-SUGERIDA.
           IF QTD-SUGERIDA IS GREATER THAN 999999
               MOVE 999999 TO QTD-SUGERIDA.

      *    DIAS DE COBERTURA = SALDO / CONSUMO DIARIO - SALDO ZERO
      *    OU NEGATIVO NAO COBRE NENHUM DIA.
       IMPRIME-SUGESTAO.
           MOVE PRODUTO-CODIGO         TO DET-PRODUTO.
           MOVE PRODUTO-DESCRICAO      TO DET-DESCRICAO.
           MOVE PRODUTO-SALDO-ESTOQUE  TO DET-SALDO.
           MOVE PRODUTO-ESTOQUE-MINIMO TO DET-MINIMO.
           MOVE CONSUMO-DIARIO         TO DET-CONSUMO.
           MOVE EM-PEDIDO              TO DET-EM-PEDIDO.
           MOVE QTD-SUGERIDA           TO DET-SUGERIDO.
           IF CONSUMO-DIARIO IS EQUAL ZEROS
               MOVE "----" TO DET-COBERTURA-X
           ELSE
               IF PRODUTO-SALDO-ESTOQUE IS GREATER THAN ZEROS
                   COMPUTE DIAS-COBERTURA =
                           PRODUTO-SALDO-ESTOQUE / CONSUMO-DIARIO
                   IF DIAS-COBERTURA IS GREATER THAN 9999
                       MOVE 9999 TO DIAS-COBERTURA
                   END-IF
                   MOVE DIAS-COBERTURA TO DET-COBERTURA
               ELSE
                   MOVE ZEROS TO DET-COBERTURA.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-SUGERIDOS.

       GRAVA-SUGESTAO.
           MOVE PRODUTO-CODIGO         TO SUGCOMP-PRODUTO.
           MOVE DATA-CORRENTE          TO SUGCOMP-DATA.
           MOVE PRODUTO-SALDO-ESTOQUE  TO SUGCOMP-SALDO.
           MOVE PRODUTO-ESTOQUE-MINIMO TO SUGCOMP-MINIMO.
           MOVE CONSUMO-DIARIO         TO SUGCOMP-CONSUMO-DIARIO.
           MOVE EM-PEDIDO              TO SUGCOMP-EM-PEDIDO.
           MOVE QTD-SUGERIDA           TO SUGCOMP-QUANTIDADE.
           MOVE "P"                    TO SUGCOMP-SITUACAO.
           MOVE ZEROS                  TO SUGCOMP-PEDIDO.
           WRITE SUGCOMP-REGISTRO
                 INVALID KEY
                 DISPLAY "ERRO AO GRAVAR A SUGESTAO DO PRODUTO "
                         SUGCOMP-PRODUTO " - STATUS : "
                         SUGCOMP-ARQ-STATUS.

      *===============================================================
      *    (G) GERACAO DE PEDIDOS - UM FORNECEDOR POR VEZ. O
      *    COMPRADOR PASSA PELAS SUGESTOES PENDENTES E APROVA AS QUE
      *    SAO DESSE FORNECEDOR; AS DEMAIS FICAM PENDENTES PARA A
      *    PROXIMA GERACAO. A CADA 10 LINHAS O PEDIDO E' GRAVADO E
      *    OUTRO E' ABERTO PARA O MESMO FORNECEDOR.
      *===============================================================
       GERA-PEDIDOS.
           OPEN I-O ARQUIVO-SUGCOMP.
           IF SUGCOMP-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NAO HA SUGESTOES - FACA O CALCULO PRIMEIRO."
               CLOSE ARQUIVO-SUGCOMP
           ELSE
               PERFORM ABRE-ARQUIVO-PEDCOMP
               PERFORM GERA-PEDIDOS-DO-FORNECEDOR
               CLOSE ARQUIVO-PEDCOMP
               CLOSE ARQUIVO-SUGCOMP.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-PEDCOMP.
           OPEN I-O ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PEDCOMP
               CLOSE ARQUIVO-PEDCOMP
               OPEN I-O ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS - "
                       "STATUS : " PEDCOMP-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-SUGCOMP
               CLOSE ARQUIVO-PRODUTO
               STOP RUN.

       GERA-PEDIDOS-DO-FORNECEDOR.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-FORNECEDOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-PREVISAO.
           IF DADOS-VALIDOS
               MOVE ZEROS TO TOTAL-PEDIDOS
               MOVE ZEROS TO TOTAL-APROVADAS
               PERFORM INICIA-PEDIDO
               MOVE SPACE TO RESPOSTA
               MOVE ZEROS TO SUGCOMP-PRODUTO
               START ARQUIVO-SUGCOMP
                     KEY IS NOT LESS THAN SUGCOMP-PRODUTO
                     INVALID KEY
                     MOVE "S" TO FINAL-ARQUIVO
                     NOT INVALID KEY
                     MOVE "N" TO FINAL-ARQUIVO
               END-START
               IF FINAL-ARQUIVO IS EQUAL "N"
                   PERFORM LEIA-PROXIMA-SUGESTAO
                   PERFORM AVALIA-UMA-SUGESTAO
                           UNTIL FINAL-ARQUIVO IS EQUAL "S"
                           OR RESPOSTA IS EQUAL "F"
               END-IF
               IF PEDCOMP-QTD-ITENS IS GREATER THAN ZEROS
                   PERFORM GRAVA-PEDIDO
               END-IF
               DISPLAY "SUGESTOES APROVADAS : " TOTAL-APROVADAS
                       "  PEDIDOS GERADOS : " TOTAL-PEDIDOS.

       LEIA-PROXIMA-SUGESTAO.
           READ ARQUIVO-SUGCOMP NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       CAPTURA-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           ACCEPT FORNECEDOR-INFORMADO.
           IF FORNECEDOR-INFORMADO IS NOT NUMERIC
                   OR FORNECEDOR-INFORMADO IS EQUAL ZEROS
               DISPLAY "FORNECEDOR INVALIDO - GERACAO ABANDONADA."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               PERFORM VALIDA-FORNECEDOR.

       VALIDA-FORNECEDOR.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE FORNECEDORES INDISPONIVEL - "
                       "STATUS : " FORNEC-ARQ-STATUS
               MOVE "N" TO DADOS-VALIDOS-SW
               CLOSE ARQUIVO-FORNEC
           ELSE
               MOVE FORNECEDOR-INFORMADO TO FORNEC-CODIGO
               READ ARQUIVO-FORNEC
                    INVALID KEY
                    DISPLAY "FORNECEDOR " FORNEC-CODIGO
                            " NAO CADASTRADO (PROG145)."
                    MOVE "N" TO DADOS-VALIDOS-SW
                    NOT INVALID KEY
                    IF NOT FORNEC-ATIVO
                        DISPLAY "FORNECEDOR " FORNEC-CODIGO
                                " INATIVO - GERACAO RECUSADA."
                        MOVE "N" TO DADOS-VALIDOS-SW
                    ELSE
                        DISPLAY "FORNECEDOR : "
                                FORNEC-RAZAO-SOCIAL
                    END-IF
               END-READ
               CLOSE ARQUIVO-FORNEC.

      *    A DATA PREVISTA DE ENTREGA VALE PARA TODOS OS PEDIDOS
      *    DESTA GERACAO E E' VALIDADA NA ROTINA CENTRAL (PROG95).
       CAPTURA-PREVISAO.
           DISPLAY "ENTREGA PREVISTA (AAAAMMDD) : ".
           MOVE SPACES TO PREVISAO-INFORMADA.
           ACCEPT PREVISAO-INFORMADA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE PREVISAO-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA PREVISTA INVALIDA : " PREVISAO-INFORMADA
               MOVE "N" TO DADOS-VALIDOS-SW.

       AVALIA-UMA-SUGESTAO.
           IF SUGCOMP-PENDENTE
               PERFORM APRESENTA-SUGESTAO
               MOVE SPACE TO RESPOSTA
               PERFORM PERGUNTA-APROVACAO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "S"
                   PERFORM INCLUI-LINHA-APROVADA.
           IF RESPOSTA IS NOT EQUAL "F"
               PERFORM LEIA-PROXIMA-SUGESTAO.

       APRESENTA-SUGESTAO.
           MOVE SUGCOMP-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "PRODUTO NAO CADASTRADO" TO PRODUTO-DESCRICAO
                MOVE ZEROS TO PRODUTO-CUSTO-MEDIO.
           MOVE SUGCOMP-SALDO TO SALDO-EDITADO.
           MOVE SUGCOMP-QUANTIDADE TO QUANTIDADE-EDITADA.
           DISPLAY SUGCOMP-PRODUTO " " PRODUTO-DESCRICAO
                   " SALDO " SALDO-EDITADO
                   " SUGERIDO " QUANTIDADE-EDITADA.

       PERGUNTA-APROVACAO.
           DISPLAY "INCLUIR NO PEDIDO ? (S)IM (N)AO (F)IM : ".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "f"
               MOVE "F" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S, N OU F.".

      *    A QUANTIDADE VEM DA SUGESTAO E O PRECO DO CUSTO MEDIO DO
      *    PRODUTO - O COMPRADOR PODE TROCAR OS DOIS. SEM PRECO A
      *    LINHA NAO E' ACEITA, COMO NA INCLUSAO DO PROG155.
       INCLUI-LINHA-APROVADA.
           DISPLAY "QUANTIDADE (ENTER = " QUANTIDADE-EDITADA ") : ".
           MOVE ZEROS TO QUANTIDADE-INFORMADA.
           ACCEPT QUANTIDADE-INFORMADA.
           IF QUANTIDADE-INFORMADA IS NOT NUMERIC
                   OR QUANTIDADE-INFORMADA IS EQUAL ZEROS
               MOVE SUGCOMP-QUANTIDADE TO QUANTIDADE-INFORMADA.
           COMPUTE PRECO-INFORMADO ROUNDED = PRODUTO-CUSTO-MEDIO.
           MOVE PRECO-INFORMADO TO PRECO-EDITADO.
           DISPLAY "PRECO UNITARIO COMBINADO (ENTER = "
                   PRECO-EDITADO ") : ".
           MOVE ZEROS TO PRECO-INFORMADO.
           ACCEPT PRECO-INFORMADO.
           IF PRECO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO PRECO-INFORMADO.
           IF PRECO-INFORMADO IS EQUAL ZEROS
               COMPUTE PRECO-INFORMADO ROUNDED = PRODUTO-CUSTO-MEDIO.
           IF PRECO-INFORMADO IS EQUAL ZEROS
               DISPLAY "PRODUTO SEM CUSTO - INFORME O PRECO. LINHA "
                       "NAO ACEITA."
           ELSE
               PERFORM ACRESCENTA-LINHA-AO-PEDIDO.

       ACRESCENTA-LINHA-AO-PEDIDO.
           IF PEDCOMP-QTD-ITENS IS EQUAL 10
               PERFORM GRAVA-PEDIDO
               PERFORM INICIA-PEDIDO.
           IF PEDCOMP-QTD-ITENS IS EQUAL ZEROS
               PERFORM OBTEM-NUMERO-PEDIDO.
           ADD 1 TO PEDCOMP-QTD-ITENS.
           MOVE PEDCOMP-QTD-ITENS TO IDX-ITEM.
           MOVE SUGCOMP-PRODUTO
                TO PEDCOMP-ITEM-PRODUTO(IDX-ITEM).
           MOVE QUANTIDADE-INFORMADA
                TO PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-RECEBIDA(IDX-ITEM).
           MOVE PRECO-INFORMADO
                TO PEDCOMP-ITEM-PRECO(IDX-ITEM).
           MOVE "G" TO SUGCOMP-SITUACAO.
           MOVE NUMERO-NOVO-PEDIDO TO SUGCOMP-PEDIDO.
           REWRITE SUGCOMP-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A SUGESTAO - STATUS : "
                           SUGCOMP-ARQ-STATUS.
           ADD 1 TO TOTAL-APROVADAS.
           DISPLAY "LINHA " IDX-ITEM " DO PEDIDO " NUMERO-NOVO-PEDIDO
                   " ACEITA.".

       INICIA-PEDIDO.
           MOVE SPACES TO PEDCOMP-REGISTRO.
           MOVE ZEROS TO PEDCOMP-QTD-ITENS.
           MOVE ZEROS TO PEDCOMP-VALOR-FATURADO.
           MOVE 1 TO IDX-ITEM.
           PERFORM LIMPA-LINHA-NAO-USADA
                   UNTIL IDX-ITEM IS GREATER THAN 10.

       LIMPA-LINHA-NAO-USADA.
           MOVE ZEROS TO PEDCOMP-ITEM-PRODUTO(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-RECEBIDA(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-PRECO(IDX-ITEM).
           ADD 1 TO IDX-ITEM.

      *    O NUMERO DO PEDIDO E' SEQUENCIAL ENTRE EXECUCOES, GUARDADO
      *    EM PEDCTL.DAT - O MESMO CONTROLE DO PROG155.
       OBTEM-NUMERO-PEDIDO.
           MOVE ZEROS TO NUMERO-NOVO-PEDIDO.
           OPEN INPUT ARQUIVO-PEDCTL.
           IF PEDCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-PEDCTL
               IF PEDCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE PEDCTL-ULTIMO-NUMERO TO NUMERO-NOVO-PEDIDO.
           CLOSE ARQUIVO-PEDCTL.
           ADD 1 TO NUMERO-NOVO-PEDIDO.
           MOVE NUMERO-NOVO-PEDIDO TO PEDCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-PEDCTL.
           WRITE PEDCTL-REGISTRO.
           CLOSE ARQUIVO-PEDCTL.

       GRAVA-PEDIDO.
           MOVE NUMERO-NOVO-PEDIDO    TO PEDCOMP-NUMERO.
           MOVE FORNECEDOR-INFORMADO  TO PEDCOMP-FORNECEDOR.
           MOVE DATA-CORRENTE         TO PEDCOMP-EMISSAO.
           MOVE PREVISAO-INFORMADA    TO PEDCOMP-PREVISAO.
           MOVE "A"                   TO PEDCOMP-SITUACAO.
           MOVE OPERADOR-ID           TO PEDCOMP-OPERADOR.
           WRITE PEDCOMP-REGISTRO
                 INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O PEDIDO - STATUS : "
                         PEDCOMP-ARQ-STATUS
                 NOT INVALID KEY
                 PERFORM CALCULA-VALOR-DO-PEDIDO
                 MOVE VALOR-DO-PEDIDO TO VALOR-EDITADO
                 DISPLAY "PEDIDO " PEDCOMP-NUMERO " GRAVADO - "
                         PEDCOMP-QTD-ITENS " LINHAS, "
                         VALOR-EDITADO "."
                 ADD 1 TO TOTAL-PEDIDOS
                 PERFORM REGISTRA-AUDITORIA-PEDIDO.

       CALCULA-VALOR-DO-PEDIDO.
           MOVE ZEROS TO VALOR-DO-PEDIDO.
           MOVE 1 TO IDX-ITEM.
           PERFORM SOMA-VALOR-DA-LINHA
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS.

       SOMA-VALOR-DA-LINHA.
           COMPUTE VALOR-DA-LINHA =
                   PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM) *
                   PEDCOMP-ITEM-PRECO(IDX-ITEM).
           ADD VALOR-DA-LINHA TO VALOR-DO-PEDIDO.
           ADD 1 TO IDX-ITEM.

       REGISTRA-AUDITORIA-PEDIDO.
           MOVE "PEDCOMPRA"     TO AUDIT-ENTIDADE.
           MOVE PEDCOMP-NUMERO  TO AUDIT-CODIGO.
           MOVE "INCLUSAO"      TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PEDIDO AO FORNECEDOR " PEDCOMP-FORNECEDOR
                  " (REPOSICAO)."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG163" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
