       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG155.

      *    MANUTENCAO DOS PEDIDOS DE COMPRA A FORNECEDORES
      *    (PEDCOMP.DAT) - INCLUI O PEDIDO PARA UM FORNECEDOR ATIVO
      *    (FORNEC.DAT) COM ATE 10 LINHAS DE PRODUTOS ATIVOS DO
      *    CADASTRO (PRODUTOS.DAT), QUANTIDADE, PRECO UNITARIO
      *    COMBINADO E DATA PREVISTA DE ENTREGA VALIDADA NA ROTINA
      *    CENTRAL DE DATAS. A NUMERACAO E' SEQUENCIAL ENTRE
      *    EXECUCOES (PEDCTL.DAT, COMO O CPAGCTL DOS TITULOS). O
      *    CANCELAMENTO SO E' ACEITO EM PEDIDO SEM NENHUM
      *    RECEBIMENTO. A LISTAGEM SAI EM PEDCOMP.REL COM O PEDIDO,
      *    O RECEBIDO E O SALDO A RECEBER DE CADA LINHA. O
      *    RECEBIMENTO DAS LINHAS E' FEITO NO PROG97 E O TITULO DO
      *    FORNECEDOR E' CONFERIDO CONTRA O PEDIDO NO PROG146. TUDO
      *    VAI PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDCOMP.cob".
           COPY "SELPEDCTL.cob".
           COPY "SELFORNEC.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "PEDCOMP.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDCOMP.cob".
           COPY "FDPEDCTL.cob".
           COPY "FDFORNEC.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  PEDCTL-ARQ-STATUS       PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-PEDCOMP           PIC X.

           COPY "DTVALPARM.cob".

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-CANCELAR       VALUE "C".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  FORNECEDOR-INFORMADO    PIC 9(06).
       01  PREVISAO-INFORMADA      PIC X(08).
       01  PRODUTO-INFORMADO       PIC 9(06).
       01  QUANTIDADE-INFORMADA    PIC 9(06).
       01  PRECO-INFORMADO         PIC 9(06)V9(02).
       01  NUMERO-INFORMADO        PIC 9(06).
       01  NUMERO-NOVO-PEDIDO      PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  ITEM-VALIDO-SW          PIC X(01).
           88 ITEM-VALIDO          VALUE "S".
       01  TEM-RECEBIMENTO-SW      PIC X(01).
           88 TEM-RECEBIMENTO      VALUE "S".
       01  SO-ABERTOS-SW           PIC X(01).
           88 SO-ABERTOS           VALUE "S".
       01  IDX-ITEM                PIC 9(02).
       01  VALOR-DO-PEDIDO         PIC 9(10)V9(02).
       01  VALOR-DA-LINHA          PIC 9(10)V9(02).
       01  SALDO-DA-LINHA          PIC 9(06).
       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

       01  LINHA-CABECALHO-PEDIDO.
           05 FILLER               PIC X(07) VALUE "PEDIDO ".
           05 CAB-NUMERO           PIC 9(06).
           05 FILLER               PIC X(07) VALUE "  FORN ".
           05 CAB-FORNECEDOR       PIC 9(06).
           05 FILLER               PIC X(11) VALUE "  PREVISTO ".
           05 CAB-PREV-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 CAB-PREV-MES         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 CAB-PREV-ANO         PIC 9(04).
           05 FILLER               PIC X(11) VALUE "  SITUACAO ".
           05 CAB-SITUACAO         PIC X(01).
           05 FILLER               PIC X(21) VALUE SPACES.

       01  LINHA-DETALHE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-PEDIDA           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-RECEBIDA         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SALDO            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-PRECO            PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- PEDIDOS DE COMPRA A FORNECEDORES ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-PEDCOMP.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-PEDCOMP.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

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
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (C)ANCELAR (L)ISTAR "
                   "(S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-PEDIDO.
           IF OPCAO-CANCELAR
               PERFORM CANCELA-PEDIDO.
           IF OPCAO-LISTAR
               PERFORM LISTA-PEDIDOS.

      *===============================================================
      *    INCLUSAO DE PEDIDO - AS CAPTURAS MARCAM DADOS-VALIDOS-SW E
      *    O PEDIDO SO E' GRAVADO COM PELO MENOS UMA LINHA VALIDA.
      *===============================================================
       INCLUI-PEDIDO.
           MOVE SPACES TO PEDCOMP-REGISTRO.
           MOVE ZEROS TO PEDCOMP-QTD-ITENS.
           MOVE ZEROS TO PEDCOMP-VALOR-FATURADO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-FORNECEDOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-PREVISAO.
           IF DADOS-VALIDOS
               MOVE "S" TO RESPOSTA
               PERFORM CAPTURA-LINHA-DO-PEDIDO
                       UNTIL RESPOSTA IS EQUAL "N"
                       OR PEDCOMP-QTD-ITENS IS EQUAL 10
               IF PEDCOMP-QTD-ITENS IS EQUAL ZEROS
                   DISPLAY "PEDIDO SEM LINHAS - NAO GRAVADO."
               ELSE
                   PERFORM OBTEM-NUMERO-PEDIDO
                   PERFORM GRAVA-PEDIDO.

       CAPTURA-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR : ".
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           ACCEPT FORNECEDOR-INFORMADO.
           IF FORNECEDOR-INFORMADO IS NOT NUMERIC
                   OR FORNECEDOR-INFORMADO IS EQUAL ZEROS
               DISPLAY "FORNECEDOR INVALIDO - PEDIDO ABANDONADO."
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
                                " INATIVO - PEDIDO RECUSADO."
                        MOVE "N" TO DADOS-VALIDOS-SW
                    ELSE
                        DISPLAY "FORNECEDOR : "
                                FORNEC-RAZAO-SOCIAL
                    END-IF
               END-READ
               CLOSE ARQUIVO-FORNEC.

      *    A DATA PREVISTA DE ENTREGA E' OBRIGATORIA E VALIDADA NA
      *    ROTINA CENTRAL (PROG95).
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

      *    CADA LINHA E' UM PRODUTO ATIVO DO CADASTRO COM QUANTIDADE
      *    E PRECO UNITARIO COMBINADO COM O FORNECEDOR - O MESMO
      *    PRODUTO NAO SE REPETE NO PEDIDO.
       CAPTURA-LINHA-DO-PEDIDO.
           MOVE "S" TO ITEM-VALIDO-SW.
           DISPLAY "CODIGO DO PRODUTO (LINHA "
                   PEDCOMP-QTD-ITENS " JA INFORMADAS) : ".
           MOVE ZEROS TO PRODUTO-INFORMADO.
           ACCEPT PRODUTO-INFORMADO.
           PERFORM VALIDA-PRODUTO-DA-LINHA.
           IF ITEM-VALIDO
               PERFORM VERIFICA-PRODUTO-REPETIDO.
           IF ITEM-VALIDO
               DISPLAY "QUANTIDADE PEDIDA : "
               MOVE ZEROS TO QUANTIDADE-INFORMADA
               ACCEPT QUANTIDADE-INFORMADA
               DISPLAY "PRECO UNITARIO COMBINADO : "
               MOVE ZEROS TO PRECO-INFORMADO
               ACCEPT PRECO-INFORMADO
               IF QUANTIDADE-INFORMADA IS NOT NUMERIC
                       OR QUANTIDADE-INFORMADA IS EQUAL ZEROS
                       OR PRECO-INFORMADO IS NOT NUMERIC
                       OR PRECO-INFORMADO IS EQUAL ZEROS
                   DISPLAY "QUANTIDADE OU PRECO INVALIDO - LINHA "
                           "NAO ACEITA."
               ELSE
                   ADD 1 TO PEDCOMP-QTD-ITENS
                   MOVE PEDCOMP-QTD-ITENS TO IDX-ITEM
                   MOVE PRODUTO-INFORMADO
                        TO PEDCOMP-ITEM-PRODUTO(IDX-ITEM)
                   MOVE QUANTIDADE-INFORMADA
                        TO PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM)
                   MOVE ZEROS TO PEDCOMP-ITEM-RECEBIDA(IDX-ITEM)
                   MOVE PRECO-INFORMADO
                        TO PEDCOMP-ITEM-PRECO(IDX-ITEM).
           IF PEDCOMP-QTD-ITENS IS LESS THAN 10
               MOVE SPACE TO RESPOSTA
               PERFORM PERGUNTA-OUTRA-LINHA
                       UNTIL RESPOSTA-VALIDA.

       VALIDA-PRODUTO-DA-LINHA.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE PRODUTOS INDISPONIVEL - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               MOVE "N" TO ITEM-VALIDO-SW
               CLOSE ARQUIVO-PRODUTO
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                    INVALID KEY
                    DISPLAY "PRODUTO " PRODUTO-CODIGO
                            " NAO ENCONTRADO."
                    MOVE "N" TO ITEM-VALIDO-SW
                    NOT INVALID KEY
                    IF PRODUTO-INATIVO
                        DISPLAY "PRODUTO " PRODUTO-CODIGO
                                " INATIVO - LINHA RECUSADA."
                        MOVE "N" TO ITEM-VALIDO-SW
                    ELSE
                        DISPLAY PRODUTO-DESCRICAO " ("
                                PRODUTO-UNIDADE ")"
                    END-IF
               END-READ
               CLOSE ARQUIVO-PRODUTO.

       VERIFICA-PRODUTO-REPETIDO.
           MOVE 1 TO IDX-ITEM.
           PERFORM COMPARA-PRODUTO-DA-LINHA
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS
                   OR NOT ITEM-VALIDO.

       COMPARA-PRODUTO-DA-LINHA.
           IF PEDCOMP-ITEM-PRODUTO(IDX-ITEM) IS EQUAL
                   PRODUTO-INFORMADO
               DISPLAY "PRODUTO JA CONSTA DO PEDIDO - ALTERE A "
                       "QUANTIDADE NUM NOVO PEDIDO."
               MOVE "N" TO ITEM-VALIDO-SW.
           ADD 1 TO IDX-ITEM.

       PERGUNTA-OUTRA-LINHA.
           DISPLAY "OUTRA LINHA NESTE PEDIDO ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    O NUMERO DO PEDIDO E' SEQUENCIAL ENTRE EXECUCOES, GUARDADO
      *    EM PEDCTL.DAT - O MESMO DESENHO DO CPAGCTL DOS TITULOS.
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
           IF PEDCOMP-QTD-ITENS IS LESS THAN 10
               MOVE PEDCOMP-QTD-ITENS TO IDX-ITEM
               ADD 1 TO IDX-ITEM
               PERFORM LIMPA-LINHA-NAO-USADA
                       UNTIL IDX-ITEM IS GREATER THAN 10.
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
                 MOVE "INCLUSAO" TO AUDIT-OPERACAO
                 PERFORM REGISTRA-AUDITORIA-PEDIDO.

       LIMPA-LINHA-NAO-USADA.
           MOVE ZEROS TO PEDCOMP-ITEM-PRODUTO(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-RECEBIDA(IDX-ITEM).
           MOVE ZEROS TO PEDCOMP-ITEM-PRECO(IDX-ITEM).
           ADD 1 TO IDX-ITEM.

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

      *===============================================================
      *    CANCELAMENTO - SO DE PEDIDO ABERTO SEM NENHUMA QUANTIDADE
      *    RECEBIDA. PEDIDO PARCIALMENTE ENTREGUE CONTINUA ABERTO.
      *===============================================================
       CANCELA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO A CANCELAR : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ENCONTRADO."
                NOT INVALID KEY
                PERFORM VERIFICA-E-CANCELA-PEDIDO.

       VERIFICA-E-CANCELA-PEDIDO.
           MOVE "N" TO TEM-RECEBIMENTO-SW.
           MOVE 1 TO IDX-ITEM.
           PERFORM PROCURA-LINHA-RECEBIDA
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS.
           IF NOT PEDCOMP-ABERTO
               DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ESTA ABERTO - "
                       "SITUACAO " PEDCOMP-SITUACAO "."
           ELSE
               IF TEM-RECEBIMENTO
                   DISPLAY "PEDIDO " PEDCOMP-NUMERO " JA TEM "
                           "RECEBIMENTO - NAO PODE SER CANCELADO."
               ELSE
                   MOVE "C" TO PEDCOMP-SITUACAO
                   REWRITE PEDCOMP-REGISTRO
                   DISPLAY "PEDIDO " PEDCOMP-NUMERO " CANCELADO."
                   MOVE "CANCELPED" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-PEDIDO.

       PROCURA-LINHA-RECEBIDA.
           IF PEDCOMP-ITEM-RECEBIDA(IDX-ITEM) IS GREATER THAN ZEROS
               MOVE "S" TO TEM-RECEBIMENTO-SW.
           ADD 1 TO IDX-ITEM.

      *===============================================================
      *    LISTAGEM DOS PEDIDOS EM PEDCOMP.REL - O CABECALHO DE CADA
      *    PEDIDO E UMA LINHA POR PRODUTO COM PEDIDO, RECEBIDO E
      *    SALDO A RECEBER.
      *===============================================================
       LISTA-PEDIDOS.
           DISPLAY "LISTAR SO OS PEDIDOS ABERTOS ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "n" OR RESPOSTA IS EQUAL "N"
               MOVE "N" TO SO-ABERTOS-SW
           ELSE
               MOVE "S" TO SO-ABERTOS-SW.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RELACAO DE PEDIDOS DE COMPRA - EMITIDA EM "
                  DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
                  DATA-CORRENTE-ANO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "    PRODUTO   PEDIDO  RECEBIDO    SALDO     PRECO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LOW-VALUES TO PEDCOMP-NUMERO.
           START ARQUIVO-PEDCOMP KEY IS NOT LESS THAN PEDCOMP-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-PEDCOMP
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-PEDCOMP.
           IF FINAL-PEDCOMP IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PEDCOMP
               PERFORM LISTA-UM-PEDIDO
                       UNTIL FINAL-PEDCOMP IS EQUAL "S".
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PEDIDOS LISTADOS : " TOTAL-LISTADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "PEDIDOS LISTADOS : " TOTAL-LISTADOS.
           DISPLAY "RELACAO GRAVADA EM PEDCOMP.REL.".

       LEIA-PROXIMO-PEDCOMP.
           READ ARQUIVO-PEDCOMP NEXT RECORD AT END
           MOVE "S" TO FINAL-PEDCOMP.

       LISTA-UM-PEDIDO.
           IF PEDCOMP-ABERTO OR NOT SO-ABERTOS
               MOVE PEDCOMP-NUMERO     TO CAB-NUMERO
               MOVE PEDCOMP-FORNECEDOR TO CAB-FORNECEDOR
               MOVE PEDCOMP-PREV-DIA   TO CAB-PREV-DIA
               MOVE PEDCOMP-PREV-MES   TO CAB-PREV-MES
               MOVE PEDCOMP-PREV-ANO   TO CAB-PREV-ANO
               MOVE PEDCOMP-SITUACAO   TO CAB-SITUACAO
               MOVE LINHA-CABECALHO-PEDIDO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE 1 TO IDX-ITEM
               PERFORM LISTA-UMA-LINHA
                       UNTIL IDX-ITEM IS GREATER THAN
                             PEDCOMP-QTD-ITENS
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-PEDCOMP.

      *    RECEBIDO ACIMA DO PEDIDO (APONTADO NO PROG97) APARECE COM
      *    SALDO ZERO - O EXCESSO FICA NA COLUNA DE RECEBIDO.
       LISTA-UMA-LINHA.
           IF PEDCOMP-ITEM-RECEBIDA(IDX-ITEM) IS LESS THAN
                   PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM)
               COMPUTE SALDO-DA-LINHA =
                       PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM) -
                       PEDCOMP-ITEM-RECEBIDA(IDX-ITEM)
           ELSE
               MOVE ZEROS TO SALDO-DA-LINHA.
           COMPUTE VALOR-DA-LINHA =
                   PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM) *
                   PEDCOMP-ITEM-PRECO(IDX-ITEM).
           MOVE PEDCOMP-ITEM-PRODUTO(IDX-ITEM)    TO DET-PRODUTO.
           MOVE PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM) TO DET-PEDIDA.
           MOVE PEDCOMP-ITEM-RECEBIDA(IDX-ITEM)   TO DET-RECEBIDA.
           MOVE SALDO-DA-LINHA                    TO DET-SALDO.
           MOVE PEDCOMP-ITEM-PRECO(IDX-ITEM)      TO DET-PRECO.
           MOVE VALOR-DA-LINHA                    TO DET-VALOR.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-ITEM.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    PEDIDO - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-PEDIDO.
           MOVE "PEDCOMPRA"     TO AUDIT-ENTIDADE.
           MOVE PEDCOMP-NUMERO  TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PEDIDO AO FORNECEDOR " PEDCOMP-FORNECEDOR "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG155" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
