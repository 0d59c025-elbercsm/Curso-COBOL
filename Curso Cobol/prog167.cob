       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG167.

      *    ORCAMENTOS DE VENDA (ORCAMENTO.DAT, NUMERADOS EM
      *    ORCCTL.DAT) - MESMA ESTRUTURA DA NOTA : CLIENTE, FILIAL,
      *    VENDEDOR E ATE 10 PRODUTOS, MAIS A DATA DE VALIDADE. (I) A
      *    INCLUSAO PRECIFICA OS ITENS COMO A EMISSAO DE NOTAS (LISTA
      *    DE PRECO E DESCONTO POR QUANTIDADE PELA ROTINA PROG168,
      *    PRECO ABAIXO DA TABELA SO COM SENHA DE SUPERVISOR). (A) A
      *    ALTERACAO MUDA A VALIDADE E PODE REFAZER OS ITENS DE UM
      *    ORCAMENTO ABERTO. (R) MARCA O ORCAMENTO RECUSADO PELO
      *    CLIENTE. (P) IMPRIME O DOCUMENTO DO ORCAMENTO EM
      *    ORCAMENTO.REL. O ORCAMENTO ACEITO E DENTRO DA VALIDADE VIRA
      *    NOTA NA EMISSAO (PROG59) E A TAXA DE CONVERSAO SAI NO
      *    PROG169. TUDO VAI PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCAM.cob".
           COPY "SELORCCTL.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFILIAL.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ORCAMENTO.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCAM.cob".
           COPY "FDORCCTL.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "PRCVENPARM.cob".
           COPY "DTVALPARM.cob".

       01  ORCAM-ARQ-STATUS        PIC X(02).
       01  ORCCTL-ARQ-STATUS       PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-FILIAL            PIC X.
       01  FINAL-OPERADOR          PIC X.

       01  OPCAO-ORCAMENTO         PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-RECUSAR        VALUE "R".
           88 OPCAO-IMPRIMIR       VALUE "P".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  NUMERO-INFORMADO        PIC 9(06).
       01  NUMERO-NOVO-ORCAMENTO   PIC 9(06).
       01  CLIENTE-INFORMADO       PIC 9(06).
       01  VENDEDOR-INF            PIC 9(06).
       01  VENDEDOR-OK-SW          PIC X(01).
           88 VENDEDOR-OK          VALUE "S".
       01  VALIDADE-INFORMADA      PIC X(08).
       01  VALIDADE-NOVA           PIC 9(08).
       01  VALIDADE-OK-SW          PIC X(01).
           88 VALIDADE-OK          VALUE "S".
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       01  IDX-ITEM                PIC 9(02).
       01  ITEM-PRODUTO-INF        PIC 9(06).
       01  ITEM-PRODUTO-OK-SW      PIC X(01).
           88 ITEM-PRODUTO-OK      VALUE "S".
       01  ITEM-QTD-INF            PIC 9(04).
       01  ITEM-VALOR-INF          PIC 9(06)V9(02).
       01  FIM-DOS-ITENS-SW        PIC X(01).
           88 FIM-DOS-ITENS        VALUE "S".
       01  PRECO-MANUAL-INF        PIC 9(06)V9(02).
       01  PRECO-LIBERADO-SW       PIC X(01).
           88 PRECO-LIBERADO       VALUE "S".
       01  SUPERV-CODIGO           PIC X(10).
       01  SUPERV-SENHA            PIC X(10).
       01  SUPERV-OK-SW            PIC X(01).
           88 SUPERV-OK            VALUE "S".
       01  PRECO-AUDIT-TABELA      PIC ZZZZZ9.99.
       01  PRECO-AUDIT-MANUAL      PIC ZZZZZ9.99.

       01  PRECO-EDITADO           PIC $ZZZ,ZZ9.99.
       01  DESCONTO-EDITADO        PIC Z9.99.
       01  VALOR-TOTAL-EDITADO     PIC $ZZ,ZZZ,ZZ9.99.
       01  DESCRICAO-SITUACAO      PIC X(20).

       01  LINHA-ITEM-ORCAMENTO.
           05 LIN-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-QUANTIDADE       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-VALOR-UNIT       PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-VALOR-TOTAL      PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ORCAMENTOS DE VENDA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-ORCAM.
           PERFORM ABRE-CADASTROS.

           MOVE SPACE TO OPCAO-ORCAMENTO.
           PERFORM EXECUTA-ORCAMENTO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-ORCAM.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FUNCIONARIO.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-ORCAM.
           OPEN I-O ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ORCAM
               CLOSE ARQUIVO-ORCAM
               OPEN I-O ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS - "
                       "STATUS : " ORCAM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    CLIENTES, PRODUTOS E FUNCIONARIOS SO SAO CONSULTADOS -
      *    SEM ELES NAO HA ORCAMENTO A FAZER.
       ABRE-CADASTROS.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-ORCAM
               STOP RUN.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-ORCAM
               STOP RUN.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-ORCAM
               STOP RUN.

       EXECUTA-ORCAMENTO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (R)ECUSADO "
                   "(P)IMPRIMIR (S)AIR : ".
           MOVE SPACE TO OPCAO-ORCAMENTO.
           ACCEPT OPCAO-ORCAMENTO.
           IF OPCAO-ORCAMENTO IS EQUAL "i"
               MOVE "I" TO OPCAO-ORCAMENTO.
           IF OPCAO-ORCAMENTO IS EQUAL "a"
               MOVE "A" TO OPCAO-ORCAMENTO.
           IF OPCAO-ORCAMENTO IS EQUAL "r"
               MOVE "R" TO OPCAO-ORCAMENTO.
           IF OPCAO-ORCAMENTO IS EQUAL "p"
               MOVE "P" TO OPCAO-ORCAMENTO.
           IF OPCAO-ORCAMENTO IS EQUAL "s"
               MOVE "S" TO OPCAO-ORCAMENTO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-ORCAMENTO.
           IF OPCAO-ALTERAR
               PERFORM ALTERA-ORCAMENTO.
           IF OPCAO-RECUSAR
               PERFORM RECUSA-ORCAMENTO.
           IF OPCAO-IMPRIMIR
               PERFORM IMPRIME-ORCAMENTO-PEDIDO.

      *===============================================================
      *    (I) INCLUSAO - CLIENTE ATIVO DE FILIAL ATIVA, VENDEDOR DO
      *    CADASTRO DE FUNCIONARIOS E VALIDADE A PARTIR DE HOJE.
      *===============================================================
       INCLUI-ORCAMENTO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           MOVE SPACES TO ORCAM-REGISTRO.
           DISPLAY "CODIGO DO CLIENTE : ".
           MOVE ZEROS TO CLIENTE-INFORMADO.
           ACCEPT CLIENTE-INFORMADO.
           MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                DISPLAY "CLIENTE " CLIENTE-CODIGO " NAO ENCONTRADO."
                MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               IF CLIENTE-INATIVO
                   DISPLAY "CLIENTE " CLIENTE-CODIGO " ESTA INATIVO."
                   MOVE "N" TO DADOS-VALIDOS-SW
               ELSE
                   PERFORM VALIDA-FILIAL-DO-CLIENTE.
           IF DADOS-VALIDOS
               DISPLAY "CLIENTE : " CLIENTE-NOME
               MOVE ZEROS TO ORCAM-NUMERO
               MOVE CLIENTE-CODIGO TO ORCAM-CLIENTE-CODIGO
               MOVE CLIENTE-FILIAL TO ORCAM-FILIAL
               MOVE DATA-CORRENTE  TO ORCAM-DATA
               MOVE ZEROS TO ORCAM-NOTA
               MOVE "A" TO ORCAM-SITUACAO
               PERFORM PEDE-VENDEDOR-DO-ORCAMENTO
               MOVE VENDEDOR-INF TO ORCAM-VENDEDOR
               MOVE ZEROS TO ORCAM-VALIDADE
               PERFORM PEDE-VALIDADE-DO-ORCAMENTO
               PERFORM CAPTURA-ITENS-DO-ORCAMENTO
               IF ORCAM-QTD-ITENS IS EQUAL ZEROS
                   DISPLAY "ORCAMENTO SEM ITENS - NAO GRAVADO."
               ELSE
                   PERFORM GRAVA-NOVO-ORCAMENTO.

      *    COM O CADASTRO DE FILIAIS IMPLANTADO (PROG151) A FILIAL
      *    DO CLIENTE PRECISA EXISTIR NELE E ESTAR ATIVA.
       VALIDA-FILIAL-DO-CLIENTE.
           MOVE "N" TO FILIAL-ACHADA-SW.
           MOVE "N" TO FINAL-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               PERFORM LEIA-PROXIMA-FILIAL
               IF FINAL-FILIAL IS EQUAL "S"
                   MOVE "S" TO FILIAL-ACHADA-SW
               ELSE
                   PERFORM PROCURA-FILIAL
                           UNTIL FINAL-FILIAL IS EQUAL "S"
                           OR FILIAL-ACHADA
           ELSE
               MOVE "S" TO FILIAL-ACHADA-SW.
           CLOSE ARQUIVO-FILIAL.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " CLIENTE-FILIAL " DO CLIENTE NAO "
                       "CADASTRADA OU INATIVA (VER PROG151)."
               MOVE "N" TO DADOS-VALIDOS-SW.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL.
           IF FILIAL-CODIGO IS EQUAL CLIENTE-FILIAL
                   AND FILIAL-ATIVA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

      *    O VENDEDOR E' OBRIGATORIO E PRECISA EXISTIR NO CADASTRO
      *    DE FUNCIONARIOS - E' ELE QUE RESPONDE PELA CONVERSAO.
       PEDE-VENDEDOR-DO-ORCAMENTO.
           MOVE "N" TO VENDEDOR-OK-SW.
           PERFORM ACEITA-VENDEDOR
                   UNTIL VENDEDOR-OK.

       ACEITA-VENDEDOR.
           DISPLAY "CODIGO DO VENDEDOR : ".
           MOVE ZEROS TO VENDEDOR-INF.
           ACCEPT VENDEDOR-INF.
           IF VENDEDOR-INF IS NOT NUMERIC
               MOVE ZEROS TO VENDEDOR-INF.
           IF VENDEDOR-INF IS EQUAL ZEROS
               DISPLAY "O VENDEDOR E' OBRIGATORIO."
           ELSE
               MOVE VENDEDOR-INF TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                    INVALID KEY
                    DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO
                            " NAO CADASTRADO."
                    NOT INVALID KEY
                    DISPLAY "VENDEDOR : " FUNCIONARIO-NOME
                    MOVE "S" TO VENDEDOR-OK-SW.

      *    A VALIDADE E' OBRIGATORIA NA INCLUSAO E NAO PODE SER
      *    ANTERIOR A HOJE - NA ALTERACAO, ENTER MANTEM A ATUAL.
       PEDE-VALIDADE-DO-ORCAMENTO.
           MOVE "N" TO VALIDADE-OK-SW.
           PERFORM ACEITA-VALIDADE
                   UNTIL VALIDADE-OK.

       ACEITA-VALIDADE.
           DISPLAY "VALIDO ATE (AAAAMMDD) : ".
           MOVE SPACES TO VALIDADE-INFORMADA.
           ACCEPT VALIDADE-INFORMADA.
           IF VALIDADE-INFORMADA IS EQUAL SPACES
               IF ORCAM-VALIDADE IS NOT EQUAL ZEROS
                   MOVE "S" TO VALIDADE-OK-SW
               ELSE
                   DISPLAY "A VALIDADE E' OBRIGATORIA."
           ELSE
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               MOVE VALIDADE-INFORMADA TO DTVAL-DATA-1
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA INVALIDA - CONFIRA O CALENDARIO."
               ELSE
                   IF DTVAL-DATA-1 IS LESS THAN DATA-CORRENTE
                       DISPLAY "A VALIDADE NAO PODE SER ANTERIOR A "
                               "HOJE."
                   ELSE
                       MOVE DTVAL-DATA-1 TO ORCAM-VALIDADE
                       MOVE "S" TO VALIDADE-OK-SW.

      *    OS ITENS SAO PRECIFICADOS COMO NA EMISSAO - A LISTA DO
      *    CLIENTE (OU DA FILIAL) E O DESCONTO POR QUANTIDADE.
       CAPTURA-ITENS-DO-ORCAMENTO.
           MOVE ZEROS TO ORCAM-QTD-ITENS.
           MOVE ZEROS TO ORCAM-VALOR-TOTAL.
           MOVE ORCAM-CLIENTE-CODIGO TO PRCVEN-CLIENTE.
           MOVE ORCAM-FILIAL   TO PRCVEN-FILIAL.
           MOVE DATA-CORRENTE  TO PRCVEN-DATA.
           MOVE ZEROS          TO PRCVEN-PRODUTO.
           MOVE ZEROS          TO PRCVEN-PRECO-CADASTRO.
           MOVE ZEROS          TO PRCVEN-QUANTIDADE.
           CALL "PROG168" USING PRCVEN-PARAMETROS.
           IF PRCVEN-LISTA IS EQUAL ZEROS
               DISPLAY "SEM LISTA DE PRECO - PRECOS DO CADASTRO."
           ELSE
               DISPLAY "LISTA DE PRECO " PRCVEN-LISTA " - "
                       PRCVEN-NOME-LISTA " (" PRCVEN-ORIGEM-LISTA ")".
           MOVE "N" TO FIM-DOS-ITENS-SW.
           PERFORM CAPTURA-ITEM
                   UNTIL FIM-DOS-ITENS
                   OR ORCAM-QTD-ITENS IS EQUAL 10.

      *    O CODIGO DE PRODUTO ZERO ENCERRA A DIGITACAO DOS ITENS.
       CAPTURA-ITEM.
           DISPLAY "CODIGO DO PRODUTO (ZERO ENCERRA) : ".
           MOVE ZEROS TO ITEM-PRODUTO-INF.
           ACCEPT ITEM-PRODUTO-INF.
           IF ITEM-PRODUTO-INF IS NOT NUMERIC
               MOVE ZEROS TO ITEM-PRODUTO-INF.
           IF ITEM-PRODUTO-INF IS EQUAL ZEROS
               MOVE "S" TO FIM-DOS-ITENS-SW
           ELSE
               PERFORM CONSULTA-PRODUTO-DO-ITEM
               IF ITEM-PRODUTO-OK
                   MOVE ITEM-PRODUTO-INF TO PRCVEN-PRODUTO
                   MOVE PRODUTO-PRECO    TO PRCVEN-PRECO-CADASTRO
                   MOVE ZEROS            TO PRCVEN-QUANTIDADE
                   CALL "PROG168" USING PRCVEN-PARAMETROS
                   MOVE PRCVEN-PRECO-BASE TO PRECO-EDITADO
                   DISPLAY PRODUTO-DESCRICAO " - PRECO "
                           PRECO-EDITADO " (" PRCVEN-ORIGEM-PRECO ")"
                   DISPLAY "QUANTIDADE : "
                   MOVE ZEROS TO ITEM-QTD-INF
                   ACCEPT ITEM-QTD-INF
                   PERFORM VALIDA-E-GUARDA-ITEM.

      *    SO PRODUTO CADASTRADO E ATIVO ENTRA NO ORCAMENTO.
       CONSULTA-PRODUTO-DO-ITEM.
           MOVE "N" TO ITEM-PRODUTO-OK-SW.
           MOVE ITEM-PRODUTO-INF TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO CADASTRADO - "
                        "ITEM DESCARTADO (VER PROG96)."
                NOT INVALID KEY
                IF PRODUTO-INATIVO
                    DISPLAY "PRODUTO " PRODUTO-CODIGO " ESTA INATIVO "
                            "- ITEM DESCARTADO."
                ELSE
                    MOVE "S" TO ITEM-PRODUTO-OK-SW.

       VALIDA-E-GUARDA-ITEM.
           IF ITEM-QTD-INF IS NOT NUMERIC
               MOVE ZEROS TO ITEM-QTD-INF.
           IF ITEM-QTD-INF IS EQUAL ZEROS
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO - ITEM "
                       "DESCARTADO."
           ELSE
               MOVE ITEM-QTD-INF TO PRCVEN-QUANTIDADE
               CALL "PROG168" USING PRCVEN-PARAMETROS
               IF PRCVEN-DESCONTO IS GREATER THAN ZEROS
                   MOVE PRCVEN-DESCONTO TO DESCONTO-EDITADO
                   MOVE PRCVEN-PRECO-TABELA TO PRECO-EDITADO
                   DISPLAY "DESCONTO POR QUANTIDADE " DESCONTO-EDITADO
                           "% - PRECO " PRECO-EDITADO
               END-IF
               PERFORM PEDE-PRECO-MANUAL
               ADD 1 TO ORCAM-QTD-ITENS
               MOVE ORCAM-QTD-ITENS TO IDX-ITEM
               MOVE ITEM-PRODUTO-INF
                    TO ORCAM-ITEM-PRODUTO(IDX-ITEM)
               MOVE PRODUTO-DESCRICAO
                    TO ORCAM-ITEM-DESCRICAO(IDX-ITEM)
               MOVE ITEM-QTD-INF TO ORCAM-ITEM-QUANTIDADE(IDX-ITEM)
               MOVE ITEM-VALOR-INF TO ORCAM-ITEM-VALOR-UNIT(IDX-ITEM)
               COMPUTE ORCAM-ITEM-VALOR-TOTAL(IDX-ITEM) ROUNDED =
                       ITEM-QTD-INF * ITEM-VALOR-INF
               ADD ORCAM-ITEM-VALOR-TOTAL(IDX-ITEM)
                   TO ORCAM-VALOR-TOTAL.

      *    MESMA REGRA DA EMISSAO (PROG59) - ACIMA DO PRECO DE TABELA
      *    ENTRA DIRETO, ABAIXO SO COM A SENHA DE UM SUPERVISOR, QUE
      *    VAI PARA A TRILHA DE AUDITORIA. O PRECO ORCADO E' O QUE A
      *    NOTA VAI COBRAR.
       PEDE-PRECO-MANUAL.
           MOVE PRCVEN-PRECO-TABELA TO ITEM-VALOR-INF.
           MOVE PRCVEN-PRECO-TABELA TO PRECO-EDITADO.
           DISPLAY "PRECO UNITARIO (ZERO = " PRECO-EDITADO ") : ".
           MOVE ZEROS TO PRECO-MANUAL-INF.
           ACCEPT PRECO-MANUAL-INF.
           IF PRECO-MANUAL-INF IS NOT NUMERIC
               MOVE ZEROS TO PRECO-MANUAL-INF.
           IF PRECO-MANUAL-INF IS NOT EQUAL ZEROS
               IF PRECO-MANUAL-INF IS NOT LESS THAN
                       PRCVEN-PRECO-TABELA
                   MOVE PRECO-MANUAL-INF TO ITEM-VALOR-INF
               ELSE
                   DISPLAY "PRECO ABAIXO DA TABELA."
                   PERFORM PEDE-LIBERACAO-PRECO
                   IF PRECO-LIBERADO
                       MOVE PRECO-MANUAL-INF TO ITEM-VALOR-INF
                       PERFORM REGISTRA-AUDITORIA-PRECO
                   ELSE
                       DISPLAY "MANTIDO O PRECO DE TABELA "
                               PRECO-EDITADO ".".

       PEDE-LIBERACAO-PRECO.
           MOVE "N" TO PRECO-LIBERADO-SW.
           DISPLAY "LIBERACAO EXIGE SUPERVISOR - OPERADOR (BRANCO "
                   "DESISTE) : ".
           MOVE SPACES TO SUPERV-CODIGO.
           ACCEPT SUPERV-CODIGO.
           IF SUPERV-CODIGO IS NOT EQUAL SPACES
               DISPLAY "SENHA : "
               MOVE SPACES TO SUPERV-SENHA
               ACCEPT SUPERV-SENHA
               PERFORM VALIDA-SUPERVISOR
               IF SUPERV-OK
                   MOVE "S" TO PRECO-LIBERADO-SW
                   DISPLAY "PRECO LIBERADO PELO SUPERVISOR "
                           SUPERV-CODIGO "."
               ELSE
                   DISPLAY "OPERADOR NAO E' SUPERVISOR ATIVO OU "
                           "SENHA INVALIDA - LIBERACAO NEGADA.".

       VALIDA-SUPERVISOR.
           MOVE "N" TO SUPERV-OK-SW.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS NOT EQUAL "00"
               CLOSE ARQUIVO-OPERADOR
           ELSE
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM COMPARA-SUPERVISOR
                       UNTIL SUPERV-OK
                       OR FINAL-OPERADOR IS EQUAL "S"
               CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR.
           IF OPERADOR-CODIGO IS EQUAL SUPERV-CODIGO
                   AND OPERADOR-SENHA IS EQUAL SUPERV-SENHA
                   AND OPERADOR-SUPERVISOR
                   AND OPERADOR-ATIVO
               MOVE "S" TO SUPERV-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    A DESCRICAO LEVA O ORCAMENTO (ZERO NA INCLUSAO, AINDA SEM
      *    NUMERO), O PRECO DE TABELA, O LIBERADO E O SUPERVISOR.
       REGISTRA-AUDITORIA-PRECO.
           MOVE "PRODUTO"         TO AUDIT-ENTIDADE.
           MOVE ITEM-PRODUTO-INF  TO AUDIT-CODIGO.
           MOVE "PRECO-LIB"       TO AUDIT-OPERACAO.
           MOVE PRCVEN-PRECO-TABELA TO PRECO-AUDIT-TABELA.
           MOVE PRECO-MANUAL-INF  TO PRECO-AUDIT-MANUAL.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING ORCAM-NUMERO " " PRECO-AUDIT-TABELA " P/"
                  PRECO-AUDIT-MANUAL " " SUPERV-CODIGO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-NOVO-ORCAMENTO.
           PERFORM OBTEM-NUMERO-ORCAMENTO.
           MOVE NUMERO-NOVO-ORCAMENTO TO ORCAM-NUMERO.
           WRITE ORCAM-REGISTRO
                 INVALID KEY
                 DISPLAY "NUMERO DE ORCAMENTO " ORCAM-NUMERO " JA "
                         "EXISTE - VERIFIQUE O CONTROLE ORCCTL."
                 NOT INVALID KEY
                 MOVE ORCAM-VALOR-TOTAL TO VALOR-TOTAL-EDITADO
                 DISPLAY "ORCAMENTO " ORCAM-NUMERO " GRAVADO - TOTAL "
                         VALOR-TOTAL-EDITADO
                 MOVE "INCLUSAO" TO AUDIT-OPERACAO
                 PERFORM REGISTRA-AUDITORIA-ORCAMENTO
                 PERFORM OFERECE-IMPRESSAO.

      *    O NUMERO DO ORCAMENTO E' SEQUENCIAL ENTRE EXECUCOES,
      *    GUARDADO EM ORCCTL.DAT - O MESMO DESENHO DO PEDCTL.
       OBTEM-NUMERO-ORCAMENTO.
           MOVE ZEROS TO NUMERO-NOVO-ORCAMENTO.
           OPEN INPUT ARQUIVO-ORCCTL.
           IF ORCCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-ORCCTL
               IF ORCCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE ORCCTL-ULTIMO-NUMERO TO NUMERO-NOVO-ORCAMENTO.
           CLOSE ARQUIVO-ORCCTL.
           ADD 1 TO NUMERO-NOVO-ORCAMENTO.
           MOVE NUMERO-NOVO-ORCAMENTO TO ORCCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-ORCCTL.
           WRITE ORCCTL-REGISTRO.
           CLOSE ARQUIVO-ORCCTL.

       OFERECE-IMPRESSAO.
           DISPLAY "IMPRIME O ORCAMENTO ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
               PERFORM IMPRIME-ORCAMENTO.

      *===============================================================
      *    (A) ALTERACAO - SO ORCAMENTO ABERTO. OS ITENS REFEITOS
      *    SAO PRECIFICADOS DE NOVO PELA TABELA DE HOJE.
      *===============================================================
       ALTERA-ORCAMENTO.
           PERFORM LE-ORCAMENTO-INFORMADO.
           IF DADOS-VALIDOS
               IF NOT ORCAM-ABERTO
                   DISPLAY "SO ORCAMENTO ABERTO PODE SER ALTERADO."
               ELSE
                   PERFORM EXIBE-ORCAMENTO
                   PERFORM PEDE-VALIDADE-DO-ORCAMENTO
                   DISPLAY "REFAZ OS ITENS ? (S/N)"
                   MOVE SPACE TO RESPOSTA
                   ACCEPT RESPOSTA
                   IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
                       PERFORM REFAZ-ITENS-DO-ORCAMENTO
                   END-IF
                   PERFORM REGRAVA-ORCAMENTO.

      *    OS ITENS ANTIGOS SO SAO TROCADOS SE O OPERADOR DIGITAR
      *    PELO MENOS UM ITEM NOVO.
       REFAZ-ITENS-DO-ORCAMENTO.
           MOVE ORCAM-VALIDADE TO VALIDADE-NOVA.
           PERFORM CAPTURA-ITENS-DO-ORCAMENTO.
           IF ORCAM-QTD-ITENS IS EQUAL ZEROS
               DISPLAY "NENHUM ITEM DIGITADO - ITENS ANTERIORES "
                       "MANTIDOS."
               PERFORM RELE-ORCAMENTO-ORIGINAL.

      *    VOLTA OS ITENS GRAVADOS, MAS COM A VALIDADE JA ALTERADA.
       RELE-ORCAMENTO-ORIGINAL.
           MOVE NUMERO-INFORMADO TO ORCAM-NUMERO.
           READ ARQUIVO-ORCAM
                INVALID KEY
                DISPLAY "ORCAMENTO " ORCAM-NUMERO " NAO ENCONTRADO.".
           MOVE VALIDADE-NOVA TO ORCAM-VALIDADE.

       REGRAVA-ORCAMENTO.
           REWRITE ORCAM-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ORCAMENTO - STATUS : "
                           ORCAM-ARQ-STATUS
                   NOT INVALID KEY
                   MOVE ORCAM-VALOR-TOTAL TO VALOR-TOTAL-EDITADO
                   DISPLAY "ORCAMENTO " ORCAM-NUMERO " ALTERADO - "
                           "TOTAL " VALOR-TOTAL-EDITADO
                   MOVE "ALTERACAO" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-ORCAMENTO.

       LE-ORCAMENTO-INFORMADO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "NUMERO DO ORCAMENTO : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO ORCAM-NUMERO.
           READ ARQUIVO-ORCAM
                INVALID KEY
                DISPLAY "ORCAMENTO " ORCAM-NUMERO " NAO ENCONTRADO."
                MOVE "N" TO DADOS-VALIDOS-SW.

       EXIBE-ORCAMENTO.
           PERFORM DESCREVE-SITUACAO.
           MOVE ORCAM-VALOR-TOTAL TO VALOR-TOTAL-EDITADO.
           DISPLAY "ORCAMENTO " ORCAM-NUMERO " CLIENTE "
                   ORCAM-CLIENTE-CODIGO " VENDEDOR " ORCAM-VENDEDOR.
           DISPLAY "EMITIDO EM " ORCAM-DATA-DIA "/" ORCAM-DATA-MES "/"
                   ORCAM-DATA-ANO " VALIDO ATE " ORCAM-VALIDADE-DIA
                   "/" ORCAM-VALIDADE-MES "/" ORCAM-VALIDADE-ANO.
           DISPLAY "ITENS " ORCAM-QTD-ITENS " TOTAL "
                   VALOR-TOTAL-EDITADO " - " DESCRICAO-SITUACAO.

       DESCREVE-SITUACAO.
           IF ORCAM-CONVERTIDO
               MOVE SPACES TO DESCRICAO-SITUACAO
               STRING "CONVERTIDO NA NOTA " ORCAM-NOTA
                      DELIMITED BY SIZE
                 INTO DESCRICAO-SITUACAO
           ELSE
               IF ORCAM-RECUSADO
                   MOVE "RECUSADO" TO DESCRICAO-SITUACAO
               ELSE
                   IF ORCAM-VALIDADE IS LESS THAN DATA-CORRENTE
                       MOVE "EXPIRADO" TO DESCRICAO-SITUACAO
                   ELSE
                       MOVE "ABERTO" TO DESCRICAO-SITUACAO.

      *===============================================================
      *    (R) RECUSA PELO CLIENTE - O ORCAMENTO SAI DA CARTEIRA.
      *===============================================================
       RECUSA-ORCAMENTO.
           PERFORM LE-ORCAMENTO-INFORMADO.
           IF DADOS-VALIDOS
               IF NOT ORCAM-ABERTO
                   DISPLAY "SO ORCAMENTO ABERTO PODE SER RECUSADO."
               ELSE
                   PERFORM EXIBE-ORCAMENTO
                   DISPLAY "CONFIRMA A RECUSA PELO CLIENTE ? (S/N)"
                   MOVE SPACE TO RESPOSTA
                   ACCEPT RESPOSTA
                   IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
                       MOVE "R" TO ORCAM-SITUACAO
                       REWRITE ORCAM-REGISTRO
                       DISPLAY "ORCAMENTO " ORCAM-NUMERO " RECUSADO."
                       MOVE "RECUSA" TO AUDIT-OPERACAO
                       PERFORM REGISTRA-AUDITORIA-ORCAMENTO.

      *===============================================================
      *    (P) DOCUMENTO DO ORCAMENTO PARA O CLIENTE, EM
      *    ORCAMENTO.REL.
      *===============================================================
       IMPRIME-ORCAMENTO-PEDIDO.
           PERFORM LE-ORCAMENTO-INFORMADO.
           IF DADOS-VALIDOS
               PERFORM IMPRIME-ORCAMENTO.

       IMPRIME-ORCAMENTO.
           MOVE ORCAM-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME
                MOVE SPACES TO CLIENTE-ENDERECO.
           MOVE ORCAM-VENDEDOR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO FUNCIONARIO-NOME.
           PERFORM DESCREVE-SITUACAO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORCAMENTO DE VENDA No " ORCAM-NUMERO
                  "                    EMISSAO " ORCAM-DATA-DIA "/"
                  ORCAM-DATA-MES "/" ORCAM-DATA-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLIENTE  : " ORCAM-CLIENTE-CODIGO " " CLIENTE-NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ENDERECO : " CLIENTE-END-LOGRADOURO " "
                  CLIENTE-END-NUMERO " " CLIENTE-END-CIDADE " "
                  CLIENTE-END-UF " " CLIENTE-END-CEP
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDEDOR : " ORCAM-VENDEDOR " " FUNCIONARIO-NOME
                  "   FILIAL : " ORCAM-FILIAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO DESCRICAO                      QTDE   "
                  "UNITARIO          TOTAL"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-ITEM.
           PERFORM IMPRIME-ITEM-DO-ORCAMENTO
                   UNTIL IDX-ITEM IS GREATER THAN ORCAM-QTD-ITENS.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ORCAM-VALOR-TOTAL TO VALOR-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "                                   "
                  "TOTAL DO ORCAMENTO : " VALOR-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRECOS VALIDOS ATE " ORCAM-VALIDADE-DIA "/"
                  ORCAM-VALIDADE-MES "/" ORCAM-VALIDADE-ANO
                  " - SITUACAO : " DESCRICAO-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "ORCAMENTO " ORCAM-NUMERO " IMPRESSO EM "
                   "ORCAMENTO.REL.".

       IMPRIME-ITEM-DO-ORCAMENTO.
           MOVE ORCAM-ITEM-PRODUTO(IDX-ITEM)     TO LIN-PRODUTO.
           MOVE ORCAM-ITEM-DESCRICAO(IDX-ITEM)   TO LIN-DESCRICAO.
           MOVE ORCAM-ITEM-QUANTIDADE(IDX-ITEM)  TO LIN-QUANTIDADE.
           MOVE ORCAM-ITEM-VALOR-UNIT(IDX-ITEM)  TO LIN-VALOR-UNIT.
           MOVE ORCAM-ITEM-VALOR-TOTAL(IDX-ITEM) TO LIN-VALOR-TOTAL.
           MOVE LINHA-ITEM-ORCAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-ITEM.

       REGISTRA-AUDITORIA-ORCAMENTO.
           MOVE "ORCAMENTO"          TO AUDIT-ENTIDADE.
           MOVE ORCAM-NUMERO         TO AUDIT-CODIGO.
           MOVE ORCAM-VALOR-TOTAL    TO VALOR-TOTAL-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CLIENTE " ORCAM-CLIENTE-CODIGO " "
                  VALOR-TOTAL-EDITADO
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

           MOVE "PROG167" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
