       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG245.

      *    PEDIDOS DE REEMBOLSO DE DESPESAS DOS FUNCIONARIOS
      *    (REEMB.DAT) - INCLUI O PEDIDO DE UM FUNCIONARIO DO MESTRE
      *    COM ATE 10 LINHAS (DATA DA DESPESA, CATEGORIA, VALOR E
      *    REFERENCIA DO COMPROVANTE). A DATA E' VALIDADA PELA ROTINA
      *    CENTRAL (PROG95, FUTURA RECUSADA) E CADA LINHA PRECISA
      *    CABER NO LIMITE DA CATEGORIA (CATDESP.DAT, VER PROG244),
      *    CUJA CONTA DE DESPESA FICA ANOTADA NA LINHA. O PEDIDO
      *    ESCOLHE A FORMA DE PAGAMENTO - NA FOLHA (PROG39) OU POR
      *    TITULO A PAGAR CONTRA O FORNECEDOR EM QUE O FUNCIONARIO
      *    ESTA CADASTRADO (PROG145) - E NASCE PENDENTE DA APROVACAO
      *    DO GESTOR (PROG246). A NUMERACAO E' SEQUENCIAL ENTRE
      *    EXECUCOES (REEMBCTL.DAT, COMO O PEDCTL DOS PEDIDOS DE
      *    COMPRA). SO O PEDIDO PENDENTE PODE SER CANCELADO. TUDO VAI
      *    PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELREEMB.cob".
           COPY "SELREEMBCTL.cob".
           COPY "SELCATDESP.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFORNEC.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREEMB.cob".
           COPY "FDREEMBCTL.cob".
           COPY "FDCATDESP.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFORNEC.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  REEMB-ARQ-STATUS        PIC X(02).
       01  REEMBCTL-ARQ-STATUS     PIC X(02).
       01  CATDESP-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-REEMB             PIC X.
       01  FINAL-CATDESP           PIC X.

           COPY "DTVALPARM.cob".

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-CANCELAR       VALUE "C".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

       01  DATA-CORRENTE           PIC 9(08).

       01  FUNCIONARIO-INFORMADO   PIC 9(06).
       01  FORMA-INFORMADA         PIC X(01).
       01  FORNECEDOR-INFORMADO    PIC 9(06).
       01  DATA-INFORMADA          PIC X(08).
       01  CATEGORIA-INFORMADA     PIC X(04).
       01  VALOR-INFORMADO         PIC 9(06)V9(02).
       01  COMPROVANTE-INFORMADO   PIC X(15).
       01  NUMERO-INFORMADO        PIC 9(06).
       01  NUMERO-NOVO-PEDIDO      PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  ITEM-VALIDO-SW          PIC X(01).
           88 ITEM-VALIDO          VALUE "S".
       01  IDX-ITEM                PIC 9(02).
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  LIMITE-EDITADO          PIC $ZZZ,ZZ9.99.
       01  TOTAL-INCLUIDOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

      *    CATEGORIAS DE DESPESA CARREGADAS DE CATDESP.DAT - SEM
      *    NENHUMA CATEGORIA ATIVA NAO HA COMO DIGITAR UM PEDIDO.
       01  TABELA-CATEGORIAS.
           05 QTD-CATEGORIAS       PIC 9(02) VALUE ZEROS.
           05 CATEGORIA-ITEM OCCURS 50 TIMES.
               10 CATEG-CODIGO        PIC X(04).
               10 CATEG-DESCRICAO     PIC X(20).
               10 CATEG-LIMITE        PIC 9(06)V9(02).
               10 CATEG-CONTA         PIC X(06).
       01  IDX-CATEG               PIC 9(02).
       01  CATEG-ACHADA-SW         PIC X(01).
           88 CATEG-ACHADA         VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- PEDIDOS DE REEMBOLSO DE DESPESAS ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-CATEGORIAS.
           IF QTD-CATEGORIAS IS EQUAL ZEROS
               DISPLAY "NENHUMA CATEGORIA DE DESPESA ATIVA "
                       "(CATDESP.DAT) - CADASTRE NO PROG244."
               STOP RUN.
           PERFORM ABRE-ARQUIVO-REEMB.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-REEMB
               STOP RUN.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REEMB.
           DISPLAY "PEDIDOS INCLUIDOS NESTA SESSAO : " TOTAL-INCLUIDOS.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO - ELE E'
      *    O SOLICITANTE DO PEDIDO E NAO PODE DECIDI-LO (PROG246).
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-REEMB.
           OPEN I-O ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-REEMB
               CLOSE ARQUIVO-REEMB
               OPEN I-O ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS NOT EQUAL "00"
              AND REEMB-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS PEDIDOS DE REEMBOLSO - "
                       "STATUS : " REEMB-ARQ-STATUS
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
           MOVE SPACES TO REEMB-REGISTRO.
           MOVE ZEROS TO REEMB-QTD-ITENS.
           MOVE ZEROS TO REEMB-VALOR-TOTAL.
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-FUNCIONARIO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-FORMA-PAGAMENTO.
           IF DADOS-VALIDOS
               MOVE "S" TO RESPOSTA
               PERFORM CAPTURA-LINHA-DO-PEDIDO
                       UNTIL RESPOSTA IS EQUAL "N"
                       OR REEMB-QTD-ITENS IS EQUAL 10
               IF REEMB-QTD-ITENS IS EQUAL ZEROS
                   DISPLAY "PEDIDO SEM LINHAS - NAO GRAVADO."
               ELSE
                   PERFORM OBTEM-NUMERO-PEDIDO
                   PERFORM GRAVA-PEDIDO.

       CAPTURA-FUNCIONARIO.
           DISPLAY "CODIGO DO FUNCIONARIO : ".
           MOVE ZEROS TO FUNCIONARIO-INFORMADO.
           ACCEPT FUNCIONARIO-INFORMADO.
           MOVE FUNCIONARIO-INFORMADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO
                        " NAO ENCONTRADO - PEDIDO ABANDONADO."
                MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "FUNCIONARIO : " FUNCIONARIO-NOME.

      *    O PAGAMENTO POR TITULO A PAGAR EXIGE O FUNCIONARIO
      *    CADASTRADO COMO FORNECEDOR ATIVO - O TITULO E A REMESSA
      *    DE PAGAMENTOS SO CONHECEM FORNECEDORES.
       CAPTURA-FORMA-PAGAMENTO.
           DISPLAY "PAGAR NA (F)OLHA OU POR (T)ITULO A PAGAR : ".
           MOVE SPACE TO FORMA-INFORMADA.
           ACCEPT FORMA-INFORMADA.
           IF FORMA-INFORMADA IS EQUAL "f"
               MOVE "F" TO FORMA-INFORMADA.
           IF FORMA-INFORMADA IS EQUAL "T"
                   OR FORMA-INFORMADA IS EQUAL "t"
               MOVE "P" TO FORMA-INFORMADA.
           IF FORMA-INFORMADA IS NOT EQUAL "F"
                   AND FORMA-INFORMADA IS NOT EQUAL "P"
               DISPLAY "FORMA DE PAGAMENTO INVALIDA - PEDIDO "
                       "ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               IF FORMA-INFORMADA IS EQUAL "P"
                   PERFORM CAPTURA-FORNECEDOR.

       CAPTURA-FORNECEDOR.
           DISPLAY "CODIGO DO FUNCIONARIO NO CADASTRO DE "
                   "FORNECEDORES : ".
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

      *    CADA LINHA E' UMA DESPESA COM DATA PASSADA VALIDA, UMA
      *    CATEGORIA ATIVA, VALOR DENTRO DO LIMITE DA CATEGORIA E A
      *    REFERENCIA DO COMPROVANTE - LINHA RECUSADA NAO ENTRA.
       CAPTURA-LINHA-DO-PEDIDO.
           MOVE "S" TO ITEM-VALIDO-SW.
           DISPLAY "DATA DA DESPESA (AAAAMMDD - LINHA "
                   REEMB-QTD-ITENS " JA INFORMADAS) : ".
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "S" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA INVALIDA OU FUTURA : " DATA-INFORMADA
               MOVE "N" TO ITEM-VALIDO-SW.
           IF ITEM-VALIDO
               PERFORM CAPTURA-CATEGORIA-DA-LINHA.
           IF ITEM-VALIDO
               PERFORM CAPTURA-VALOR-DA-LINHA.
           IF ITEM-VALIDO
               DISPLAY "REFERENCIA DO COMPROVANTE : "
               MOVE SPACES TO COMPROVANTE-INFORMADO
               ACCEPT COMPROVANTE-INFORMADO
               IF COMPROVANTE-INFORMADO IS EQUAL SPACES
                   DISPLAY "COMPROVANTE OBRIGATORIO - LINHA NAO "
                           "ACEITA."
                   MOVE "N" TO ITEM-VALIDO-SW.
           IF ITEM-VALIDO
               PERFORM GUARDA-LINHA-DO-PEDIDO.
           IF REEMB-QTD-ITENS IS LESS THAN 10
               MOVE SPACE TO RESPOSTA
               PERFORM PERGUNTA-OUTRA-LINHA
                       UNTIL RESPOSTA-VALIDA.

       CAPTURA-CATEGORIA-DA-LINHA.
           DISPLAY "CATEGORIA DA DESPESA : ".
           MOVE SPACES TO CATEGORIA-INFORMADA.
           ACCEPT CATEGORIA-INFORMADA.
           MOVE 1 TO IDX-CATEG.
           MOVE "N" TO CATEG-ACHADA-SW.
           PERFORM COMPARA-CATEGORIA
                   UNTIL CATEG-ACHADA
                   OR IDX-CATEG IS GREATER THAN QTD-CATEGORIAS.
           IF NOT CATEG-ACHADA
               DISPLAY "CATEGORIA " CATEGORIA-INFORMADA " INEXISTENTE "
                       "OU INATIVA - LINHA NAO ACEITA."
               MOVE "N" TO ITEM-VALIDO-SW
           ELSE
               DISPLAY CATEG-DESCRICAO(IDX-CATEG).

       COMPARA-CATEGORIA.
           IF CATEG-CODIGO(IDX-CATEG) IS EQUAL CATEGORIA-INFORMADA
               MOVE "S" TO CATEG-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CATEG.

       CAPTURA-VALOR-DA-LINHA.
           DISPLAY "VALOR DA DESPESA : ".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO IS NOT NUMERIC
                   OR VALOR-INFORMADO IS EQUAL ZEROS
               DISPLAY "VALOR INVALIDO - LINHA NAO ACEITA."
               MOVE "N" TO ITEM-VALIDO-SW
           ELSE
               IF VALOR-INFORMADO IS GREATER THAN
                       CATEG-LIMITE(IDX-CATEG)
                   MOVE CATEG-LIMITE(IDX-CATEG) TO LIMITE-EDITADO
                   DISPLAY "VALOR ACIMA DO LIMITE DA CATEGORIA ("
                           LIMITE-EDITADO ") - LINHA NAO ACEITA."
                   MOVE "N" TO ITEM-VALIDO-SW.

       GUARDA-LINHA-DO-PEDIDO.
           ADD 1 TO REEMB-QTD-ITENS.
           MOVE REEMB-QTD-ITENS TO IDX-ITEM.
           MOVE DATA-INFORMADA TO REEMB-ITEM-DATA(IDX-ITEM).
           MOVE CATEGORIA-INFORMADA
                TO REEMB-ITEM-CATEGORIA(IDX-ITEM).
           MOVE VALOR-INFORMADO TO REEMB-ITEM-VALOR(IDX-ITEM).
           MOVE COMPROVANTE-INFORMADO
                TO REEMB-ITEM-COMPROVANTE(IDX-ITEM).
           MOVE CATEG-CONTA(IDX-CATEG) TO REEMB-ITEM-CONTA(IDX-ITEM).
           ADD VALOR-INFORMADO TO REEMB-VALOR-TOTAL.

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
      *    EM REEMBCTL.DAT - O MESMO DESENHO DO CPAGCTL DOS TITULOS.
       OBTEM-NUMERO-PEDIDO.
           MOVE ZEROS TO NUMERO-NOVO-PEDIDO.
           OPEN INPUT ARQUIVO-REEMBCTL.
           IF REEMBCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-REEMBCTL
               IF REEMBCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE REEMBCTL-ULTIMO-NUMERO TO NUMERO-NOVO-PEDIDO.
           CLOSE ARQUIVO-REEMBCTL.
           ADD 1 TO NUMERO-NOVO-PEDIDO.
           MOVE NUMERO-NOVO-PEDIDO TO REEMBCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-REEMBCTL.
           WRITE REEMBCTL-REGISTRO.
           CLOSE ARQUIVO-REEMBCTL.

       GRAVA-PEDIDO.
           MOVE NUMERO-NOVO-PEDIDO    TO REEMB-NUMERO.
           MOVE FUNCIONARIO-INFORMADO TO REEMB-FUNCIONARIO.
           MOVE DATA-CORRENTE         TO REEMB-DATA-PEDIDO.
           MOVE OPERADOR-ID           TO REEMB-SOLICITANTE.
           MOVE FORMA-INFORMADA       TO REEMB-FORMA-PAGTO.
           MOVE FORNECEDOR-INFORMADO  TO REEMB-FORNECEDOR.
           MOVE "P"                   TO REEMB-SITUACAO.
           MOVE SPACES                TO REEMB-APROVADOR.
           MOVE ZEROS                 TO REEMB-DATA-DECISAO.
           MOVE ZEROS                 TO REEMB-COMPETENCIA-PAGTO.
           MOVE ZEROS                 TO REEMB-TITULO.
           IF REEMB-QTD-ITENS IS LESS THAN 10
               MOVE REEMB-QTD-ITENS TO IDX-ITEM
               ADD 1 TO IDX-ITEM
               PERFORM LIMPA-LINHA-NAO-USADA
                       UNTIL IDX-ITEM IS GREATER THAN 10.
           WRITE REEMB-REGISTRO
                 INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O PEDIDO - STATUS : "
                         REEMB-ARQ-STATUS
                 NOT INVALID KEY
                 ADD 1 TO TOTAL-INCLUIDOS
                 MOVE REEMB-VALOR-TOTAL TO VALOR-EDITADO
                 DISPLAY "PEDIDO " REEMB-NUMERO " GRAVADO - "
                         REEMB-QTD-ITENS " LINHAS, "
                         VALOR-EDITADO " - AGUARDA APROVACAO."
                 MOVE "INCLUSAO" TO AUDIT-OPERACAO
                 PERFORM REGISTRA-AUDITORIA-PEDIDO.

       LIMPA-LINHA-NAO-USADA.
           MOVE ZEROS  TO REEMB-ITEM-DATA(IDX-ITEM).
           MOVE SPACES TO REEMB-ITEM-CATEGORIA(IDX-ITEM).
           MOVE ZEROS  TO REEMB-ITEM-VALOR(IDX-ITEM).
           MOVE SPACES TO REEMB-ITEM-COMPROVANTE(IDX-ITEM).
           MOVE SPACES TO REEMB-ITEM-CONTA(IDX-ITEM).
           ADD 1 TO IDX-ITEM.

      *    SO O PEDIDO AINDA PENDENTE PODE SER CANCELADO - DEPOIS DA
      *    DECISAO ELE JA PODE ESTAR NA FOLHA OU NO CONTAS A PAGAR.
       CANCELA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO A CANCELAR : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO REEMB-NUMERO.
           READ ARQUIVO-REEMB
                INVALID KEY
                DISPLAY "PEDIDO " REEMB-NUMERO " NAO ENCONTRADO."
                NOT INVALID KEY
                IF NOT REEMB-PENDENTE
                    DISPLAY "PEDIDO " REEMB-NUMERO " JA DECIDIDO "
                            "(SITUACAO " REEMB-SITUACAO ") - NAO "
                            "PODE SER CANCELADO."
                ELSE
                    MOVE "C" TO REEMB-SITUACAO
                    MOVE DATA-CORRENTE TO REEMB-DATA-DECISAO
                    REWRITE REEMB-REGISTRO
                    DISPLAY "PEDIDO " REEMB-NUMERO " CANCELADO."
                    MOVE "CANCELAMEN" TO AUDIT-OPERACAO
                    PERFORM REGISTRA-AUDITORIA-PEDIDO
                END-IF
           END-READ.

       LISTA-PEDIDOS.
           MOVE ZEROS TO TOTAL-LISTADOS.
           MOVE ZEROS TO REEMB-NUMERO.
           START ARQUIVO-REEMB KEY IS NOT LESS THAN REEMB-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-REEMB
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-REEMB.
           IF FINAL-REEMB IS EQUAL "N"
               PERFORM LEIA-PROXIMO-REEMB.
           PERFORM LISTA-UM-PEDIDO
                   UNTIL FINAL-REEMB IS EQUAL "S".
           DISPLAY "PEDIDOS LISTADOS : " TOTAL-LISTADOS.

       LEIA-PROXIMO-REEMB.
           READ ARQUIVO-REEMB NEXT RECORD AT END
           MOVE "S" TO FINAL-REEMB.

       LISTA-UM-PEDIDO.
           MOVE REEMB-VALOR-TOTAL TO VALOR-EDITADO.
           DISPLAY "PEDIDO " REEMB-NUMERO " FUNC " REEMB-FUNCIONARIO
                   " EM " REEMB-DATA-PEDIDO " " VALOR-EDITADO
                   " PAGTO " REEMB-FORMA-PAGTO " SITUACAO "
                   REEMB-SITUACAO.
           IF REEMB-PAGO
               DISPLAY "  PAGO NA COMPETENCIA "
                       REEMB-COMPETENCIA-PAGTO " TITULO "
                       REEMB-TITULO.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-REEMB.

      *    CARREGA SO AS CATEGORIAS ATIVAS - A INATIVA NAO ACEITA
      *    NOVAS LINHAS.
       CARREGA-CATEGORIAS.
           MOVE ZEROS TO QTD-CATEGORIAS.
           OPEN INPUT ARQUIVO-CATDESP.
           IF CATDESP-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CATDESP
               PERFORM LEIA-PROXIMA-CATEGORIA
               PERFORM GUARDA-CATEGORIA-NA-TABELA
                       UNTIL FINAL-CATDESP IS EQUAL "S".
           CLOSE ARQUIVO-CATDESP.

       LEIA-PROXIMA-CATEGORIA.
           READ ARQUIVO-CATDESP AT END
           MOVE "S" TO FINAL-CATDESP.

       GUARDA-CATEGORIA-NA-TABELA.
           IF CATDESP-ATIVA
                   AND QTD-CATEGORIAS IS LESS THAN 50
               ADD 1 TO QTD-CATEGORIAS
               MOVE CATDESP-CODIGO TO CATEG-CODIGO(QTD-CATEGORIAS)
               MOVE CATDESP-DESCRICAO
                    TO CATEG-DESCRICAO(QTD-CATEGORIAS)
               MOVE CATDESP-LIMITE TO CATEG-LIMITE(QTD-CATEGORIAS)
               MOVE CATDESP-CONTA  TO CATEG-CONTA(QTD-CATEGORIAS).
           PERFORM LEIA-PROXIMA-CATEGORIA.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    PEDIDO - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-PEDIDO.
           MOVE "REEMBOLSO"       TO AUDIT-ENTIDADE.
           MOVE REEMB-NUMERO      TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "FUNCIONARIO " REEMB-FUNCIONARIO " VALOR "
                  REEMB-VALOR-TOTAL "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG245" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
