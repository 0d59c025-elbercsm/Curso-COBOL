      *    PAGAMENTO REGISTRADO E REGRAVA O ARQUIVO VIA TRABALHO,
      *    COMO AS DEMAIS ALTERACOES DE ARQUIVO SEQUENCIAL. TUDO VAI
      *    PARA A TRILHA DE AUDITORIA.
      *    2026-10-15 O TITULO PASSOU A APONTAR O PEDIDO DE COMPRA
      *    (PEDCOMP.DAT, VER PROG155) QUE O ORIGINOU - ZERO SO PARA
      *    DESPESA SEM PEDIDO. O TITULO E' CONFERIDO CONTRA O PEDIDO
      *    (MESMO FORNECEDOR) E CONTRA O QUE FOI DE FATO RECEBIDO NO
      *    PROG97 (QUANTIDADE RECEBIDA VEZES PRECO COMBINADO, MENOS
      *    O QUE JA FOI FATURADO NO PEDIDO). TITULO QUE NAO BATE E'
      *    GRAVADO RETIDO (SITUACAO "R") E FICA FORA DA PROGRAMACAO
      *    DE PAGAMENTOS. A NOVA OPCAO DE REAVALIACAO CONFERE DE NOVO
      *    OS RETIDOS E LIBERA OS QUE PASSARAM A BATER DEPOIS DE
      *    NOVAS ENTREGAS.
      *    2026-10-15 O TITULO PASSOU A TRAZER A FILIAL A QUE A
      *    DESPESA E' ATRIBUIDA (ZERO = EMPRESA, SEM FILIAL), VALIDADA
      *    NO CADASTRO DE FILIAIS, PARA A RENTABILIDADE POR FILIAL
      *    (PROG188).
      *    2026-10-15 O TITULO DE SERVICO DE FORNECEDOR COM REGRA DE
      *    RETENCAO (TIPO DE SERVICO E ISS NO CADASTRO, VER PROG145)
      *    PASSOU A CALCULAR E GRAVAR O IRRF, ISS, PIS, COFINS E CSLL
      *    RETIDOS NA FONTE E O VALOR LIQUIDO A PAGAR.
      *    2026-10-15 TITULO DE VALOR ACIMA DO LIMITE OU DE
      *    FORNECEDOR RECEM-CADASTRADO (LIMPAG.DAT, PELA ROTINA
      *    PROG230) E' GRAVADO PENDENTE DE APROVACAO (SITUACAO "P")
      *    E SO PODE SER PAGO DEPOIS DE APROVADO POR OUTRO
      *    SUPERVISOR NO PROG231 - TAMBEM NA LIBERACAO DOS RETIDOS.
      *    O TITULO PENDENTE PODE SER CANCELADO.
      *    2026-10-15 PEDCOMP.DAT QUE NAO ABRE RECUSA O LANCAMENTO COM
      *    PEDIDO E MANTEM RETIDO O TITULO NA CONFERENCIA - NUNCA
      *    DEIXA PASSAR UM TITULO SEM CONFERIR O PEDIDO.

       ENVIRONMENT DIVISION.

           COPY "SELPAGTO.cob".
           COPY "SELCPAGCTL.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELPEDCOMP.cob".
           COPY "SELFILIAL.cob".
           COPY "SELTIPSERV.cob".
           COPY "SELAUDIT.cob".

      *    ARQUIVO DE TRABALHO DO CANCELAMENTO DE TITULO E DA
      *    REAVALIACAO DOS RETIDOS.
           SELECT ARQUIVO-CTATMP
           ASSIGN TO "CONTAPAG.TMP"
           ORGANIZATION IS SEQUENTIAL
           COPY "FDPAGTO.cob".
           COPY "FDCPAGCTL.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDPEDCOMP.cob".
           COPY "FDFILIAL.cob".
           COPY "FDTIPSERV.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-CTATMP.
       01  CTATMP-REGISTRO         PIC X(144).

       WORKING-STORAGE SECTION.

       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  CTATMP-ARQ-STATUS       PIC X(02).
       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  TIPSERV-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-PAGTO             PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-FILIAL            PIC X.
       01  FINAL-TIPSERV           PIC X.

           COPY "DTVALPARM.cob".
           COPY "APRPAGPARM.cob".

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-ENTRADA        VALUE "E".
           88 OPCAO-CANCELAR       VALUE "C".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-REAVALIAR      VALUE "R".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

      *    CONFERENCIA DO TITULO CONTRA O PEDIDO DE COMPRA - O VALOR
      *    A FATURAR E' O RECEBIDO A PRECO COMBINADO MENOS O QUE JA
      *    FOI FATURADO NO PEDIDO.
       01  PEDIDO-INFORMADO        PIC 9(06).
       01  TITULO-CONFERE-SW       PIC X(01).
           88 TITULO-CONFERE       VALUE "S".
       01  MOTIVO-RETENCAO         PIC X(30).
       01  IDX-ITEM                PIC 9(02).
       01  VALOR-RECEBIDO-PEDIDO   PIC 9(10)V9(02).
       01  VALOR-A-FATURAR         PIC S9(10)V9(02).
       01  TOTAL-LIBERADOS         PIC 9(04) VALUE ZEROS.
       01  TOTAL-CONTINUAM-RETIDOS PIC 9(04) VALUE ZEROS.

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT - A CONTA DE
      *    DESPESA DO TITULO PRECISA EXISTIR NELE.
       01  TABELA-PLANCTAS.
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".

      *    CADASTRO DE FILIAIS CARREGADO NO INICIO (VER PROG151) -
      *    COM O CADASTRO VAZIO VALE A REGRA ANTIGA DO CODIGO LIVRE.
       01  TABELA-FILIAIS.
           05 QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FILIAL-TAB-CODIGO   PIC 9(03).
               10 FILIAL-TAB-SITUACAO PIC X(01).
       01  IDX-FILIAL              PIC 9(02).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".
       01  FILIAL-INFORMADA        PIC 9(03).

      *    RETENCAO NA FONTE - A REGRA DO FORNECEDOR E' GUARDADA NA
      *    VALIDACAO DELE, E AS ALIQUOTAS DO TIPO DE SERVICO VEM DE
      *    TIPSERV.DAT, CARREGADO NO INICIO.
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
       01  CADASTRO-FORNEC         PIC 9(08).
       01  RESPOSTA-RETENCAO       PIC X(01).
       01  RETIDOS-DO-TITULO.
           05 RETIDO-IRRF          PIC 9(08)V9(02).
           05 RETIDO-ISS           PIC 9(08)V9(02).
           05 RETIDO-PIS           PIC 9(08)V9(02).
           05 RETIDO-COFINS        PIC 9(08)V9(02).
           05 RETIDO-CSLL          PIC 9(08)V9(02).
       01  TOTAL-RETIDO            PIC 9(09)V9(02).
       01  VALOR-LIQUIDO-TITULO    PIC 9(08)V9(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-PLANO-CONTAS.
           PERFORM CARREGA-FILIAIS.
           PERFORM CARREGA-TIPOS-SERVICO.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (E)NTRADA DE TITULO (C)ANCELAR "
                   "(L)ISTAR (R)EAVALIAR RETIDOS (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "r"
               MOVE "R" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-ENTRADA
               PERFORM CANCELA-TITULO.
           IF OPCAO-LISTAR
               PERFORM LISTA-TITULOS.
           IF OPCAO-REAVALIAR
               PERFORM REAVALIA-TITULOS-RETIDOS.

      *===============================================================
      *    ENTRADA DE TITULO - AS CAPTURAS MARCAM DADOS-VALIDOS-SW E
       LANCA-TITULO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-FORNECEDOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-PEDIDO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-VALOR.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-VENCIMENTO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-CONTA-DESPESA.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-FILIAL.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-DESCRICAO
               PERFORM CALCULA-RETENCOES
               PERFORM CONFERE-TITULO-COM-PEDIDO
               PERFORM OBTEM-NUMERO-TITULO
               PERFORM GRAVA-TITULO.

                    ELSE
                        DISPLAY "FORNECEDOR : "
                                FORNEC-RAZAO-SOCIAL
                        PERFORM GUARDA-REGRA-DO-FORNECEDOR
                    END-IF
               END-READ
               CLOSE ARQUIVO-FORNEC.

      *    FORNECEDOR GRAVADO ANTES DA REGRA DE RETENCAO FICA SEM
      *    RETENCAO.
       GUARDA-REGRA-DO-FORNECEDOR.
           MOVE FORNEC-TIPO-SERVICO TO TIPO-SERVICO-FORNEC.
           MOVE FORNEC-ALIQ-ISS     TO ALIQ-ISS-FORNEC.
           MOVE FORNEC-DATA-CADASTRO TO CADASTRO-FORNEC.
           IF ALIQ-ISS-FORNEC IS NOT NUMERIC
               MOVE SPACES TO TIPO-SERVICO-FORNEC
               MOVE ZEROS  TO ALIQ-ISS-FORNEC.

      *    O PEDIDO INFORMADO PRECISA EXISTIR E NAO ESTAR CANCELADO
      *    - A CONFERENCIA DE FORNECEDOR E VALOR E' FEITA DEPOIS DA
      *    CAPTURA, PARA RETER O TITULO EM VEZ DE RECUSA-LO.
       CAPTURA-PEDIDO.
           DISPLAY "PEDIDO DE COMPRA (0 = DESPESA SEM PEDIDO) : ".
           MOVE ZEROS TO PEDIDO-INFORMADO.
           ACCEPT PEDIDO-INFORMADO.
           IF PEDIDO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO PEDIDO-INFORMADO.
           IF PEDIDO-INFORMADO IS NOT EQUAL ZEROS
               OPEN INPUT ARQUIVO-PEDCOMP
               IF PEDCOMP-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE "
                           "COMPRA - STATUS : " PEDCOMP-ARQ-STATUS
                   DISPLAY "LANCAMENTO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW
                   CLOSE ARQUIVO-PEDCOMP
               ELSE
                   PERFORM LE-PEDIDO-INFORMADO.

       LE-PEDIDO-INFORMADO.
           MOVE PEDIDO-INFORMADO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO "
                        "CADASTRADO (PROG155) - LANCAMENTO "
                        "ABANDONADO."
                MOVE "N" TO DADOS-VALIDOS-SW
                NOT INVALID KEY
                IF PEDCOMP-CANCELADO
                    DISPLAY "PEDIDO " PEDCOMP-NUMERO
                            " CANCELADO - LANCAMENTO ABANDONADO."
                    MOVE "N" TO DADOS-VALIDOS-SW
                END-IF
           END-READ.
           CLOSE ARQUIVO-PEDCOMP.

       CAPTURA-VALOR.
           DISPLAY "VALOR DO TITULO : ".
           MOVE ZEROS TO VALOR-INFORMADO.
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
               DISPLAY "FILIAL " FILIAL-INFORMADA " NAO CADASTRADA "
                       "- LANCAMENTO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               IF FILIAL-TAB-SITUACAO(IDX-FILIAL) IS NOT EQUAL "A"
                   DISPLAY "FILIAL " FILIAL-INFORMADA " INATIVA "
                           "- LANCAMENTO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW.

       COMPARA-FILIAL.
           IF FILIAL-TAB-CODIGO(IDX-FILIAL) IS EQUAL FILIAL-INFORMADA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILIAL.

       CAPTURA-DESCRICAO.
           DISPLAY "DESCRICAO DO TITULO : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.

      *===============================================================
      *    RETENCAO NA FONTE - SO PARA FORNECEDOR COM REGRA DE
      *    RETENCAO, E SO SE O TITULO FOR DE SERVICO (O MESMO
      *    FORNECEDOR PODE VENDER MERCADORIA). CADA TRIBUTO E' A
      *    ALIQUOTA SOBRE O VALOR BRUTO, ARREDONDADO NO CENTAVO.
      *===============================================================
       CALCULA-RETENCOES.
           MOVE ZEROS TO RETIDOS-DO-TITULO.
           MOVE "N" TO RESPOSTA-RETENCAO.
           IF TIPO-SERVICO-FORNEC IS NOT EQUAL SPACES
                   OR ALIQ-ISS-FORNEC IS GREATER THAN ZEROS
               DISPLAY "TITULO DE SERVICO COM RETENCAO NA FONTE "
                       "(S/N - ENTER = S) : "
               MOVE SPACE TO RESPOSTA-RETENCAO
               ACCEPT RESPOSTA-RETENCAO
               IF RESPOSTA-RETENCAO IS EQUAL SPACE
                       OR RESPOSTA-RETENCAO IS EQUAL "s"
                   MOVE "S" TO RESPOSTA-RETENCAO.
           IF RESPOSTA-RETENCAO IS EQUAL "S"
               PERFORM APLICA-ALIQUOTAS.
           COMPUTE TOTAL-RETIDO = RETIDO-IRRF + RETIDO-ISS
                   + RETIDO-PIS + RETIDO-COFINS + RETIDO-CSLL.
           COMPUTE VALOR-LIQUIDO-TITULO =
                   VALOR-INFORMADO - TOTAL-RETIDO.
           IF TOTAL-RETIDO IS GREATER THAN ZEROS
               DISPLAY "RETIDOS - IRRF " RETIDO-IRRF " ISS "
                       RETIDO-ISS " PIS " RETIDO-PIS
               DISPLAY "          COFINS " RETIDO-COFINS " CSLL "
                       RETIDO-CSLL
               MOVE VALOR-LIQUIDO-TITULO TO VALOR-EDITADO
               DISPLAY "VALOR LIQUIDO A PAGAR : " VALOR-EDITADO.

       APLICA-ALIQUOTAS.
           COMPUTE RETIDO-ISS ROUNDED =
                   VALOR-INFORMADO * ALIQ-ISS-FORNEC / 100.
           IF TIPO-SERVICO-FORNEC IS NOT EQUAL SPACES
               PERFORM LOCALIZA-TIPO-SERVICO
               IF TIPSERV-ACHADO
                   PERFORM APLICA-ALIQUOTAS-FEDERAIS
               ELSE
                   DISPLAY "TIPO DE SERVICO " TIPO-SERVICO-FORNEC
                           " FORA DE TIPSERV.DAT - SO O ISS FOI "
                           "RETIDO.".

       APLICA-ALIQUOTAS-FEDERAIS.
           COMPUTE RETIDO-IRRF ROUNDED = VALOR-INFORMADO *
                   TIPSERV-TAB-ALIQ-IRRF(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-PIS ROUNDED = VALOR-INFORMADO *
                   TIPSERV-TAB-ALIQ-PIS(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-COFINS ROUNDED = VALOR-INFORMADO *
                   TIPSERV-TAB-ALIQ-COFINS(IDX-TIPSERV) / 100.
           COMPUTE RETIDO-CSLL ROUNDED = VALOR-INFORMADO *
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
      *    EM CPAGCTL.DAT - O MESMO DESENHO DO NOTACTL DAS NOTAS.
       OBTEM-NUMERO-TITULO.
           WRITE CPAGCTL-REGISTRO.
           CLOSE ARQUIVO-CPAGCTL.

      *===============================================================
      *    CONFERENCIA COM O PEDIDO - MESMO FORNECEDOR E VALOR DENTRO
      *    DO RECEBIDO AINDA NAO FATURADO. SE BATE, O VALOR DO TITULO
      *    E' SOMADO AO FATURADO DO PEDIDO.
      *===============================================================
       CONFERE-TITULO-COM-PEDIDO.
           MOVE "S" TO TITULO-CONFERE-SW.
           MOVE SPACES TO MOTIVO-RETENCAO.
           IF PEDIDO-INFORMADO IS NOT EQUAL ZEROS
               OPEN I-O ARQUIVO-PEDCOMP
               IF PEDCOMP-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE "
                           "COMPRA - STATUS : " PEDCOMP-ARQ-STATUS
                   MOVE "N" TO TITULO-CONFERE-SW
                   MOVE "PEDIDOS INDISPONIVEIS" TO MOTIVO-RETENCAO
                   CLOSE ARQUIVO-PEDCOMP
               ELSE
                   PERFORM LE-PEDIDO-DO-TITULO.

      *    PEDIDO NAO ACHADO RETEM O TITULO.
       LE-PEDIDO-DO-TITULO.
           MOVE PEDIDO-INFORMADO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                MOVE "N" TO TITULO-CONFERE-SW
                MOVE "PEDIDO NAO ENCONTRADO" TO MOTIVO-RETENCAO
                NOT INVALID KEY
                PERFORM CONFERE-PEDIDO-LIDO
           END-READ.
           CLOSE ARQUIVO-PEDCOMP.

       CONFERE-PEDIDO-LIDO.
           IF PEDCOMP-FORNECEDOR IS NOT EQUAL FORNECEDOR-INFORMADO
               MOVE "N" TO TITULO-CONFERE-SW
               MOVE "FORNECEDOR DIFERE DO PEDIDO" TO MOTIVO-RETENCAO
           ELSE
               PERFORM CALCULA-VALOR-A-FATURAR
               IF VALOR-INFORMADO IS GREATER THAN VALOR-A-FATURAR
                   MOVE "N" TO TITULO-CONFERE-SW
                   MOVE "VALOR ACIMA DO RECEBIDO" TO MOTIVO-RETENCAO
               ELSE
                   ADD VALOR-INFORMADO TO PEDCOMP-VALOR-FATURADO
                   REWRITE PEDCOMP-REGISTRO.

       CALCULA-VALOR-A-FATURAR.
           MOVE ZEROS TO VALOR-RECEBIDO-PEDIDO.
           MOVE 1 TO IDX-ITEM.
           PERFORM SOMA-RECEBIDO-DA-LINHA
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS.
           COMPUTE VALOR-A-FATURAR =
                   VALOR-RECEBIDO-PEDIDO - PEDCOMP-VALOR-FATURADO.

       SOMA-RECEBIDO-DA-LINHA.
           COMPUTE VALOR-RECEBIDO-PEDIDO = VALOR-RECEBIDO-PEDIDO +
                   PEDCOMP-ITEM-RECEBIDA(IDX-ITEM) *
                   PEDCOMP-ITEM-PRECO(IDX-ITEM).
           ADD 1 TO IDX-ITEM.

       GRAVA-TITULO.
           MOVE NUMERO-NOVO-TITULO    TO TITULO-NUMERO.
           MOVE FORNECEDOR-INFORMADO  TO TITULO-FORNECEDOR.
           MOVE VALOR-INFORMADO       TO TITULO-VALOR.
           MOVE CONTA-INFORMADA       TO TITULO-CONTA-DESPESA.
           MOVE DESCRICAO-INFORMADA   TO TITULO-DESCRICAO.
           MOVE PEDIDO-INFORMADO      TO TITULO-PEDIDO.
           MOVE FILIAL-INFORMADA      TO TITULO-FILIAL.
           MOVE RETIDO-IRRF           TO TITULO-RET-IRRF.
           MOVE RETIDO-ISS            TO TITULO-RET-ISS.
           MOVE RETIDO-PIS            TO TITULO-RET-PIS.
           MOVE RETIDO-COFINS         TO TITULO-RET-COFINS.
           MOVE RETIDO-CSLL           TO TITULO-RET-CSLL.
           MOVE VALOR-LIQUIDO-TITULO  TO TITULO-VALOR-LIQUIDO.
           IF TITULO-CONFERE
               PERFORM VERIFICA-APROVACAO-DO-TITULO
           ELSE
               MOVE "R"               TO TITULO-SITUACAO.
           OPEN EXTEND ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CTAPAG.
                   TITULO-VENC-ANO ".".
           MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-TITULO.
           IF TITULO-RETIDO
               DISPLAY "** TITULO RETIDO - " MOTIVO-RETENCAO " **"
               MOVE "RETENCAO" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-RETENCAO.
           IF TITULO-PENDENTE-APROV
               DISPLAY "** TITULO PENDENTE DE APROVACAO - "
                       APRPAG-MOTIVO " **"
               MOVE "PEDE-APROV" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-APROVACAO.

      *    O TITULO QUE BATEU COM O PEDIDO PASSA PELA ROTINA DE
      *    APROVACAO - ACIMA DO LIMITE OU DE FORNECEDOR NOVO ELE
      *    NASCE PENDENTE E ENTRA NA FILA DO PROG231.
       VERIFICA-APROVACAO-DO-TITULO.
           MOVE NUMERO-NOVO-TITULO   TO APRPAG-TITULO.
           MOVE FORNECEDOR-INFORMADO TO APRPAG-FORNECEDOR.
           MOVE VALOR-INFORMADO      TO APRPAG-VALOR.
           MOVE CADASTRO-FORNEC      TO APRPAG-FORNEC-CADASTRO.
           MOVE OPERADOR-ID          TO APRPAG-SOLICITANTE.
           CALL "PROG230" USING APRPAG-PARAMETROS.
           IF APRPAG-EXIGE-APROVACAO
               MOVE "P" TO TITULO-SITUACAO
           ELSE
               MOVE "A" TO TITULO-SITUACAO.

      *===============================================================
      *    CANCELAMENTO - SO DE TITULO ABERTO E SEM PAGAMENTO. O
                   DISPLAY "TITULO " NUMERO-INFORMADO " NAO "
                           "ENCONTRADO OU JA CANCELADO.".

      *    O TITULO ABERTO OU PENDENTE CANCELADO DEIXA DE CONTAR
      *    COMO FATURADO NO PEDIDO - O RETIDO NUNCA FOI SOMADO.
       ESTORNA-FATURADO-DO-PEDIDO.
           OPEN I-O ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE "
                       "COMPRA - STATUS : " PEDCOMP-ARQ-STATUS
               DISPLAY "FATURADO DO PEDIDO " TITULO-PEDIDO
                       " NAO ESTORNADO."
               CLOSE ARQUIVO-PEDCOMP
           ELSE
               PERFORM ESTORNA-FATURADO-LIDO.

       ESTORNA-FATURADO-LIDO.
           MOVE TITULO-PEDIDO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ENCONTRADO "
                        "PARA ESTORNO DO FATURADO."
                NOT INVALID KEY
                IF PEDCOMP-VALOR-FATURADO IS LESS THAN TITULO-VALOR
                    MOVE ZEROS TO PEDCOMP-VALOR-FATURADO
                ELSE
                    SUBTRACT TITULO-VALOR FROM PEDCOMP-VALOR-FATURADO
                END-IF
                REWRITE PEDCOMP-REGISTRO
           END-READ.
           CLOSE ARQUIVO-PEDCOMP.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-OU-CANCELA-TITULO.
           IF TITULO-NUMERO IS EQUAL NUMERO-INFORMADO
                   AND (TITULO-ABERTO OR TITULO-RETIDO
                        OR TITULO-PENDENTE-APROV)
               IF (TITULO-ABERTO OR TITULO-PENDENTE-APROV)
                       AND TITULO-PEDIDO IS NOT EQUAL ZEROS
                   PERFORM ESTORNA-FATURADO-DO-PEDIDO
               END-IF
               MOVE "C" TO TITULO-SITUACAO
               MOVE "S" TO TITULO-ACHADO-SW.
           MOVE TITULO-REGISTRO TO CTATMP-REGISTRO.
           WRITE TITULO-REGISTRO.
           PERFORM LEIA-PROXIMO-CTATMP.

      *===============================================================
      *    REAVALIACAO DOS RETIDOS - CADA TITULO RETIDO E' CONFERIDO
      *    DE NOVO CONTRA O PEDIDO (QUE PODE TER RECEBIDO NOVAS
      *    ENTREGAS) E LIBERADO SE PASSOU A BATER. O ARQUIVO E'
      *    RECONSTRUIDO VIA TRABALHO, COMO NO CANCELAMENTO.
      *===============================================================
       REAVALIA-TITULOS-RETIDOS.
           MOVE ZEROS TO TOTAL-LIBERADOS.
           MOVE ZEROS TO TOTAL-CONTINUAM-RETIDOS.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM TITULO LANCADO."
               CLOSE ARQUIVO-CTAPAG
           ELSE
               OPEN OUTPUT ARQUIVO-CTATMP
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM COPIA-OU-REAVALIA-TITULO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CTAPAG
               CLOSE ARQUIVO-CTATMP
               PERFORM DEVOLVE-TITULOS
               DISPLAY "TITULOS LIBERADOS       : " TOTAL-LIBERADOS
               DISPLAY "TITULOS AINDA RETIDOS   : "
                       TOTAL-CONTINUAM-RETIDOS.

       COPIA-OU-REAVALIA-TITULO.
           IF TITULO-RETIDO
               PERFORM REAVALIA-UM-TITULO.
           MOVE TITULO-REGISTRO TO CTATMP-REGISTRO.
           WRITE CTATMP-REGISTRO.
           PERFORM LEIA-PROXIMO-TITULO.

       REAVALIA-UM-TITULO.
           MOVE TITULO-FORNECEDOR TO FORNECEDOR-INFORMADO.
           MOVE TITULO-VALOR      TO VALOR-INFORMADO.
           MOVE TITULO-PEDIDO     TO PEDIDO-INFORMADO.
           PERFORM CONFERE-TITULO-COM-PEDIDO.
           IF TITULO-CONFERE
               MOVE TITULO-NUMERO TO NUMERO-NOVO-TITULO
               PERFORM OBTEM-CADASTRO-DO-FORNECEDOR
               PERFORM VERIFICA-APROVACAO-DO-TITULO
               ADD 1 TO TOTAL-LIBERADOS
               DISPLAY "TITULO " TITULO-NUMERO " LIBERADO."
               MOVE "LIBERA-RET" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-TITULO
               IF TITULO-PENDENTE-APROV
                   DISPLAY "TITULO " TITULO-NUMERO " PENDENTE DE "
                           "APROVACAO - " APRPAG-MOTIVO
                   MOVE "PEDE-APROV" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-APROVACAO
               END-IF
           ELSE
               ADD 1 TO TOTAL-CONTINUAM-RETIDOS
               DISPLAY "TITULO " TITULO-NUMERO " CONTINUA RETIDO - "
                       MOTIVO-RETENCAO.

      *    FORNECEDOR FORA DO CADASTRO NA REAVALIACAO E' TRATADO
      *    COMO ANTIGO - SO O LIMITE DE VALOR E' CONFERIDO.
       OBTEM-CADASTRO-DO-FORNECEDOR.
           MOVE ZEROS TO CADASTRO-FORNEC.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS EQUAL "00"
               MOVE TITULO-FORNECEDOR TO FORNEC-CODIGO
               READ ARQUIVO-FORNEC
                    NOT INVALID KEY
                    MOVE FORNEC-DATA-CADASTRO TO CADASTRO-FORNEC.
           CLOSE ARQUIVO-FORNEC.

      *===============================================================
      *    LISTAGEM SIMPLES DOS TITULOS LANCADOS.
      *===============================================================
           DISPLAY TITULO-NUMERO " FORN " TITULO-FORNECEDOR
                   " VENC " TITULO-VENC-DIA "/" TITULO-VENC-MES "/"
                   TITULO-VENC-ANO " " VALOR-EDITADO " "
                   TITULO-SITUACAO " PED " TITULO-PEDIDO
                   " FIL " TITULO-FILIAL " " TITULO-DESCRICAO.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-TITULO.

               MOVE PLANCTAS-CONTA TO CONTA-CODIGO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

      *    CARREGA O CADASTRO DE FILIAIS - AUSENTE OU VAZIO, A
      *    FILIAL DO TITULO NAO E' CONFERIDA.
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

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    TITULO - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-TITULO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE TITULO-NUMERO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "TITULO DO FORNECEDOR " TITULO-FORNECEDOR "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       REGISTRA-AUDITORIA-RETENCAO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE TITULO-NUMERO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PED " TITULO-PEDIDO " " MOTIVO-RETENCAO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       REGISTRA-AUDITORIA-APROVACAO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE TITULO-NUMERO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "APROVACAO - " APRPAG-MOTIVO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG146" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
