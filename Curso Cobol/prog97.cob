      *    SAIDAS SAO GRAVADAS AUTOMATICAMENTE PELA EMISSAO DE NOTAS
      *    (PROG59) E OS ESTORNOS PELO CANCELAMENTO (PROG99) - ESTE
      *    PROGRAMA SO FAZ ENTRADAS.
      *    2026-10-15 O RECEBIMENTO PASSOU A SER FEITO CONTRA UMA
      *    LINHA DE UM PEDIDO DE COMPRA ABERTO (PEDCOMP.DAT, MANTIDO
      *    PELO PROG155) - O PRODUTO PRECISA CONSTAR DO PEDIDO E A
      *    QUANTIDADE RECEBIDA E' SOMADA NA LINHA. RECEBIMENTO ACIMA
      *    DO SALDO DA LINHA SO ENTRA COM CONFIRMACAO E E' APONTADO
      *    NA TELA E NA TRILHA DE AUDITORIA COMO EXCESSO. COM TODAS
      *    AS LINHAS ENTREGUES O PEDIDO PASSA A RECEBIDO. O NUMERO DO
      *    PEDIDO VAI NO MOVIMENTO DE ENTRADA DO ESTOQMOV.DAT.
      *    2026-10-15 CADA ENTRADA PEDE O CUSTO UNITARIO DE AQUISICAO
      *    (ENTER ASSUME O PRECO DA LINHA DO PEDIDO), GRAVADO NO
      *    MOVIMENTO, E RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO
      *    SOBRE O SALDO ANTERIOR. ENTRADA SEM CUSTO E' RECUSADA.
      *    2026-10-15 O ESTOQUE PASSOU A SER POR FILIAL - CADA PEDIDO
      *    RECEBIDO PEDE A FILIAL QUE RECEBE A MERCADORIA (ATIVA NO
      *    CADASTRO DO PROG151), QUE GANHA A ENTRADA NO SEU SALDO
      *    (ESTFIL.DAT, PELA ROTINA PROG164) E FICA NO MOVIMENTO.
      *    2026-10-15 CADA ENTRADA LISTA AS PENDENCIAS DE ENTREGA
      *    ABERTAS DO PRODUTO (PENDENCIA.DAT, GRAVADAS PELO PROG59),
      *    DA MAIS ANTIGA PARA A MAIS NOVA, PARA QUE SEJAM LIBERADAS
      *    EM NOVAS NOTAS NA ORDEM DOS PEDIDOS.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELPEDCOMP.cob".
           COPY "SELAUDIT.cob".
           COPY "SELFILIAL.cob".
           COPY "SELPENDEN.cob".

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-PENDENT.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDPEDCOMP.cob".
           COPY "FDAUDIT.cob".
           COPY "FDFILIAL.cob".
           COPY "FDPENDEN.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DATA             PIC 9(08).
           05 ORD-DATA-R REDEFINES ORD-DATA.
               10 ORD-DATA-ANO     PIC 9(04).
               10 ORD-DATA-MES     PIC 9(02).
               10 ORD-DATA-DIA     PIC 9(02).
           05 ORD-HORA             PIC 9(08).
           05 ORD-CLIENTE          PIC 9(06).
           05 ORD-FILIAL           PIC 9(03).
           05 ORD-QUANTIDADE       PIC 9(04).
           05 ORD-NOTA-ORIGEM      PIC 9(06).

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".

       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FINAL-FILIAL            PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  TOTAL-ENTRADAS          PIC 9(04) VALUE ZEROS.
       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.

      *    PEDIDO DE COMPRA E LINHA CONTRA OS QUAIS SE RECEBE.
       01  PEDIDO-INFORMADO        PIC 9(06).
       01  PEDIDO-VALIDO-SW        PIC X(01).
           88 PEDIDO-VALIDO        VALUE "S".
       01  IDX-ITEM                PIC 9(02).
       01  IDX-LINHA               PIC 9(02).

      *    FILIAL QUE RECEBE A MERCADORIA DO PEDIDO.
       01  FILIAL-RECEBIMENTO      PIC 9(03).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".
       01  SALDO-DA-LINHA          PIC 9(06).
       01  QTD-EXCESSO             PIC 9(06).
       01  ENTRADA-COM-EXCESSO-SW  PIC X(01).
           88 ENTRADA-COM-EXCESSO  VALUE "S".
       01  LINHAS-PENDENTES        PIC 9(02).
       01  CONFIRMA-EXCESSO        PIC X.

      *    CUSTO DE AQUISICAO DA UNIDADE RECEBIDA.
       01  CUSTO-INFORMADO         PIC 9(06)V9(02).
       01  CUSTO-EDITADO           PIC $ZZZ,ZZ9.99.
       01  CUSTO-MEDIO-EDITADO     PIC $ZZZ,ZZ9.9999.

      *    PENDENCIAS DE ENTREGA DO PRODUTO RECEBIDO.
       01  PENDEN-ARQ-STATUS       PIC X(02).
       01  FINAL-PENDEN            PIC X.
       01  FINAL-ORDENACAO         PIC X.
       01  QTD-PENDENCIAS          PIC 9(04).
       01  TOTAL-PENDENTE          PIC 9(06).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY "---- ENTRADA DE ESTOQUE (RECEBIMENTO) ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-PRODUTO.
           PERFORM ABRE-ARQUIVO-PEDCOMP.

           MOVE "S" TO RESPOSTA.
           PERFORM REGISTRA-ENTRADA
                   UNTIL RESPOSTA IS EQUAL "N".

           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-PEDCOMP.
           DISPLAY "ENTRADAS REGISTRADAS NESTA SESSAO : "
                   TOTAL-ENTRADAS.

               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    SEM PEDIDOS NAO HA CONTRA O QUE RECEBER - O ARQUIVO E'
      *    CRIADO PELO PROG155.
       ABRE-ARQUIVO-PEDCOMP.
           OPEN I-O ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS DE COMPRA "
                       "- STATUS : " PEDCOMP-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-PRODUTO
               STOP RUN.

       REGISTRA-ENTRADA.
           PERFORM CAPTURA-PEDIDO-DE-COMPRA.
           IF PEDIDO-VALIDO
               PERFORM CAPTURA-FILIAL-RECEBIMENTO.
           IF PEDIDO-VALIDO
               PERFORM CAPTURA-PRODUTO-DO-PEDIDO.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRA-ENTRADA
                   UNTIL RESPOSTA-VALIDA.

      *    O RECEBIMENTO SO E' ACEITO CONTRA UM PEDIDO ABERTO.
       CAPTURA-PEDIDO-DE-COMPRA.
           MOVE "N" TO PEDIDO-VALIDO-SW.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA : ".
           MOVE ZEROS TO PEDIDO-INFORMADO.
           ACCEPT PEDIDO-INFORMADO.
           MOVE PEDIDO-INFORMADO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ENCONTRADO - "
                        "ENTRADA NAO REGISTRADA."
                NOT INVALID KEY
                IF NOT PEDCOMP-ABERTO
                    DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ESTA "
                            "ABERTO (SITUACAO " PEDCOMP-SITUACAO
                            ") - ENTRADA NAO REGISTRADA."
                ELSE
                    MOVE "S" TO PEDIDO-VALIDO-SW
                    DISPLAY "PEDIDO " PEDCOMP-NUMERO
                            " DO FORNECEDOR " PEDCOMP-FORNECEDOR
                END-IF
           END-READ.

      *    A FILIAL PRECISA EXISTIR E ESTAR ATIVA NO CADASTRO DE
      *    FILIAIS - COM O CADASTRO AINDA VAZIO VALE O CODIGO
      *    INFORMADO, COMO NA EMISSAO DE NOTAS.
       CAPTURA-FILIAL-RECEBIMENTO.
           DISPLAY "FILIAL QUE RECEBE A MERCADORIA : ".
           MOVE ZEROS TO FILIAL-RECEBIMENTO.
           ACCEPT FILIAL-RECEBIMENTO.
           IF FILIAL-RECEBIMENTO IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-RECEBIMENTO.
           MOVE "N" TO FILIAL-ACHADA-SW.
           MOVE "N" TO FINAL-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               PERFORM LEIA-PROXIMA-FILIAL
               IF FINAL-FILIAL IS EQUAL "S"
                   MOVE "S" TO FILIAL-ACHADA-SW
               ELSE
                   PERFORM PROCURA-FILIAL-RECEBIMENTO
                           UNTIL FINAL-FILIAL IS EQUAL "S"
                           OR FILIAL-ACHADA
           ELSE
               MOVE "S" TO FILIAL-ACHADA-SW.
           CLOSE ARQUIVO-FILIAL.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " FILIAL-RECEBIMENTO " INEXISTENTE OU "
                       "INATIVA (PROG151) - ENTRADA NAO REGISTRADA."
               MOVE "N" TO PEDIDO-VALIDO-SW.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL-RECEBIMENTO.
           IF FILIAL-CODIGO IS EQUAL FILIAL-RECEBIMENTO
                   AND FILIAL-ATIVA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

      *    O PRODUTO PRECISA SER UMA DAS LINHAS DO PEDIDO.
       CAPTURA-PRODUTO-DO-PEDIDO.
           DISPLAY "CODIGO DO PRODUTO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE ZEROS TO IDX-LINHA.
           MOVE 1 TO IDX-ITEM.
           PERFORM PROCURA-LINHA-DO-PRODUTO
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS
                   OR IDX-LINHA IS GREATER THAN ZEROS.
           IF IDX-LINHA IS EQUAL ZEROS
               DISPLAY "PRODUTO " CODIGO-INFORMADO " NAO CONSTA DO "
                       "PEDIDO " PEDCOMP-NUMERO " - ENTRADA NAO "
                       "REGISTRADA."
           ELSE
               PERFORM LE-PRODUTO-DA-LINHA.

       PROCURA-LINHA-DO-PRODUTO.
           IF PEDCOMP-ITEM-PRODUTO(IDX-ITEM) IS EQUAL CODIGO-INFORMADO
               MOVE IDX-ITEM TO IDX-LINHA.
           ADD 1 TO IDX-ITEM.

       LE-PRODUTO-DA-LINHA.
           MOVE CODIGO-INFORMADO TO PRODUTO-CODIGO.

           READ ARQUIVO-PRODUTO
               ELSE
                   PERFORM CAPTURA-QUANTIDADE-ENTRADA.

       CAPTURA-QUANTIDADE-ENTRADA.
           MOVE PRODUTO-SALDO-ESTOQUE TO SALDO-EDITADO.
           DISPLAY PRODUTO-DESCRICAO " - SALDO ATUAL : "
                   SALDO-EDITADO.
           PERFORM CALCULA-SALDO-DA-LINHA.
           DISPLAY "PEDIDO : " PEDCOMP-ITEM-QUANTIDADE(IDX-LINHA)
                   "  JA RECEBIDO : " PEDCOMP-ITEM-RECEBIDA(IDX-LINHA)
                   "  A RECEBER : " SALDO-DA-LINHA.
           DISPLAY "QUANTIDADE RECEBIDA : ".
           MOVE ZEROS TO QUANTIDADE-INFORMADA.
           ACCEPT QUANTIDADE-INFORMADA.
               MOVE ZEROS TO QUANTIDADE-INFORMADA.
           IF QUANTIDADE-INFORMADA IS EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERO - ENTRADA NAO REGISTRADA."
           ELSE
               PERFORM CAPTURA-CUSTO-ENTRADA
               IF CUSTO-INFORMADO IS EQUAL ZEROS
                   DISPLAY "CUSTO UNITARIO ZERO - ENTRADA NAO "
                           "REGISTRADA."
               ELSE
                   PERFORM VERIFICA-EXCESSO-NA-LINHA.

      *    O CUSTO EM BRANCO ASSUME O PRECO NEGOCIADO NA LINHA DO
      *    PEDIDO - O OPERADOR SO DIGITA QUANDO A FATURA VEIO COM
      *    OUTRO VALOR.
       CAPTURA-CUSTO-ENTRADA.
           MOVE PEDCOMP-ITEM-PRECO(IDX-LINHA) TO CUSTO-EDITADO.
           DISPLAY "CUSTO UNITARIO (ENTER = PRECO DO PEDIDO "
                   CUSTO-EDITADO ") : ".
           MOVE ZEROS TO CUSTO-INFORMADO.
           ACCEPT CUSTO-INFORMADO.
           IF CUSTO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO CUSTO-INFORMADO.
           IF CUSTO-INFORMADO IS EQUAL ZEROS
               MOVE PEDCOMP-ITEM-PRECO(IDX-LINHA) TO CUSTO-INFORMADO.

       CALCULA-SALDO-DA-LINHA.
           IF PEDCOMP-ITEM-RECEBIDA(IDX-LINHA) IS LESS THAN
                   PEDCOMP-ITEM-QUANTIDADE(IDX-LINHA)
               COMPUTE SALDO-DA-LINHA =
                       PEDCOMP-ITEM-QUANTIDADE(IDX-LINHA) -
                       PEDCOMP-ITEM-RECEBIDA(IDX-LINHA)
           ELSE
               MOVE ZEROS TO SALDO-DA-LINHA.

      *    RECEBER MAIS DO QUE O SALDO DA LINHA E' EXCESSO - SO
      *    ENTRA COM CONFIRMACAO E FICA APONTADO NA AUDITORIA.
       VERIFICA-EXCESSO-NA-LINHA.
           MOVE "N" TO ENTRADA-COM-EXCESSO-SW.
           IF QUANTIDADE-INFORMADA IS GREATER THAN SALDO-DA-LINHA
               COMPUTE QTD-EXCESSO =
                       QUANTIDADE-INFORMADA - SALDO-DA-LINHA
               DISPLAY "** RECEBIMENTO ACIMA DO PEDIDO - EXCESSO DE "
                       QTD-EXCESSO " **"
               DISPLAY "CONFIRMA A ENTRADA COM EXCESSO ? (S/N)"
               MOVE SPACE TO CONFIRMA-EXCESSO
               ACCEPT CONFIRMA-EXCESSO
               IF CONFIRMA-EXCESSO IS EQUAL "S"
                       OR CONFIRMA-EXCESSO IS EQUAL "s"
                   MOVE "S" TO ENTRADA-COM-EXCESSO-SW
                   PERFORM APLICA-ENTRADA
               ELSE
                   DISPLAY "ENTRADA NAO REGISTRADA."
           ELSE
               PERFORM APLICA-ENTRADA.

       APLICA-ENTRADA.
           PERFORM CALCULA-CUSTO-MEDIO.
           ADD QUANTIDADE-INFORMADA TO PRODUTO-SALDO-ESTOQUE.
           REWRITE PRODUTO-REGISTRO.
           MOVE "M" TO SLDFIL-FUNCAO.
           MOVE FILIAL-RECEBIMENTO TO SLDFIL-FILIAL.
           MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO.
           MOVE QUANTIDADE-INFORMADA TO SLDFIL-QUANTIDADE.
           CALL "PROG164" USING SLDFIL-PARAMETROS.
           MOVE "E" TO ESTOQMOV-TIPO.
           MOVE PEDCOMP-NUMERO TO ESTOQMOV-NOTA.
           MOVE QUANTIDADE-INFORMADA TO ESTOQMOV-QUANTIDADE.
           MOVE CUSTO-INFORMADO TO ESTOQMOV-CUSTO-UNIT.
           PERFORM GRAVA-MOVIMENTO-ESTOQUE.
           ADD 1 TO TOTAL-ENTRADAS.
           MOVE PRODUTO-SALDO-ESTOQUE TO SALDO-EDITADO.
           DISPLAY "ENTRADA REGISTRADA - NOVO SALDO : " SALDO-EDITADO.
           MOVE SLDFIL-SALDO TO SALDO-EDITADO.
           DISPLAY "SALDO NA FILIAL " FILIAL-RECEBIMENTO " : "
                   SALDO-EDITADO.
           MOVE PRODUTO-CUSTO-MEDIO TO CUSTO-MEDIO-EDITADO.
           DISPLAY "NOVO CUSTO MEDIO : " CUSTO-MEDIO-EDITADO.
           PERFORM ATUALIZA-LINHA-DO-PEDIDO.
           PERFORM REGISTRA-AUDITORIA-ENTRADA.
           PERFORM LISTA-PENDENCIAS-DO-PRODUTO.

      *    MEDIA PONDERADA DO SALDO ANTERIOR PELO CUSTO MEDIO COM A
      *    QUANTIDADE RECEBIDA PELO CUSTO INFORMADO. SALDO ZERADO OU
      *    NEGATIVO (VENDA SEM ESTOQUE) NAO TEM VALOR A PONDERAR - O
      *    CUSTO DA ENTRADA PASSA A SER O CUSTO MEDIO.
       CALCULA-CUSTO-MEDIO.
           IF PRODUTO-SALDO-ESTOQUE IS GREATER THAN ZEROS
               COMPUTE PRODUTO-CUSTO-MEDIO ROUNDED =
                       ((PRODUTO-SALDO-ESTOQUE * PRODUTO-CUSTO-MEDIO)
                       + (QUANTIDADE-INFORMADA * CUSTO-INFORMADO))
                       / (PRODUTO-SALDO-ESTOQUE + QUANTIDADE-INFORMADA)
           ELSE
               MOVE CUSTO-INFORMADO TO PRODUTO-CUSTO-MEDIO.

      *    SOMA O RECEBIDO NA LINHA - COM TODAS AS LINHAS ENTREGUES
      *    O PEDIDO PASSA A RECEBIDO E NAO ACEITA MAIS ENTRADAS.
       ATUALIZA-LINHA-DO-PEDIDO.
           ADD QUANTIDADE-INFORMADA
               TO PEDCOMP-ITEM-RECEBIDA(IDX-LINHA).
           MOVE ZEROS TO LINHAS-PENDENTES.
           MOVE 1 TO IDX-ITEM.
           PERFORM CONTA-LINHA-PENDENTE
                   UNTIL IDX-ITEM IS GREATER THAN PEDCOMP-QTD-ITENS.
           IF LINHAS-PENDENTES IS EQUAL ZEROS
               MOVE "R" TO PEDCOMP-SITUACAO
               DISPLAY "PEDIDO " PEDCOMP-NUMERO " TOTALMENTE "
                       "RECEBIDO.".
           REWRITE PEDCOMP-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PEDIDO - STATUS : "
                           PEDCOMP-ARQ-STATUS.

       CONTA-LINHA-PENDENTE.
           IF PEDCOMP-ITEM-RECEBIDA(IDX-ITEM) IS LESS THAN
                   PEDCOMP-ITEM-QUANTIDADE(IDX-ITEM)
               ADD 1 TO LINHAS-PENDENTES.
           ADD 1 TO IDX-ITEM.

      *    PENDENCIAS ABERTAS DO PRODUTO EM TODAS AS FILIAIS, NA
      *    ORDEM DA DATA DO PEDIDO - A LIBERACAO E' FEITA NA EMISSAO
      *    DA NOTA PARA O CLIENTE (PROG59), QUE AS OFERECE SOZINHA.
       LISTA-PENDENCIAS-DO-PRODUTO.
           MOVE ZEROS TO QTD-PENDENCIAS.
           MOVE ZEROS TO TOTAL-PENDENTE.
           SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-DATA
                                 ORD-HORA
                INPUT PROCEDURE IS SELECIONA-PENDENCIAS
                OUTPUT PROCEDURE IS EXIBE-PENDENCIAS.
           IF QTD-PENDENCIAS IS GREATER THAN ZEROS
               DISPLAY "PENDENCIAS : " QTD-PENDENCIAS
                       "  QUANTIDADE PENDENTE : " TOTAL-PENDENTE
               DISPLAY "LIBERE AS PENDENCIAS NA EMISSAO DE NOTAS "
                       "(PROG59).".

       SELECIONA-PENDENCIAS.
           OPEN INPUT ARQUIVO-PENDEN.
           IF PENDEN-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PENDEN
               PERFORM LEIA-PROXIMA-PENDENCIA
               PERFORM SELECIONA-PENDENCIA-DO-PRODUTO
                       UNTIL FINAL-PENDEN IS EQUAL "S".
           CLOSE ARQUIVO-PENDEN.

       LEIA-PROXIMA-PENDENCIA.
           READ ARQUIVO-PENDEN AT END
           MOVE "S" TO FINAL-PENDEN.

       SELECIONA-PENDENCIA-DO-PRODUTO.
           IF PENDEN-ABERTA
                   AND PENDEN-PRODUTO IS EQUAL PRODUTO-CODIGO
               MOVE PENDEN-DATA        TO ORD-DATA
               MOVE PENDEN-HORA        TO ORD-HORA
               MOVE PENDEN-CLIENTE     TO ORD-CLIENTE
               MOVE PENDEN-FILIAL      TO ORD-FILIAL
               MOVE PENDEN-QUANTIDADE  TO ORD-QUANTIDADE
               MOVE PENDEN-NOTA-ORIGEM TO ORD-NOTA-ORIGEM
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-PENDENCIA.

       EXIBE-PENDENCIAS.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           IF FINAL-ORDENACAO IS EQUAL "N"
               DISPLAY "PENDENCIAS DE ENTREGA ABERTAS DO PRODUTO "
                       PRODUTO-CODIGO " :"
               DISPLAY "DATA        CLIENTE  FILIAL  QTDE  NOTA".
           PERFORM EXIBE-UMA-PENDENCIA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       EXIBE-UMA-PENDENCIA.
           DISPLAY ORD-DATA-DIA "/" ORD-DATA-MES "/" ORD-DATA-ANO
                   "  " ORD-CLIENTE "   " ORD-FILIAL "    "
                   ORD-QUANTIDADE "  " ORD-NOTA-ORIGEM.
           ADD 1 TO QTD-PENDENCIAS.
           ADD ORD-QUANTIDADE TO TOTAL-PENDENTE.
           PERFORM RETORNA-ORDENADO.

      *    GRAVA UM MOVIMENTO NO LIVRO DE ESTOQUE - O TIPO, A
      *    QUANTIDADE E A NOTA JA FORAM PREENCHIDOS PELO CHAMADOR.
       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE PRODUTO-CODIGO TO ESTOQMOV-PRODUTO.
           MOVE FILIAL-RECEBIMENTO TO ESTOQMOV-FILIAL.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO ESTOQMOV-OPERADOR.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           CLOSE ARQUIVO-ESTOQMOV.

      *    REGISTRA NA TRILHA DE AUDITORIA A ENTRADA DE ESTOQUE.
      *    A ENTRADA COM EXCESSO SOBRE O PEDIDO GANHA OPERACAO
      *    PROPRIA, PARA SER ACHADA NA TRILHA.
       REGISTRA-AUDITORIA-ENTRADA.
           MOVE "PRODUTO"      TO AUDIT-ENTIDADE.
           MOVE PRODUTO-CODIGO TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           IF ENTRADA-COM-EXCESSO
               MOVE "ENTR-EXCES" TO AUDIT-OPERACAO
               STRING "RECEB " QUANTIDADE-INFORMADA
                      " PED " PEDCOMP-NUMERO " EXCESSO "
                      QTD-EXCESSO DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
           ELSE
               MOVE "ENTRADA"      TO AUDIT-OPERACAO
               STRING "ENTRADA DE " QUANTIDADE-INFORMADA
                      " PED " PEDCOMP-NUMERO
                      " FIL " FILIAL-RECEBIMENTO
                      DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG97" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

