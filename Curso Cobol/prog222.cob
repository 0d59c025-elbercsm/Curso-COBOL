       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG222.

      *    IMPORTACAO DIARIA DOS PEDIDOS ENVIADOS PELOS CLIENTES EM
      *    ARQUIVO DE FORMATO FIXO (PEDEDI.DAT) - CADA PEDIDO ACEITO
      *    VIRA UMA NOTA DE VENDA, COM AS MESMAS GRAVACOES DA EMISSAO
      *    DIGITADA (PROG59): NUMERACAO PELO NOTACTL, BAIXA DE
      *    ESTOQUE DA FILIAL, IMPOSTO DO ITEM, PARCELA E TRILHA DE
      *    AUDITORIA. O PEDIDO E' CONFERIDO POR INTEIRO ANTES DE
      *    VIRAR NOTA - CLIENTE CADASTRADO E ATIVO, FILIAL ATIVA,
      *    PEDIDO AINDA NAO IMPORTADO, ATE 10 ITENS, PRODUTO PELO
      *    NOSSO CODIGO OU PELO CODIGO DO CLIENTE (PRODREF.DAT, VER
      *    PROG221), ATIVO E COM PRECO, SALDO NA FILIAL DO CLIENTE E
      *    SALDO ABERTO MAIS O PEDIDO DENTRO DO LIMITE DE CREDITO
      *    (CLICRED.DAT). O PRECO E' O DO CADASTRO DE PRODUTOS. UM
      *    ITEM RECUSADO RECUSA O PEDIDO - CADA LINHA RECUSADA VAI
      *    PARA PEDREJ.DAT COM O MOTIVO, COMO O CLIREJECT.DAT DO
      *    PROG50, E TODA LINHA LIDA SAI EM PEDACK.DAT, A CONFIRMACAO
      *    DEVOLVIDA AOS CLIENTES. A NOTA IMPORTADA SAI A VISTA (UMA
      *    PARCELA NA EMISSAO) E COM O VENDEDOR DA ULTIMA NOTA DO
      *    CLIENTE. RODA SEM OPERADOR NO DAILYJOB, PROTEGIDO PELO
      *    CHECKPOINT DIARIO, COM INICIO E FIM NO MSGLOG E RETURN-CODE
      *    0 LIMPO, 4 COM RECUSAS, 8 ERRO DE ARQUIVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPEDEDI.cob".
           COPY "SELPEDREJ.cob".
           COPY "SELPEDACK.cob".
           COPY "SELPRODREF.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELNOTA.cob".
           COPY "SELNOTACTL.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELCLICRED.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELAUDIT.cob".
           COPY "SELFILIAL.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELMSGLOG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPEDEDI.cob".
           COPY "FDPEDREJ.cob".
           COPY "FDPEDACK.cob".
           COPY "FDPRODREF.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDNOTA.cob".
           COPY "FDNOTACTL.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDCLICRED.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDAUDIT.cob".
           COPY "FDFILIAL.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDMSGLOG.cob".

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".
           COPY "IMPFISPARM.cob".

      *    CADASTRO DE FILIAIS CARREGADO NO INICIO (VER PROG151) -
      *    COM O CADASTRO VAZIO VALE A REGRA ANTIGA DO CODIGO LIVRE.
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FINAL-FILCAD            PIC X.
       01  CADASTRO-FILIAIS.
           05 QTD-FILCAD           PIC 9(02) VALUE ZEROS.
           05 FILCAD-ITEM OCCURS 50 TIMES.
               10 FILCAD-CODIGO       PIC 9(03).
               10 FILCAD-NOME         PIC X(25).
               10 FILCAD-SITUACAO     PIC X(01).
       01  IDX-FILCAD              PIC 9(02).
       01  FILCAD-ACHADA-SW        PIC X(01).
           88 FILCAD-ACHADA        VALUE "S".
       01  FILIAL-PESQUISADA       PIC 9(03).
       01  FILIAL-LIBERADA-SW      PIC X(01).

       01  PEDEDI-ARQ-STATUS       PIC X(02).
       01  PEDREJ-ARQ-STATUS       PIC X(02).
       01  PEDACK-ARQ-STATUS       PIC X(02).
       01  PRODREF-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACTL-ARQ-STATUS      PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  CLICRED-ARQ-STATUS      PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-CLICRED           PIC X.
       01  FINAL-RECEB             PIC X.
       01  FINAL-NOTACRED          PIC X.
       01  FINAL-NOTA-SCAN         PIC X.
       01  FINAL-AUDIT             PIC X.

       01  OPERADOR-ID             PIC X(10).
       01  PROXIMO-NUMERO          PIC 9(06) VALUE ZEROS.
       01  IDX-ITEM                PIC 9(02).

       01  TOTAL-LIDOS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-PEDIDOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-NOTAS-GERADAS     PIC 9(06) VALUE ZEROS.
       01  TOTAL-PEDIDOS-RECUSADOS PIC 9(06) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(06) VALUE ZEROS.
       01  VALOR-TOTAL-IMPORTADO   PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-TOTAL-EDITADO     PIC $Z,ZZZ,ZZZ,ZZ9.99.

      *    LINHAS DO PEDIDO EM CONFERENCIA - AS LINHAS DE UM PEDIDO
      *    CHEGAM EM SEQUENCIA NO ARQUIVO. ALEM DE 30 LINHAS A SOBRA
      *    E' RECUSADA NA LEITURA (O PEDIDO JA PASSOU DOS 10 ITENS DE
      *    UMA NOTA).
       01  PEDIDO-ATUAL.
           05 PEDIDO-ATUAL-CLIENTE PIC 9(06).
           05 PEDIDO-ATUAL-NUMERO  PIC X(12).
       01  TABELA-LINHAS.
           05 QTD-LINHAS           PIC 9(02) VALUE ZEROS.
           05 LINPED-ITEM OCCURS 30 TIMES.
               10 LINPED-DADOS        PIC X(54).
               10 LINPED-PRODUTO      PIC 9(06).
               10 LINPED-QUANTIDADE   PIC 9(04).
               10 LINPED-PRECO        PIC 9(06)V9(02).
               10 LINPED-MOTIVO       PIC X(50).
       01  IDX-LINHA               PIC 9(02).
       01  IDX-SOMA                PIC 9(02).
       01  LINHAS-COM-ERRO         PIC 9(02).
       01  QTD-DO-PRODUTO          PIC 9(06).

      *    A LINHA EM TRABALHO, COM O MESMO LAYOUT DE PEDEDI.DAT.
       01  PEDLIN-REGISTRO.
           05 PEDLIN-CHAVE-PEDIDO.
               10 PEDLIN-CLIENTE       PIC 9(06).
               10 PEDLIN-PEDIDO        PIC X(12).
           05 PEDLIN-DATA-PEDIDO       PIC 9(08).
           05 PEDLIN-LINHA             PIC 9(03).
           05 PEDLIN-ITEM-CLIENTE      PIC X(15).
           05 PEDLIN-PRODUTO           PIC 9(06).
           05 PEDLIN-QUANTIDADE        PIC 9(04).

       01  PEDIDO-VALIDO-SW        PIC X(01).
           88 PEDIDO-VALIDO        VALUE "S".
       01  MOTIVO-PEDIDO           PIC X(50).
       01  MOTIVO-REJEICAO         PIC X(50).
       01  VALOR-DO-PEDIDO         PIC 9(08)V9(02).
       01  VENDEDOR-DO-PEDIDO      PIC 9(06).

      *    PEDIDOS JA IMPORTADOS (CLIENTE + NUMERO DO PEDIDO DELE),
      *    LIDOS DA TRILHA DE AUDITORIA NO INICIO - O MESMO PEDIDO
      *    REENVIADO NAO GERA UMA SEGUNDA NOTA.
       01  TABELA-IMPORTADOS.
           05 QTD-IMPORTADOS       PIC 9(04) VALUE ZEROS.
           05 IMPORTADO-ITEM OCCURS 5000 TIMES.
               10 IMPORTADO-CLIENTE   PIC 9(06).
               10 IMPORTADO-PEDIDO    PIC X(12).
               10 IMPORTADO-NOTA      PIC 9(06).
       01  IDX-IMPORTADO           PIC 9(04).
       01  IMPORTADO-ACHADO-SW     PIC X(01).
           88 IMPORTADO-ACHADO     VALUE "S".
       01  AUDPED-DESCRICAO.
           05 AUDPED-PEDIDO        PIC X(12).
           05 FILLER               PIC X(06) VALUE " NOTA ".
           05 AUDPED-NOTA          PIC 9(06).
           05 FILLER               PIC X(16) VALUE SPACES.

      *    LIMITES DE CREDITO CARREGADOS DE CLICRED.DAT NA ABERTURA
      *    (VER PROG100) - CLIENTE SEM LINHA NAO TEM VERIFICACAO.
       01  TABELA-LIMITES.
           05 QTD-LIMITES          PIC 9(03) VALUE ZEROS.
           05 LIMITE-ITEM OCCURS 500 TIMES.
               10 LIMITE-CLIENTE      PIC 9(06).
               10 LIMITE-VALOR        PIC 9(08)V9(02).
       01  IDX-LIMITE              PIC 9(03).
       01  LIMITE-ACHADO-SW        PIC X(01).
           88 LIMITE-ACHADO        VALUE "S".
       01  SALDO-ABERTO-CLIENTE    PIC S9(10)V9(02).

      *    CHECKPOINT DE PASSO DO DAILYJOB (VER SELCHECKPT) - EVITA
      *    QUE UM JOB RESUBMETIDO REPITA UM PASSO JA CONCLUIDO HOJE.
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  FINAL-CHECKPT           PIC X.
       01  PASSO-JA-EXECUTADO-SW   PIC X(01).
           88 PASSO-JA-EXECUTADO   VALUE "S".
       01  DATA-CHECKPOINT         PIC 9(08).
       01  MSGLOG-ARQ-STATUS       PIC X(02).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           PERFORM VERIFICA-CHECKPOINT-DIARIO.
           IF PASSO-JA-EXECUTADO
               DISPLAY "IMPORTACAO DE PEDIDOS JA EXECUTADA NA DATA "
                       "DE HOJE - PASSO PULADO (VER PROG76 PARA "
                       "FORCAR A REEXECUCAO)."
               STOP RUN.

           PERFORM GRAVA-MSGLOG-INICIO.
           PERFORM IDENTIFICA-OPERADOR.
           PERFORM ABRE-ARQUIVO-CLIENTE.
           PERFORM ABRE-ARQUIVO-NOTA.
           PERFORM ABRE-ARQUIVO-PRODUTO.
           PERFORM ABRE-ARQUIVO-PRODREF.
           PERFORM CARREGA-TABELA-LIMITES.
           PERFORM CARREGA-CADASTRO-FILIAIS.
           PERFORM CARREGA-PEDIDOS-IMPORTADOS.
           PERFORM CARREGA-ULTIMO-NUMERO.

           OPEN INPUT ARQUIVO-PEDEDI.
           PERFORM VERIFICA-STATUS-PEDEDI.
           OPEN OUTPUT ARQUIVO-PEDACK.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-LINHA.
           PERFORM PROCESSA-PEDIDO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PEDEDI.
           CLOSE ARQUIVO-PEDACK.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-NOTA.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-PRODREF.
           PERFORM GRAVA-ULTIMO-NUMERO.

           PERFORM IMPRIME-RESUMO.
           IF TOTAL-REJEITADOS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-CHECKPOINT-DIARIO.
           PERFORM GRAVA-MSGLOG-FIM.

       PROGRAM-DONE.
           STOP RUN.

      *    ESTE PROGRAMA RODA SEM OPERADOR (VER DAILYJOB.JCL), ENTAO
      *    NAO HA ACCEPT AQUI - AS NOTAS, OS MOVIMENTOS DE ESTOQUE E
      *    A AUDITORIA DA IMPORTACAO SAO ATRIBUIDOS AO LOTE.
       IDENTIFICA-OPERADOR.
           MOVE "LOTE" TO OPERADOR-ID.

       ABRE-ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-NOTA.
           OPEN I-O ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-NOTA
               CLOSE ARQUIVO-NOTA
               OPEN I-O ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    A ABERTURA E' EM I-O PORQUE A NOTA BAIXA O SALDO DE
      *    ESTOQUE DO PRODUTO.
       ABRE-ARQUIVO-PRODUTO.
           OPEN I-O ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    SEM A REFERENCIA CRUZADA SO ENTRAM OS ITENS QUE VEM PELO
      *    NOSSO CODIGO DE PRODUTO.
       ABRE-ARQUIVO-PRODREF.
           OPEN INPUT ARQUIVO-PRODREF.
           IF PRODREF-ARQ-STATUS IS NOT EQUAL "00"
              AND PRODREF-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR A REFERENCIA CRUZADA - "
                       "STATUS : " PRODREF-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    O ARQUIVO DE PEDIDOS E OPCIONAL - STATUS "05" (NAO
      *    ENCONTRADO NA ABERTURA) SO OCORRE SE NAO HOUVER NADA PARA
      *    IMPORTAR.
       VERIFICA-STATUS-PEDEDI.
           IF PEDEDI-ARQ-STATUS IS NOT EQUAL "00"
              AND PEDEDI-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PEDIDOS - "
                       "STATUS : " PEDEDI-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF PEDEDI-ARQ-STATUS IS EQUAL "05"
               DISPLAY "ARQUIVO PEDEDI.DAT NAO ENCONTRADO - "
                       "NADA A IMPORTAR.".

      *    LE O ULTIMO NUMERO EMITIDO PARA NUMERAR A PROXIMA NOTA -
      *    O MESMO CONTROLE DA EMISSAO DIGITADA (PROG59).
       CARREGA-ULTIMO-NUMERO.
           MOVE ZEROS TO PROXIMO-NUMERO.
           OPEN INPUT ARQUIVO-NOTACTL.
           IF NOTACTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-NOTACTL
               IF NOTACTL-ARQ-STATUS IS EQUAL "00"
                   MOVE NOTACTL-ULTIMO-NUMERO TO PROXIMO-NUMERO.
           CLOSE ARQUIVO-NOTACTL.

       GRAVA-ULTIMO-NUMERO.
           MOVE PROXIMO-NUMERO TO NOTACTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-NOTACTL.
           WRITE NOTACTL-REGISTRO.
           CLOSE ARQUIVO-NOTACTL.

       LEIA-PROXIMA-LINHA.
           READ ARQUIVO-PEDEDI AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    JUNTA AS LINHAS DO PEDIDO (MESMO CLIENTE E MESMO NUMERO DE
      *    PEDIDO EM SEQUENCIA), CONFERE O PEDIDO INTEIRO E GERA A
      *    NOTA OU RECUSA TODAS AS LINHAS.
       PROCESSA-PEDIDO.
           MOVE PEDEDI-CHAVE-PEDIDO TO PEDIDO-ATUAL.
           MOVE ZEROS TO QTD-LINHAS.
           ADD 1 TO TOTAL-PEDIDOS.
           PERFORM GUARDA-LINHA-DO-PEDIDO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S"
                   OR PEDEDI-CHAVE-PEDIDO IS NOT EQUAL PEDIDO-ATUAL.
           PERFORM VALIDA-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM GERA-NOTA-DO-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM CONFIRMA-LINHAS-ACEITAS
           ELSE
               ADD 1 TO TOTAL-PEDIDOS-RECUSADOS
               DISPLAY "PEDIDO " PEDIDO-ATUAL-NUMERO " DO CLIENTE "
                       PEDIDO-ATUAL-CLIENTE " RECUSADO - "
                       MOTIVO-PEDIDO
               PERFORM RECUSA-LINHAS-DO-PEDIDO.

       GUARDA-LINHA-DO-PEDIDO.
           ADD 1 TO TOTAL-LIDOS.
           IF QTD-LINHAS IS LESS THAN 30
               ADD 1 TO QTD-LINHAS
               MOVE PEDEDI-REGISTRO TO LINPED-DADOS(QTD-LINHAS)
               MOVE ZEROS  TO LINPED-PRODUTO(QTD-LINHAS)
               MOVE ZEROS  TO LINPED-QUANTIDADE(QTD-LINHAS)
               MOVE ZEROS  TO LINPED-PRECO(QTD-LINHAS)
               MOVE SPACES TO LINPED-MOTIVO(QTD-LINHAS)
           ELSE
               MOVE PEDEDI-REGISTRO TO PEDLIN-REGISTRO
               MOVE "PEDIDO COM MAIS DE 10 ITENS." TO MOTIVO-REJEICAO
               PERFORM RECUSA-LINHA.
           PERFORM LEIA-PROXIMA-LINHA.

      *    PRIMEIRO O QUE VALE PARA O PEDIDO INTEIRO, DEPOIS CADA
      *    ITEM E POR ULTIMO O CREDITO, QUE DEPENDE DO VALOR DOS
      *    ITENS.
       VALIDA-PEDIDO.
           MOVE "S" TO PEDIDO-VALIDO-SW.
           MOVE SPACES TO MOTIVO-PEDIDO.
           MOVE LINPED-DADOS(1) TO PEDLIN-REGISTRO.
           IF PEDLIN-CLIENTE IS NOT NUMERIC
                   OR PEDLIN-CLIENTE IS EQUAL ZEROS
               MOVE "N" TO PEDIDO-VALIDO-SW
               MOVE "CODIGO DE CLIENTE INVALIDO." TO MOTIVO-PEDIDO
           ELSE IF PEDLIN-PEDIDO IS EQUAL SPACES
               MOVE "N" TO PEDIDO-VALIDO-SW
               MOVE "NUMERO DO PEDIDO EM BRANCO." TO MOTIVO-PEDIDO
           ELSE IF QTD-LINHAS IS GREATER THAN 10
               MOVE "N" TO PEDIDO-VALIDO-SW
               MOVE "PEDIDO COM MAIS DE 10 ITENS." TO MOTIVO-PEDIDO
           ELSE
               PERFORM VALIDA-CLIENTE-DO-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM VERIFICA-PEDIDO-JA-IMPORTADO.
           IF PEDIDO-VALIDO
               MOVE ZEROS TO VALOR-DO-PEDIDO
               MOVE ZEROS TO LINHAS-COM-ERRO
               MOVE 1 TO IDX-LINHA
               PERFORM VALIDA-LINHA-DO-PEDIDO
                       UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS
               IF LINHAS-COM-ERRO IS GREATER THAN ZEROS
                   MOVE "N" TO PEDIDO-VALIDO-SW
                   MOVE "PEDIDO RECUSADO POR ERRO EM OUTRO ITEM."
                        TO MOTIVO-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM VERIFICA-CREDITO-DO-PEDIDO.

      *    MESMAS REGRAS DA EMISSAO DIGITADA - CLIENTE ATIVO E, COM O
      *    CADASTRO DE FILIAIS IMPLANTADO, FILIAL DO CLIENTE ATIVA.
       VALIDA-CLIENTE-DO-PEDIDO.
           MOVE PEDLIN-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "N" TO PEDIDO-VALIDO-SW
                MOVE "CLIENTE NAO CADASTRADO." TO MOTIVO-PEDIDO.
           IF PEDIDO-VALIDO
               IF CLIENTE-INATIVO
                   MOVE "N" TO PEDIDO-VALIDO-SW
                   MOVE "CLIENTE INATIVO." TO MOTIVO-PEDIDO
               ELSE
                   PERFORM VERIFICA-FILIAL-DO-CLIENTE
                   IF FILIAL-LIBERADA-SW IS EQUAL "N"
                       MOVE "N" TO PEDIDO-VALIDO-SW
                       MOVE "FILIAL DO CLIENTE INATIVA OU SEM CADASTRO."
                            TO MOTIVO-PEDIDO.

       VERIFICA-PEDIDO-JA-IMPORTADO.
           MOVE 1 TO IDX-IMPORTADO.
           MOVE "N" TO IMPORTADO-ACHADO-SW.
           PERFORM COMPARA-PEDIDO-IMPORTADO
                   UNTIL IMPORTADO-ACHADO
                   OR IDX-IMPORTADO IS GREATER THAN QTD-IMPORTADOS.
           IF IMPORTADO-ACHADO
               MOVE "N" TO PEDIDO-VALIDO-SW
               STRING "PEDIDO JA IMPORTADO NA NOTA "
                      IMPORTADO-NOTA(IDX-IMPORTADO) "."
                      DELIMITED BY SIZE
                 INTO MOTIVO-PEDIDO.

       COMPARA-PEDIDO-IMPORTADO.
           IF IMPORTADO-CLIENTE(IDX-IMPORTADO) IS EQUAL
                   PEDIDO-ATUAL-CLIENTE
                   AND IMPORTADO-PEDIDO(IDX-IMPORTADO) IS EQUAL
                   PEDIDO-ATUAL-NUMERO
               MOVE "S" TO IMPORTADO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-IMPORTADO.

      *    O MOTIVO DE CADA ITEM RECUSADO FICA NA PROPRIA LINHA.
       VALIDA-LINHA-DO-PEDIDO.
           MOVE LINPED-DADOS(IDX-LINHA) TO PEDLIN-REGISTRO.
           MOVE SPACES TO MOTIVO-REJEICAO.
           IF PEDLIN-QUANTIDADE IS NOT NUMERIC
                   OR PEDLIN-QUANTIDADE IS EQUAL ZEROS
               MOVE "QUANTIDADE INVALIDA." TO MOTIVO-REJEICAO
           ELSE IF PEDLIN-PRODUTO IS NOT NUMERIC
               MOVE "CODIGO DE PRODUTO INVALIDO." TO MOTIVO-REJEICAO
           ELSE
               PERFORM RESOLVE-PRODUTO-DA-LINHA.
           IF MOTIVO-REJEICAO IS EQUAL SPACES
               PERFORM CONFERE-PRODUTO-DA-LINHA.
           IF MOTIVO-REJEICAO IS NOT EQUAL SPACES
               MOVE MOTIVO-REJEICAO TO LINPED-MOTIVO(IDX-LINHA)
               ADD 1 TO LINHAS-COM-ERRO.
           ADD 1 TO IDX-LINHA.

      *    O NOSSO CODIGO, QUANDO VEM, PREVALECE SOBRE O CODIGO DO
      *    ITEM NO CLIENTE.
       RESOLVE-PRODUTO-DA-LINHA.
           IF PEDLIN-PRODUTO IS NOT EQUAL ZEROS
               MOVE PEDLIN-PRODUTO TO PRODUTO-CODIGO
           ELSE IF PEDLIN-ITEM-CLIENTE IS EQUAL SPACES
               MOVE "ITEM SEM CODIGO DE PRODUTO." TO MOTIVO-REJEICAO
           ELSE
               MOVE PEDLIN-CLIENTE      TO PRODREF-CLIENTE
               MOVE PEDLIN-ITEM-CLIENTE TO PRODREF-ITEM-CLIENTE
               READ ARQUIVO-PRODREF
                    INVALID KEY
                    MOVE "ITEM SEM REFERENCIA CRUZADA - VER PROG221."
                         TO MOTIVO-REJEICAO
                    NOT INVALID KEY
                    MOVE PRODREF-PRODUTO TO PRODUTO-CODIGO.

       CONFERE-PRODUTO-DA-LINHA.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "PRODUTO NAO CADASTRADO." TO MOTIVO-REJEICAO
                NOT INVALID KEY
                IF PRODUTO-INATIVO
                    MOVE "PRODUTO INATIVO." TO MOTIVO-REJEICAO
                ELSE
                    IF PRODUTO-PRECO IS EQUAL ZEROS
                        MOVE "PRODUTO SEM PRECO DE VENDA."
                             TO MOTIVO-REJEICAO
                    ELSE
                        PERFORM CONFERE-ESTOQUE-DA-LINHA.

      *    O PRECO E' O DO CADASTRO DE PRODUTOS. O SALDO CONFERIDO E'
      *    O DA FILIAL DO CLIENTE, QUE EMITE A NOTA, CONTRA A SOMA DO
      *    PRODUTO NAS LINHAS DO PEDIDO ATE ESTA - SERVICO NAO TEM
      *    ESTOQUE.
       CONFERE-ESTOQUE-DA-LINHA.
           MOVE PRODUTO-CODIGO    TO LINPED-PRODUTO(IDX-LINHA).
           MOVE PEDLIN-QUANTIDADE TO LINPED-QUANTIDADE(IDX-LINHA).
           MOVE PRODUTO-PRECO     TO LINPED-PRECO(IDX-LINHA).
           COMPUTE VALOR-DO-PEDIDO = VALOR-DO-PEDIDO +
                   (PEDLIN-QUANTIDADE * PRODUTO-PRECO).
           IF NOT PRODUTO-SERVICO
               MOVE ZEROS TO QTD-DO-PRODUTO
               MOVE 1 TO IDX-SOMA
               PERFORM SOMA-PRODUTO-NAS-LINHAS
                       UNTIL IDX-SOMA IS GREATER THAN IDX-LINHA
               MOVE "C"            TO SLDFIL-FUNCAO
               MOVE CLIENTE-FILIAL TO SLDFIL-FILIAL
               MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
               MOVE ZEROS          TO SLDFIL-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               IF QTD-DO-PRODUTO IS GREATER THAN SLDFIL-SALDO
                   MOVE "SALDO EM ESTOQUE INSUFICIENTE NA FILIAL."
                        TO MOTIVO-REJEICAO.

       SOMA-PRODUTO-NAS-LINHAS.
           IF LINPED-PRODUTO(IDX-SOMA) IS EQUAL PRODUTO-CODIGO
               ADD LINPED-QUANTIDADE(IDX-SOMA) TO QTD-DO-PRODUTO.
           ADD 1 TO IDX-SOMA.

      *    O VENDEDOR DA NOTA E' O DA ULTIMA NOTA DO CLIENTE - SEM
      *    NENHUMA NOTA COM VENDEDOR O PEDIDO E' RECUSADO E A
      *    PRIMEIRA VENDA PRECISA SER DIGITADA NO PROG59. COM LIMITE
      *    CADASTRADO, O SALDO ABERTO (A MESMA CONTA DO PROG59) MAIS
      *    O PEDIDO NAO PODE PASSAR DO LIMITE - NO LOTE NAO HA
      *    SUPERVISOR PARA LIBERAR.
       VERIFICA-CREDITO-DO-PEDIDO.
           MOVE ZEROS TO VENDEDOR-DO-PEDIDO.
           MOVE ZEROS TO SALDO-ABERTO-CLIENTE.
           PERFORM SOMA-NOTAS-DO-CLIENTE.
           IF VENDEDOR-DO-PEDIDO IS EQUAL ZEROS
               MOVE "N" TO PEDIDO-VALIDO-SW
               MOVE "CLIENTE SEM VENDEDOR - PRIMEIRA NOTA PELO PROG59."
                    TO MOTIVO-PEDIDO
           ELSE
               MOVE 1 TO IDX-LIMITE
               MOVE "N" TO LIMITE-ACHADO-SW
               PERFORM PROCURA-LIMITE-DO-CLIENTE
                       UNTIL LIMITE-ACHADO
                       OR IDX-LIMITE IS GREATER THAN QTD-LIMITES
               IF LIMITE-ACHADO
                   PERFORM ABATE-RECEBIMENTOS-CLIENTE
                   PERFORM ABATE-CREDITOS-CLIENTE
                   IF SALDO-ABERTO-CLIENTE + VALOR-DO-PEDIDO IS
                           GREATER THAN LIMITE-VALOR(IDX-LIMITE)
                       MOVE "N" TO PEDIDO-VALIDO-SW
                       MOVE "LIMITE DE CREDITO EXCEDIDO."
                            TO MOTIVO-PEDIDO.

       PROCURA-LIMITE-DO-CLIENTE.
           IF LIMITE-CLIENTE(IDX-LIMITE) IS EQUAL CLIENTE-CODIGO
               MOVE "S" TO LIMITE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-LIMITE.

       SOMA-NOTAS-DO-CLIENTE.
           MOVE LOW-VALUES TO NOTA-NUMERO.
           START ARQUIVO-NOTA KEY IS NOT LESS THAN NOTA-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-NOTA-SCAN
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-NOTA-SCAN.
           IF FINAL-NOTA-SCAN IS EQUAL "N"
               PERFORM LEIA-PROXIMA-NOTA-SCAN
               PERFORM SOMA-NOTA-DO-CLIENTE
                       UNTIL FINAL-NOTA-SCAN IS EQUAL "S".

       LEIA-PROXIMA-NOTA-SCAN.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-NOTA-SCAN.

       SOMA-NOTA-DO-CLIENTE.
           IF NOTA-CLIENTE-CODIGO IS EQUAL CLIENTE-CODIGO
               IF NOTA-ABERTA
                   ADD NOTA-VALOR-TOTAL TO SALDO-ABERTO-CLIENTE
               END-IF
               IF NOTA-VENDEDOR IS NUMERIC
                       AND NOTA-VENDEDOR IS NOT EQUAL ZEROS
                   MOVE NOTA-VENDEDOR TO VENDEDOR-DO-PEDIDO.
           PERFORM LEIA-PROXIMA-NOTA-SCAN.

       ABATE-RECEBIMENTOS-CLIENTE.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
              AND RECEB-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-RECEB.
           PERFORM LEIA-PROXIMO-RECEB-CRED.
           PERFORM ABATE-UM-RECEB-CRED
                   UNTIL FINAL-RECEB IS EQUAL "S".
           CLOSE ARQUIVO-RECEB.

       LEIA-PROXIMO-RECEB-CRED.
           READ ARQUIVO-RECEB NEXT AT END
           MOVE "S" TO FINAL-RECEB.

       ABATE-UM-RECEB-CRED.
           IF RECEB-CLIENTE-CODIGO IS EQUAL CLIENTE-CODIGO
               SUBTRACT RECEB-VALOR FROM SALDO-ABERTO-CLIENTE.
           PERFORM LEIA-PROXIMO-RECEB-CRED.

      *    AS NOTAS DE CREDITO (DEVOLUCOES, VER PROG105) TAMBEM
      *    ABATEM O SALDO ABERTO DO CLIENTE.
       ABATE-CREDITOS-CLIENTE.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-NOTACRED.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM ABATE-UM-CREDITO
                   UNTIL FINAL-NOTACRED IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-NOTACRED.

       ABATE-UM-CREDITO.
           IF NCRED-CLIENTE IS EQUAL CLIENTE-CODIGO
               SUBTRACT NCRED-VALOR-TOTAL FROM SALDO-ABERTO-CLIENTE.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    MONTA E GRAVA A NOTA DO PEDIDO - O CLIENTE CONTINUA NO
      *    REGISTRO DE CLIENTES DESDE A CONFERENCIA.
       GERA-NOTA-DO-PEDIDO.
           ADD 1 TO PROXIMO-NUMERO.
           MOVE SPACES TO NOTA-REGISTRO.
           MOVE PROXIMO-NUMERO     TO NOTA-NUMERO.
           MOVE CLIENTE-CODIGO     TO NOTA-CLIENTE-CODIGO.
           MOVE CLIENTE-FILIAL     TO NOTA-FILIAL.
           ACCEPT NOTA-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO NOTA-QTD-ITENS.
           MOVE ZEROS TO NOTA-VALOR-TOTAL.
           MOVE ZEROS TO NOTA-TOTAL-ICMS.
           MOVE ZEROS TO NOTA-TOTAL-ISS.
           MOVE "A" TO NOTA-SITUACAO.
           MOVE VENDEDOR-DO-PEDIDO TO NOTA-VENDEDOR.
           MOVE "P" TO NOTA-NFE-SITUACAO.
           MOVE ZEROS TO NOTA-NFE-DATA-AUT.
           MOVE ZEROS TO NOTA-NFE-HORA-AUT.
           MOVE 1 TO IDX-LINHA.
           PERFORM GUARDA-LINHA-NA-NOTA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.
           WRITE NOTA-REGISTRO
                 INVALID KEY
                 MOVE "N" TO PEDIDO-VALIDO-SW
                 MOVE "NUMERO DE NOTA JA EXISTE - VERIFIQUE O NOTACTL."
                      TO MOTIVO-PEDIDO
                 NOT INVALID KEY
                 ADD 1 TO TOTAL-NOTAS-GERADAS
                 ADD NOTA-VALOR-TOTAL TO VALOR-TOTAL-IMPORTADO
                 PERFORM BAIXA-ESTOQUE-DA-NOTA
                 PERFORM GRAVA-PARCELA-A-VISTA
                 PERFORM REGISTRA-AUDITORIA-NOTA
                 PERFORM REGISTRA-PEDIDO-IMPORTADO.

       GUARDA-LINHA-NA-NOTA.
           ADD 1 TO NOTA-QTD-ITENS.
           MOVE NOTA-QTD-ITENS TO IDX-ITEM.
           MOVE LINPED-PRODUTO(IDX-LINHA) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE SPACES TO PRODUTO-DESCRICAO.
           MOVE LINPED-PRODUTO(IDX-LINHA)
                TO NOTA-ITEM-PRODUTO(IDX-ITEM).
           MOVE PRODUTO-DESCRICAO
                TO NOTA-ITEM-DESCRICAO(IDX-ITEM).
           MOVE LINPED-QUANTIDADE(IDX-LINHA)
                TO NOTA-ITEM-QUANTIDADE(IDX-ITEM).
           MOVE LINPED-PRECO(IDX-LINHA)
                TO NOTA-ITEM-VALOR-UNIT(IDX-ITEM).
           COMPUTE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) ROUNDED =
                   LINPED-QUANTIDADE(IDX-LINHA) *
                   LINPED-PRECO(IDX-LINHA).
           ADD NOTA-ITEM-VALOR-TOTAL(IDX-ITEM)
               TO NOTA-VALOR-TOTAL.
           PERFORM CALCULA-IMPOSTO-DO-ITEM.
           ADD 1 TO IDX-LINHA.

      *    O IMPOSTO DO ITEM PELA ROTINA PROG170, COMO NA EMISSAO
      *    DIGITADA - O PRODUTO ACABOU DE SER LIDO.
       CALCULA-IMPOSTO-DO-ITEM.
           MOVE PRODUTO-CLASSE-FISCAL TO IMPFIS-CLASSE.
           MOVE CLIENTE-END-UF TO IMPFIS-UF.
           MOVE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) TO IMPFIS-VALOR.
           CALL "PROG170" USING IMPFIS-PARAMETROS.
           MOVE IMPFIS-TIPO     TO NOTA-ITEM-TIPO-IMPOSTO(IDX-ITEM).
           MOVE IMPFIS-CFOP     TO NOTA-ITEM-CFOP(IDX-ITEM).
           MOVE IMPFIS-ALIQUOTA TO NOTA-ITEM-ALIQUOTA(IDX-ITEM).
           MOVE IMPFIS-BASE     TO NOTA-ITEM-BASE(IDX-ITEM).
           MOVE IMPFIS-IMPOSTO  TO NOTA-ITEM-IMPOSTO(IDX-ITEM).
           IF IMPFIS-ICMS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ICMS.
           IF IMPFIS-ISS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ISS.

      *    ABATE DO SALDO DE CADA PRODUTO E DO SALDO DA FILIAL DA
      *    NOTA A QUANTIDADE VENDIDA E GRAVA O MOVIMENTO DE SAIDA NO
      *    LIVRO DE ESTOQUE.
       BAIXA-ESTOQUE-DA-NOTA.
           MOVE 1 TO IDX-ITEM.
           PERFORM BAIXA-ESTOQUE-DE-UM-ITEM
                   UNTIL IDX-ITEM IS GREATER THAN NOTA-QTD-ITENS.

       BAIXA-ESTOQUE-DE-UM-ITEM.
           MOVE NOTA-ITEM-PRODUTO(IDX-ITEM) TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO ENCONTRADO "
                        "NA BAIXA DE ESTOQUE - SALDO NAO MOVIDO."
                NOT INVALID KEY
                SUBTRACT NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                    FROM PRODUTO-SALDO-ESTOQUE
                REWRITE PRODUTO-REGISTRO
                MOVE "M" TO SLDFIL-FUNCAO
                MOVE NOTA-FILIAL TO SLDFIL-FILIAL
                MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                COMPUTE SLDFIL-QUANTIDADE =
                        ZEROS - NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                CALL "PROG164" USING SLDFIL-PARAMETROS
                MOVE "S" TO ESTOQMOV-TIPO
                MOVE NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                     TO ESTOQMOV-QUANTIDADE
                MOVE NOTA-NUMERO TO ESTOQMOV-NOTA
                PERFORM GRAVA-MOVIMENTO-ESTOQUE.
           ADD 1 TO IDX-ITEM.

      *    GRAVA UM MOVIMENTO NO LIVRO DE ESTOQUE - O TIPO, A
      *    QUANTIDADE E A NOTA JA FORAM PREENCHIDOS PELO CHAMADOR.
       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE PRODUTO-CODIGO TO ESTOQMOV-PRODUTO.
           MOVE NOTA-FILIAL TO ESTOQMOV-FILIAL.
           MOVE PRODUTO-CUSTO-MEDIO TO ESTOQMOV-CUSTO-UNIT.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO ESTOQMOV-OPERADOR.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ESTOQMOV.
           WRITE ESTOQMOV-REGISTRO.
           CLOSE ARQUIVO-ESTOQMOV.

      *    A NOTA IMPORTADA SAI A VISTA - UMA PARCELA COM O TOTAL,
      *    VENCENDO NA EMISSAO, COMO O ENTER DA EMISSAO DIGITADA. O
      *    PRAZO COMBINADO COM O CLIENTE E' AJUSTADO NO CONTAS A
      *    RECEBER.
       GRAVA-PARCELA-A-VISTA.
           MOVE NOTA-NUMERO      TO NOTAPARC-NOTA.
           MOVE 1                TO NOTAPARC-PARCELA.
           MOVE NOTA-DATA        TO NOTAPARC-VENCIMENTO.
           MOVE NOTA-VALOR-TOTAL TO NOTAPARC-VALOR.
           OPEN EXTEND ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-NOTAPARC.
           WRITE NOTAPARC-REGISTRO.
           CLOSE ARQUIVO-NOTAPARC.

      *    REGISTRA NA TRILHA DE AUDITORIA A EMISSAO DA NOTA.
       REGISTRA-AUDITORIA-NOTA.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO   TO AUDIT-CODIGO.
           MOVE "EMISSAO"     TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "NOTA DO PEDIDO " PEDIDO-ATUAL-NUMERO
                  " DO CLIENTE " NOTA-CLIENTE-CODIGO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    O PEDIDO IMPORTADO FICA NA TRILHA COM A NOTA GERADA - E'
      *    DALI QUE SAI A TABELA DE PEDIDOS JA IMPORTADOS.
       REGISTRA-PEDIDO-IMPORTADO.
           MOVE "PEDIDO-EDI"         TO AUDIT-ENTIDADE.
           MOVE PEDIDO-ATUAL-CLIENTE TO AUDIT-CODIGO.
           MOVE "IMPORTACAO"         TO AUDIT-OPERACAO.
           MOVE PEDIDO-ATUAL-NUMERO  TO AUDPED-PEDIDO.
           MOVE NOTA-NUMERO          TO AUDPED-NOTA.
           MOVE AUDPED-DESCRICAO     TO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GUARDA-PEDIDO-IMPORTADO.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG222" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    CARREGA OS PEDIDOS JA IMPORTADOS A PARTIR DA TRILHA DE
      *    AUDITORIA (VER REGISTRA-PEDIDO-IMPORTADO).
       CARREGA-PEDIDOS-IMPORTADOS.
           MOVE ZEROS TO QTD-IMPORTADOS.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-AUDIT
               PERFORM LEIA-PROXIMA-AUDITORIA
               PERFORM SEPARA-PEDIDO-IMPORTADO
                       UNTIL FINAL-AUDIT IS EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.

       LEIA-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA AT END
           MOVE "S" TO FINAL-AUDIT.

       SEPARA-PEDIDO-IMPORTADO.
           IF AUDIT-ENTIDADE IS EQUAL "PEDIDO-EDI"
               MOVE AUDIT-DESCRICAO TO AUDPED-DESCRICAO
               MOVE AUDIT-CODIGO TO PEDIDO-ATUAL-CLIENTE
               MOVE AUDPED-PEDIDO TO PEDIDO-ATUAL-NUMERO
               MOVE AUDPED-NOTA TO NOTA-NUMERO
               PERFORM GUARDA-PEDIDO-IMPORTADO.
           PERFORM LEIA-PROXIMA-AUDITORIA.

       GUARDA-PEDIDO-IMPORTADO.
           IF QTD-IMPORTADOS IS LESS THAN 5000
               ADD 1 TO QTD-IMPORTADOS
               MOVE PEDIDO-ATUAL-CLIENTE
                    TO IMPORTADO-CLIENTE(QTD-IMPORTADOS)
               MOVE PEDIDO-ATUAL-NUMERO
                    TO IMPORTADO-PEDIDO(QTD-IMPORTADOS)
               MOVE NOTA-NUMERO
                    TO IMPORTADO-NOTA(QTD-IMPORTADOS).

      *    CADA LINHA DO PEDIDO ACEITO SAI NA CONFIRMACAO COM A NOTA
      *    GERADA E O PRECO FATURADO.
       CONFIRMA-LINHAS-ACEITAS.
           MOVE 1 TO IDX-LINHA.
           PERFORM CONFIRMA-UMA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.

       CONFIRMA-UMA-LINHA.
           MOVE LINPED-DADOS(IDX-LINHA) TO PEDLIN-REGISTRO.
           PERFORM MONTA-CONFIRMACAO.
           MOVE LINPED-PRODUTO(IDX-LINHA) TO PEDACK-PRODUTO.
           MOVE LINPED-PRECO(IDX-LINHA)   TO PEDACK-PRECO-UNIT.
           MOVE "A"                       TO PEDACK-SITUACAO.
           MOVE NOTA-NUMERO               TO PEDACK-NOTA.
           WRITE PEDACK-REGISTRO.
           ADD 1 TO IDX-LINHA.

      *    NO PEDIDO RECUSADO A LINHA COM ERRO LEVA O PROPRIO MOTIVO E
      *    AS DEMAIS O MOTIVO DO PEDIDO.
       RECUSA-LINHAS-DO-PEDIDO.
           MOVE 1 TO IDX-LINHA.
           PERFORM RECUSA-UMA-LINHA
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHAS.

       RECUSA-UMA-LINHA.
           MOVE LINPED-DADOS(IDX-LINHA) TO PEDLIN-REGISTRO.
           IF LINPED-MOTIVO(IDX-LINHA) IS NOT EQUAL SPACES
               MOVE LINPED-MOTIVO(IDX-LINHA) TO MOTIVO-REJEICAO
           ELSE
               MOVE MOTIVO-PEDIDO TO MOTIVO-REJEICAO.
           PERFORM RECUSA-LINHA.
           ADD 1 TO IDX-LINHA.

      *    A LINHA RECUSADA VAI PARA O ARQUIVO DE REJEITADOS E PARA A
      *    CONFIRMACAO - MESMO IDIOMA DE OPEN EXTEND / OPEN OUTPUT NA
      *    PRIMEIRA EXECUCAO DO CLIREJECT.DAT.
       RECUSA-LINHA.
           ADD 1 TO TOTAL-REJEITADOS.
           MOVE PEDLIN-REGISTRO TO PEDREJ-DADOS.
           MOVE MOTIVO-REJEICAO TO PEDREJ-MOTIVO.
           OPEN EXTEND ARQUIVO-PEDREJ.
           IF PEDREJ-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PEDREJ.
           WRITE PEDREJ-REGISTRO.
           CLOSE ARQUIVO-PEDREJ.
           PERFORM MONTA-CONFIRMACAO.
           MOVE ZEROS TO PEDACK-PRODUTO.
           IF PEDLIN-PRODUTO IS NUMERIC
               MOVE PEDLIN-PRODUTO TO PEDACK-PRODUTO.
           MOVE ZEROS           TO PEDACK-PRECO-UNIT.
           MOVE "R"             TO PEDACK-SITUACAO.
           MOVE ZEROS           TO PEDACK-NOTA.
           MOVE MOTIVO-REJEICAO TO PEDACK-MOTIVO.
           WRITE PEDACK-REGISTRO.

       MONTA-CONFIRMACAO.
           MOVE SPACES TO PEDACK-REGISTRO.
           MOVE PEDLIN-CLIENTE      TO PEDACK-CLIENTE.
           MOVE PEDLIN-PEDIDO       TO PEDACK-PEDIDO.
           MOVE PEDLIN-LINHA        TO PEDACK-LINHA.
           MOVE PEDLIN-ITEM-CLIENTE TO PEDACK-ITEM-CLIENTE.
           MOVE PEDLIN-QUANTIDADE   TO PEDACK-QUANTIDADE.

      *    CARREGA OS LIMITES DE CREDITO - ARQUIVO OPCIONAL, SEM ELE
      *    NENHUM CLIENTE E' VERIFICADO.
       CARREGA-TABELA-LIMITES.
           MOVE ZEROS TO QTD-LIMITES.
           OPEN INPUT ARQUIVO-CLICRED.
           IF CLICRED-ARQ-STATUS IS NOT EQUAL "00"
              AND CLICRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE LIMITES - "
                       "STATUS : " CLICRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CLICRED.
           PERFORM LEIA-PROXIMO-LIMITE.
           PERFORM GUARDA-LIMITE-NA-TABELA
                   UNTIL FINAL-CLICRED IS EQUAL "S".
           CLOSE ARQUIVO-CLICRED.

       LEIA-PROXIMO-LIMITE.
           READ ARQUIVO-CLICRED AT END
           MOVE "S" TO FINAL-CLICRED.

       GUARDA-LIMITE-NA-TABELA.
           IF QTD-LIMITES IS LESS THAN 500
               ADD 1 TO QTD-LIMITES
               MOVE CLICRED-CODIGO TO LIMITE-CLIENTE(QTD-LIMITES)
               MOVE CLICRED-LIMITE TO LIMITE-VALOR(QTD-LIMITES).
           PERFORM LEIA-PROXIMO-LIMITE.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A TABELA FICA VAZIA.
       CARREGA-CADASTRO-FILIAIS.
           MOVE ZEROS TO QTD-FILCAD.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILCAD
               PERFORM LEIA-PROXIMA-FILCAD
               PERFORM GUARDA-FILCAD-NA-TABELA
                       UNTIL FINAL-FILCAD IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILCAD.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILCAD.

       GUARDA-FILCAD-NA-TABELA.
           IF QTD-FILCAD IS LESS THAN 50
               ADD 1 TO QTD-FILCAD
               MOVE FILIAL-CODIGO   TO FILCAD-CODIGO(QTD-FILCAD)
               MOVE FILIAL-NOME     TO FILCAD-NOME(QTD-FILCAD)
               MOVE FILIAL-SITUACAO TO FILCAD-SITUACAO(QTD-FILCAD).
           PERFORM LEIA-PROXIMA-FILCAD.

       PROCURA-FILIAL-NO-CADASTRO.
           MOVE 1 TO IDX-FILCAD.
           MOVE "N" TO FILCAD-ACHADA-SW.
           PERFORM COMPARA-FILCAD
                   UNTIL FILCAD-ACHADA
                   OR IDX-FILCAD IS GREATER THAN QTD-FILCAD.

       COMPARA-FILCAD.
           IF FILCAD-CODIGO(IDX-FILCAD) IS EQUAL FILIAL-PESQUISADA
               MOVE "S" TO FILCAD-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILCAD.

      *    COM O CADASTRO DE FILIAIS IMPLANTADO (PROG151) A FILIAL
      *    DO CLIENTE PRECISA EXISTIR NELE E ESTAR ATIVA.
       VERIFICA-FILIAL-DO-CLIENTE.
           MOVE "S" TO FILIAL-LIBERADA-SW.
           IF QTD-FILCAD IS GREATER THAN ZEROS
                   AND CLIENTE-FILIAL IS NUMERIC
               MOVE CLIENTE-FILIAL TO FILIAL-PESQUISADA
               PERFORM PROCURA-FILIAL-NO-CADASTRO
               IF NOT FILCAD-ACHADA
                   MOVE "N" TO FILIAL-LIBERADA-SW
               ELSE
                   IF FILCAD-SITUACAO(IDX-FILCAD) IS NOT EQUAL "A"
                       MOVE "N" TO FILIAL-LIBERADA-SW.

      *    PROCURA NO ARQUIVO DE CHECKPOINT UM REGISTRO DESTE
      *    PROGRAMA NA DATA DE HOJE (VER DAILYJOB.JCL/PROG76).
       VERIFICA-CHECKPOINT-DIARIO.
           MOVE "N" TO PASSO-JA-EXECUTADO-SW.
           ACCEPT DATA-CHECKPOINT FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS NOT EQUAL "00"
              AND CHECKPT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CHECKPOINT - "
                       "STATUS : " CHECKPT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CHECKPT.
           PERFORM LEIA-PROXIMO-CHECKPT.
           PERFORM COMPARA-CHECKPT
                   UNTIL PASSO-JA-EXECUTADO
                   OR FINAL-CHECKPT IS EQUAL "S".
           CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-CHECKPT.

       COMPARA-CHECKPT.
           IF CHECKPT-DATA IS EQUAL DATA-CHECKPOINT
                   AND CHECKPT-PROGRAMA IS EQUAL "PROG222"
               MOVE "S" TO PASSO-JA-EXECUTADO-SW.
           PERFORM LEIA-PROXIMO-CHECKPT.

      *    REGISTRA A CONCLUSAO COM SUCESSO DESTE PASSO NA DATA.
       GRAVA-CHECKPOINT-DIARIO.
           MOVE DATA-CHECKPOINT TO CHECKPT-DATA.
           MOVE "PROG222" TO CHECKPT-PROGRAMA.
           OPEN EXTEND ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CHECKPT.
           WRITE CHECKPT-REGISTRO.
           CLOSE ARQUIVO-CHECKPT.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84).
       GRAVA-MSGLOG-INICIO.
           MOVE "INICIO DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "I" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-MSGLOG-FIM.
           MOVE "FIM DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "F" TO MSGLOG-EVENTO.
           MOVE TOTAL-LIDOS TO MSGLOG-QTD-LIDOS.
           MOVE TOTAL-NOTAS-GERADAS TO MSGLOG-QTD-GRAVADOS.
           MOVE TOTAL-REJEITADOS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETURN-CODE TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG222" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.

       IMPRIME-RESUMO.
           MOVE VALOR-TOTAL-IMPORTADO TO VALOR-TOTAL-EDITADO.
           DISPLAY "===== RESUMO DA IMPORTACAO DE PEDIDOS =====".
           DISPLAY "LINHAS LIDAS       : " TOTAL-LIDOS.
           DISPLAY "PEDIDOS LIDOS      : " TOTAL-PEDIDOS.
           DISPLAY "NOTAS GERADAS      : " TOTAL-NOTAS-GERADAS.
           DISPLAY "VALOR DAS NOTAS    : " VALOR-TOTAL-EDITADO.
           DISPLAY "PEDIDOS RECUSADOS  : " TOTAL-PEDIDOS-RECUSADOS.
           DISPLAY "LINHAS REJEITADAS  : " TOTAL-REJEITADOS.
           DISPLAY "============================================".
