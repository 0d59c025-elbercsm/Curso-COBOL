       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG165.

      *    TRANSFERENCIAS DE ESTOQUE ENTRE FILIAIS (TRANSF.DAT,
      *    NUMERADAS EM TRFCTL.DAT). (E) O ENVIO TIRA A QUANTIDADE DO
      *    SALDO DA FILIAL DE ORIGEM COM MOVIMENTO "X" NO LIVRO
      *    ESTOQMOV.DAT E A DEIXA EM TRANSITO PARA O DESTINO. (R) A
      *    CONFIRMACAO PELA FILIAL DE DESTINO TIRA DO EM TRANSITO E
      *    ENTRA NO SALDO DELA COM MOVIMENTO "Y". O TOTAL DO PRODUTO
      *    NO CADASTRO NAO MUDA - A MERCADORIA CONTINUA SENDO DA
      *    EMPRESA. (L) LISTA AS TRANSFERENCIAS EM TRANSITO EM
      *    TRANSF.REL. (I) A IMPLANTACAO JOGA NUMA FILIAL O SALDO DE
      *    CADA PRODUTO AINDA NAO DISTRIBUIDO ENTRE AS FILIAIS (O
      *    SALDO ANTERIOR AO ESTOQUE POR FILIAL). OS SALDOS DAS
      *    FILIAIS SAO MOVIDOS PELA ROTINA CENTRAL PROG164 E TUDO VAI
      *    PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELTRANSF.cob".
           COPY "SELTRFCTL.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELFILIAL.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "TRANSF.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTRANSF.cob".
           COPY "FDTRFCTL.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDFILIAL.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".

       01  TRANSF-ARQ-STATUS       PIC X(02).
       01  TRFCTL-ARQ-STATUS       PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FILIAL            PIC X.

       01  OPCAO-TRANSFERENCIA     PIC X(01).
           88 OPCAO-ENVIAR         VALUE "E".
           88 OPCAO-RECEBER        VALUE "R".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-IMPLANTAR      VALUE "I".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  FILIAL-PESQUISADA       PIC 9(03).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".
       01  FILIAL-ORIGEM           PIC 9(03).
       01  FILIAL-DESTINO          PIC 9(03).
       01  FILIAL-DO-MOVIMENTO     PIC 9(03).
       01  PRODUTO-INFORMADO       PIC 9(06).
       01  QUANTIDADE-INFORMADA    PIC 9(06).
       01  NUMERO-INFORMADO        PIC 9(06).
       01  NUMERO-NOVA-TRANSF      PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  SALDO-SEM-FILIAL        PIC S9(07).

       01  TOTAL-LISTADAS          PIC 9(04) VALUE ZEROS.
       01  TOTAL-IMPLANTADOS       PIC 9(04) VALUE ZEROS.
       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.

       01  LINHA-TRANSFERENCIA.
           05 LIN-NUMERO           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-ENVIO-DIA        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 LIN-ENVIO-MES        PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 LIN-ENVIO-ANO        PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-ORIGEM           PIC 9(03).
           05 FILLER               PIC X(04) VALUE " -> ".
           05 LIN-DESTINO          PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LIN-QUANTIDADE       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- TRANSFERENCIAS ENTRE FILIAIS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-PRODUTO.
           PERFORM ABRE-ARQUIVO-TRANSF.

           MOVE SPACE TO OPCAO-TRANSFERENCIA.
           PERFORM EXECUTA-TRANSFERENCIA
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-TRANSF.
           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       ABRE-ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-TRANSF.
           OPEN I-O ARQUIVO-TRANSF.
           IF TRANSF-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-TRANSF
               CLOSE ARQUIVO-TRANSF
               OPEN I-O ARQUIVO-TRANSF.
           IF TRANSF-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE TRANSFERENCIAS - "
                       "STATUS : " TRANSF-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-PRODUTO
               STOP RUN.

       EXECUTA-TRANSFERENCIA.
           DISPLAY "OPCAO - (E)NVIAR (R)ECEBER (L)ISTAR EM TRANSITO "
                   "(I)MPLANTAR SALDOS (S)AIR : ".
           MOVE SPACE TO OPCAO-TRANSFERENCIA.
           ACCEPT OPCAO-TRANSFERENCIA.
           IF OPCAO-TRANSFERENCIA IS EQUAL "e"
               MOVE "E" TO OPCAO-TRANSFERENCIA.
           IF OPCAO-TRANSFERENCIA IS EQUAL "r"
               MOVE "R" TO OPCAO-TRANSFERENCIA.
           IF OPCAO-TRANSFERENCIA IS EQUAL "l"
               MOVE "L" TO OPCAO-TRANSFERENCIA.
           IF OPCAO-TRANSFERENCIA IS EQUAL "i"
               MOVE "I" TO OPCAO-TRANSFERENCIA.
           IF OPCAO-TRANSFERENCIA IS EQUAL "s"
               MOVE "S" TO OPCAO-TRANSFERENCIA.
           IF OPCAO-ENVIAR
               PERFORM ENVIA-TRANSFERENCIA.
           IF OPCAO-RECEBER
               PERFORM RECEBE-TRANSFERENCIA.
           IF OPCAO-LISTAR
               PERFORM LISTA-EM-TRANSITO.
           IF OPCAO-IMPLANTAR
               PERFORM IMPLANTA-SALDOS.

      *    A FILIAL PRECISA EXISTIR E ESTAR ATIVA NO CADASTRO DE
      *    FILIAIS (PROG151) - COM O CADASTRO AINDA VAZIO VALE O
      *    CODIGO INFORMADO.
       VALIDA-FILIAL.
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
               DISPLAY "FILIAL " FILIAL-PESQUISADA " INEXISTENTE OU "
                       "INATIVA (PROG151).".

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL.
           IF FILIAL-CODIGO IS EQUAL FILIAL-PESQUISADA
                   AND FILIAL-ATIVA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

      *===============================================================
      *    (E) ENVIO - A ORIGEM SO MANDA O QUE TEM NO SALDO DELA.
      *===============================================================
       ENVIA-TRANSFERENCIA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "FILIAL DE ORIGEM : ".
           MOVE ZEROS TO FILIAL-ORIGEM.
           ACCEPT FILIAL-ORIGEM.
           MOVE FILIAL-ORIGEM TO FILIAL-PESQUISADA.
           PERFORM VALIDA-FILIAL.
           IF NOT FILIAL-ACHADA
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-FILIAL-DESTINO.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-PRODUTO-E-QUANTIDADE.
           IF DADOS-VALIDOS
               PERFORM GRAVA-ENVIO
           ELSE
               DISPLAY "TRANSFERENCIA NAO REGISTRADA.".

       CAPTURA-FILIAL-DESTINO.
           DISPLAY "FILIAL DE DESTINO : ".
           MOVE ZEROS TO FILIAL-DESTINO.
           ACCEPT FILIAL-DESTINO.
           IF FILIAL-DESTINO IS EQUAL FILIAL-ORIGEM
               DISPLAY "DESTINO IGUAL A ORIGEM."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               MOVE FILIAL-DESTINO TO FILIAL-PESQUISADA
               PERFORM VALIDA-FILIAL
               IF NOT FILIAL-ACHADA
                   MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-PRODUTO-E-QUANTIDADE.
           DISPLAY "CODIGO DO PRODUTO : ".
           MOVE ZEROS TO PRODUTO-INFORMADO.
           ACCEPT PRODUTO-INFORMADO.
           MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO CADASTRADO."
                MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               IF PRODUTO-INATIVO
                   DISPLAY "PRODUTO " PRODUTO-CODIGO " INATIVO."
                   MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               MOVE "C" TO SLDFIL-FUNCAO
               MOVE FILIAL-ORIGEM TO SLDFIL-FILIAL
               MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
               MOVE ZEROS TO SLDFIL-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               MOVE SLDFIL-SALDO TO SALDO-EDITADO
               DISPLAY PRODUTO-DESCRICAO " - SALDO NA ORIGEM : "
                       SALDO-EDITADO
               DISPLAY "QUANTIDADE A TRANSFERIR : "
               MOVE ZEROS TO QUANTIDADE-INFORMADA
               ACCEPT QUANTIDADE-INFORMADA
               IF QUANTIDADE-INFORMADA IS NOT NUMERIC
                       OR QUANTIDADE-INFORMADA IS EQUAL ZEROS
                   DISPLAY "QUANTIDADE INVALIDA."
                   MOVE "N" TO DADOS-VALIDOS-SW
               ELSE
                   IF QUANTIDADE-INFORMADA IS GREATER THAN
                           SLDFIL-SALDO
                       DISPLAY "QUANTIDADE MAIOR QUE O SALDO DA "
                               "FILIAL DE ORIGEM."
                       MOVE "N" TO DADOS-VALIDOS-SW.

       GRAVA-ENVIO.
           PERFORM OBTEM-NUMERO-TRANSF.
           MOVE SPACES TO TRANSF-REGISTRO.
           MOVE NUMERO-NOVA-TRANSF   TO TRANSF-NUMERO.
           MOVE PRODUTO-CODIGO       TO TRANSF-PRODUTO.
           MOVE QUANTIDADE-INFORMADA TO TRANSF-QUANTIDADE.
           MOVE FILIAL-ORIGEM        TO TRANSF-ORIGEM.
           MOVE FILIAL-DESTINO       TO TRANSF-DESTINO.
           MOVE DATA-CORRENTE        TO TRANSF-ENVIO.
           MOVE OPERADOR-ID          TO TRANSF-OPER-ENVIO.
           MOVE ZEROS                TO TRANSF-RECEBIMENTO.
           MOVE "T"                  TO TRANSF-SITUACAO.
           WRITE TRANSF-REGISTRO
                 INVALID KEY
                 DISPLAY "ERRO AO GRAVAR A TRANSFERENCIA - STATUS : "
                         TRANSF-ARQ-STATUS.
           IF TRANSF-ARQ-STATUS IS EQUAL "00"
               MOVE "M" TO SLDFIL-FUNCAO
               MOVE FILIAL-ORIGEM TO SLDFIL-FILIAL
               MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
               COMPUTE SLDFIL-QUANTIDADE =
                       ZEROS - QUANTIDADE-INFORMADA
               CALL "PROG164" USING SLDFIL-PARAMETROS
               MOVE "T" TO SLDFIL-FUNCAO
               MOVE FILIAL-DESTINO TO SLDFIL-FILIAL
               MOVE QUANTIDADE-INFORMADA TO SLDFIL-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               MOVE "X" TO ESTOQMOV-TIPO
               MOVE FILIAL-ORIGEM TO FILIAL-DO-MOVIMENTO
               PERFORM GRAVA-MOVIMENTO-ESTOQUE
               DISPLAY "TRANSFERENCIA " TRANSF-NUMERO " EM TRANSITO "
                       "PARA A FILIAL " FILIAL-DESTINO "."
               MOVE "ENVIO" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-TRANSF.

      *    O NUMERO DA TRANSFERENCIA E' SEQUENCIAL ENTRE EXECUCOES,
      *    GUARDADO EM TRFCTL.DAT - O MESMO DESENHO DO PEDCTL.
       OBTEM-NUMERO-TRANSF.
           MOVE ZEROS TO NUMERO-NOVA-TRANSF.
           OPEN INPUT ARQUIVO-TRFCTL.
           IF TRFCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-TRFCTL
               IF TRFCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE TRFCTL-ULTIMO-NUMERO TO NUMERO-NOVA-TRANSF.
           CLOSE ARQUIVO-TRFCTL.
           ADD 1 TO NUMERO-NOVA-TRANSF.
           MOVE NUMERO-NOVA-TRANSF TO TRFCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-TRFCTL.
           WRITE TRFCTL-REGISTRO.
           CLOSE ARQUIVO-TRFCTL.

      *===============================================================
      *    (R) CONFIRMACAO PELO DESTINO - A QUANTIDADE SAI DO EM
      *    TRANSITO E ENTRA NO SALDO DA FILIAL DE DESTINO.
      *===============================================================
       RECEBE-TRANSFERENCIA.
           DISPLAY "NUMERO DA TRANSFERENCIA : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE NUMERO-INFORMADO TO TRANSF-NUMERO.
           READ ARQUIVO-TRANSF
                INVALID KEY
                DISPLAY "TRANSFERENCIA " TRANSF-NUMERO
                        " NAO ENCONTRADA."
                NOT INVALID KEY
                IF NOT TRANSF-EM-TRANSITO
                    DISPLAY "TRANSFERENCIA " TRANSF-NUMERO
                            " JA FOI RECEBIDA."
                ELSE
                    PERFORM CONFIRMA-RECEBIMENTO.

       CONFIRMA-RECEBIMENTO.
           MOVE TRANSF-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "PRODUTO NAO CADASTRADO" TO PRODUTO-DESCRICAO
                MOVE ZEROS TO PRODUTO-CUSTO-MEDIO.
           DISPLAY "DA FILIAL " TRANSF-ORIGEM " PARA A FILIAL "
                   TRANSF-DESTINO " - " TRANSF-QUANTIDADE " "
                   PRODUTO-DESCRICAO.
           DISPLAY "CONFIRMA O RECEBIMENTO PELA FILIAL "
                   TRANSF-DESTINO " ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
               PERFORM GRAVA-RECEBIMENTO
           ELSE
               DISPLAY "TRANSFERENCIA CONTINUA EM TRANSITO.".

       GRAVA-RECEBIMENTO.
           MOVE DATA-CORRENTE TO TRANSF-RECEBIMENTO.
           MOVE OPERADOR-ID   TO TRANSF-OPER-RECEB.
           MOVE "R"           TO TRANSF-SITUACAO.
           REWRITE TRANSF-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A TRANSFERENCIA - "
                           "STATUS : " TRANSF-ARQ-STATUS.
           IF TRANSF-ARQ-STATUS IS EQUAL "00"
               MOVE "T" TO SLDFIL-FUNCAO
               MOVE TRANSF-DESTINO TO SLDFIL-FILIAL
               MOVE TRANSF-PRODUTO TO SLDFIL-PRODUTO
               COMPUTE SLDFIL-QUANTIDADE =
                       ZEROS - TRANSF-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               MOVE "M" TO SLDFIL-FUNCAO
               MOVE TRANSF-QUANTIDADE TO SLDFIL-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               MOVE TRANSF-QUANTIDADE TO QUANTIDADE-INFORMADA
               MOVE "Y" TO ESTOQMOV-TIPO
               MOVE TRANSF-DESTINO TO FILIAL-DO-MOVIMENTO
               PERFORM GRAVA-MOVIMENTO-ESTOQUE
               MOVE SLDFIL-SALDO TO SALDO-EDITADO
               DISPLAY "RECEBIMENTO CONFIRMADO - SALDO NA FILIAL "
                       TRANSF-DESTINO " : " SALDO-EDITADO
               MOVE "RECEBIDA" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-TRANSF.

      *    GRAVA O MOVIMENTO DE TRANSFERENCIA NO LIVRO DE ESTOQUE -
      *    O TIPO E A FILIAL JA FORAM PREENCHIDOS PELO CHAMADOR E O
      *    NUMERO DA TRANSFERENCIA VAI NO LUGAR DA NOTA.
       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE TRANSF-PRODUTO       TO ESTOQMOV-PRODUTO.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE QUANTIDADE-INFORMADA TO ESTOQMOV-QUANTIDADE.
           MOVE TRANSF-NUMERO        TO ESTOQMOV-NOTA.
           MOVE OPERADOR-ID          TO ESTOQMOV-OPERADOR.
           MOVE PRODUTO-CUSTO-MEDIO  TO ESTOQMOV-CUSTO-UNIT.
           MOVE FILIAL-DO-MOVIMENTO  TO ESTOQMOV-FILIAL.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ESTOQMOV.
           WRITE ESTOQMOV-REGISTRO.
           CLOSE ARQUIVO-ESTOQMOV.

       REGISTRA-AUDITORIA-TRANSF.
           MOVE "TRANSFEREN"   TO AUDIT-ENTIDADE.
           MOVE TRANSF-NUMERO  TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PROD " TRANSF-PRODUTO " QTD " TRANSF-QUANTIDADE
                  " FIL " TRANSF-ORIGEM " P/ " TRANSF-DESTINO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (L) TRANSFERENCIAS EM TRANSITO, EM ORDEM DE NUMERO.
      *===============================================================
       LISTA-EM-TRANSITO.
           MOVE ZEROS TO TOTAL-LISTADAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TRANSFERENCIAS EM TRANSITO - " DATA-CORRENTE-DIA
                  "/" DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NUMERO  ENVIO       ORIG    DEST  PRODUTO "
                  "DESCRICAO               QTDE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO TRANSF-NUMERO.
           START ARQUIVO-TRANSF KEY IS NOT LESS THAN TRANSF-NUMERO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-TRANSF
               PERFORM LISTA-UMA-TRANSF
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TRANSFERENCIAS EM TRANSITO : " TOTAL-LISTADAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "TRANSFERENCIAS EM TRANSITO : " TOTAL-LISTADAS.
           DISPLAY "RELACAO GRAVADA EM TRANSF.REL.".

       LEIA-PROXIMA-TRANSF.
           READ ARQUIVO-TRANSF NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LISTA-UMA-TRANSF.
           IF TRANSF-EM-TRANSITO
               MOVE TRANSF-PRODUTO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                    INVALID KEY
                    MOVE "NAO CADASTRADO" TO PRODUTO-DESCRICAO
               END-READ
               MOVE TRANSF-NUMERO     TO LIN-NUMERO
               MOVE TRANSF-ENVIO-DIA  TO LIN-ENVIO-DIA
               MOVE TRANSF-ENVIO-MES  TO LIN-ENVIO-MES
               MOVE TRANSF-ENVIO-ANO  TO LIN-ENVIO-ANO
               MOVE TRANSF-ORIGEM     TO LIN-ORIGEM
               MOVE TRANSF-DESTINO    TO LIN-DESTINO
               MOVE TRANSF-PRODUTO    TO LIN-PRODUTO
               MOVE PRODUTO-DESCRICAO TO LIN-DESCRICAO
               MOVE TRANSF-QUANTIDADE TO LIN-QUANTIDADE
               MOVE LINHA-TRANSFERENCIA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO TOTAL-LISTADAS.
           PERFORM LEIA-PROXIMA-TRANSF.

      *===============================================================
      *    (I) IMPLANTACAO - O SALDO DE CADA PRODUTO QUE AINDA NAO
      *    ESTA NAS FILIAIS (TOTAL DO CADASTRO MENOS FILIAIS E EM
      *    TRANSITO) VAI PARA A FILIAL INFORMADA. RODADA DE NOVO, SO
      *    PEGA A DIFERENCA QUE SOBRAR.
      *===============================================================
       IMPLANTA-SALDOS.
           DISPLAY "FILIAL QUE RECEBE O SALDO NAO DISTRIBUIDO : ".
           MOVE ZEROS TO FILIAL-DESTINO.
           ACCEPT FILIAL-DESTINO.
           MOVE FILIAL-DESTINO TO FILIAL-PESQUISADA.
           PERFORM VALIDA-FILIAL.
           IF FILIAL-ACHADA
               DISPLAY "CONFIRMA A IMPLANTACAO NA FILIAL "
                       FILIAL-DESTINO " ? (S/N)"
               MOVE SPACE TO RESPOSTA
               ACCEPT RESPOSTA
               IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
                   PERFORM IMPLANTA-TODOS-OS-PRODUTOS.

       IMPLANTA-TODOS-OS-PRODUTOS.
           MOVE ZEROS TO TOTAL-IMPLANTADOS.
           MOVE LOW-VALUES TO PRODUTO-CODIGO.
           START ARQUIVO-PRODUTO KEY IS NOT LESS THAN PRODUTO-CODIGO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PRODUTO
               PERFORM IMPLANTA-UM-PRODUTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           DISPLAY "PRODUTOS IMPLANTADOS NA FILIAL " FILIAL-DESTINO
                   " : " TOTAL-IMPLANTADOS.

       LEIA-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       IMPLANTA-UM-PRODUTO.
           MOVE "S" TO SLDFIL-FUNCAO.
           MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO.
           MOVE ZEROS TO SLDFIL-FILIAL.
           MOVE ZEROS TO SLDFIL-QUANTIDADE.
           CALL "PROG164" USING SLDFIL-PARAMETROS.
           COMPUTE SALDO-SEM-FILIAL = PRODUTO-SALDO-ESTOQUE
                   - SLDFIL-SALDO - SLDFIL-EM-TRANSITO.
           IF SLDFIL-OK AND SALDO-SEM-FILIAL IS NOT EQUAL ZEROS
               MOVE "M" TO SLDFIL-FUNCAO
               MOVE FILIAL-DESTINO TO SLDFIL-FILIAL
               MOVE SALDO-SEM-FILIAL TO SLDFIL-QUANTIDADE
               CALL "PROG164" USING SLDFIL-PARAMETROS
               ADD 1 TO TOTAL-IMPLANTADOS
               PERFORM REGISTRA-AUDITORIA-IMPLANTACAO.
           PERFORM LEIA-PROXIMO-PRODUTO.

       REGISTRA-AUDITORIA-IMPLANTACAO.
           MOVE "PRODUTO"        TO AUDIT-ENTIDADE.
           MOVE PRODUTO-CODIGO   TO AUDIT-CODIGO.
           MOVE "IMPLANTFIL"     TO AUDIT-OPERACAO.
           MOVE SALDO-SEM-FILIAL TO SALDO-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "SALDO " SALDO-EDITADO " PARA A FILIAL "
                  FILIAL-DESTINO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG165" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
