       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG221.

      *    MANUTENCAO DA REFERENCIA CRUZADA DE PRODUTOS POR CLIENTE
      *    (PRODREF.DAT) - PARA CADA CLIENTE QUE ENVIA PEDIDOS EM
      *    ARQUIVO, LIGA O CODIGO DE ITEM DO CLIENTE AO NOSSO CODIGO
      *    DE PRODUTO. INCLUI, ALTERA, EXCLUI E LISTA AS REFERENCIAS
      *    DE UM CLIENTE. A IMPORTACAO DOS PEDIDOS (PROG222) RECUSA O
      *    ITEM SEM REFERENCIA. TODA OPERACAO VAI PARA A TRILHA DE
      *    AUDITORIA, COMO NO CADASTRO DE CONTAS (PROG159).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODREF.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODREF.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  PRODREF-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-PRODREF           PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-EXCLUIR        VALUE "E".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  CLIENTE-INFORMADO       PIC 9(06).
       01  ITEM-CLIENTE-INFORMADO  PIC X(15).
       01  PRODUTO-INFORMADO       PIC 9(06).
       01  PRODUTO-OK-SW           PIC X(01).
           88 PRODUTO-OK           VALUE "S".
       01  TOTAL-LISTADAS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- REFERENCIA CRUZADA DE PRODUTOS POR CLIENTE "
                   "----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-PRODREF.
           PERFORM ABRE-ARQUIVO-CLIENTE.
           PERFORM ABRE-ARQUIVO-PRODUTO.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-PRODREF.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA REGISTRO DE AUDITORIA POSSA SER ATRIBUIDO A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-PRODREF.
           OPEN I-O ARQUIVO-PRODREF.
           IF PRODREF-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PRODREF
               CLOSE ARQUIVO-PRODREF
               OPEN I-O ARQUIVO-PRODREF.
           IF PRODREF-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A REFERENCIA CRUZADA - "
                       "STATUS : " PRODREF-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       ABRE-ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       ABRE-ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (E)XCLUIR "
                   "(L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-REFERENCIA.
           IF OPCAO-ALTERAR
               PERFORM ALTERA-REFERENCIA.
           IF OPCAO-EXCLUIR
               PERFORM EXCLUI-REFERENCIA.
           IF OPCAO-LISTAR
               PERFORM LISTA-REFERENCIAS.

      *    O CLIENTE PRECISA EXISTIR NO CADASTRO - O CODIGO DE ITEM
      *    E' O QUE ELE USA NO PEDIDO, EXATAMENTE COMO VEM NO ARQUIVO.
       PEDE-CLIENTE-E-ITEM.
           DISPLAY "CODIGO DO CLIENTE : ".
           MOVE ZEROS TO CLIENTE-INFORMADO.
           ACCEPT CLIENTE-INFORMADO.
           IF CLIENTE-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO CLIENTE-INFORMADO.
           MOVE SPACES TO ITEM-CLIENTE-INFORMADO.
           MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                DISPLAY "CLIENTE " CLIENTE-CODIGO " NAO ENCONTRADO."
                MOVE ZEROS TO CLIENTE-INFORMADO
                NOT INVALID KEY
                DISPLAY "CLIENTE : " CLIENTE-NOME
                DISPLAY "CODIGO DO ITEM NO CLIENTE : "
                ACCEPT ITEM-CLIENTE-INFORMADO.

       PEDE-PRODUTO-DA-REFERENCIA.
           MOVE "N" TO PRODUTO-OK-SW.
           DISPLAY "NOSSO CODIGO DE PRODUTO : ".
           MOVE ZEROS TO PRODUTO-INFORMADO.
           ACCEPT PRODUTO-INFORMADO.
           IF PRODUTO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO PRODUTO-INFORMADO.
           MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO CADASTRADO "
                        "(VER PROG96)."
                NOT INVALID KEY
                IF PRODUTO-INATIVO
                    DISPLAY "PRODUTO " PRODUTO-CODIGO " ESTA INATIVO."
                ELSE
                    DISPLAY "PRODUTO : " PRODUTO-DESCRICAO
                    MOVE "S" TO PRODUTO-OK-SW.

       INCLUI-REFERENCIA.
           PERFORM PEDE-CLIENTE-E-ITEM.
           IF CLIENTE-INFORMADO IS EQUAL ZEROS
                   OR ITEM-CLIENTE-INFORMADO IS EQUAL SPACES
               DISPLAY "CLIENTE OU ITEM INVALIDO - REFERENCIA NAO "
                       "INCLUIDA."
           ELSE
               MOVE CLIENTE-INFORMADO      TO PRODREF-CLIENTE
               MOVE ITEM-CLIENTE-INFORMADO TO PRODREF-ITEM-CLIENTE
               READ ARQUIVO-PRODREF
                    INVALID KEY
                    PERFORM CAPTURA-E-GRAVA-REFERENCIA
                    NOT INVALID KEY
                    DISPLAY "ITEM JA REFERENCIADO AO PRODUTO "
                            PRODREF-PRODUTO " - USE A ALTERACAO.".

       CAPTURA-E-GRAVA-REFERENCIA.
           PERFORM PEDE-PRODUTO-DA-REFERENCIA.
           IF NOT PRODUTO-OK
               DISPLAY "REFERENCIA NAO INCLUIDA."
           ELSE
               MOVE CLIENTE-INFORMADO      TO PRODREF-CLIENTE
               MOVE ITEM-CLIENTE-INFORMADO TO PRODREF-ITEM-CLIENTE
               MOVE PRODUTO-INFORMADO      TO PRODREF-PRODUTO
               WRITE PRODREF-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A REFERENCIA - "
                             "STATUS : " PRODREF-ARQ-STATUS
                     NOT INVALID KEY
                     DISPLAY "REFERENCIA INCLUIDA."
                     MOVE "INCLUSAO" TO AUDIT-OPERACAO
                     PERFORM REGISTRA-AUDITORIA-REFERENCIA.

       ALTERA-REFERENCIA.
           PERFORM PEDE-CLIENTE-E-ITEM.
           IF CLIENTE-INFORMADO IS NOT EQUAL ZEROS
               MOVE CLIENTE-INFORMADO      TO PRODREF-CLIENTE
               MOVE ITEM-CLIENTE-INFORMADO TO PRODREF-ITEM-CLIENTE
               READ ARQUIVO-PRODREF
                    INVALID KEY
                    DISPLAY "REFERENCIA NAO ENCONTRADA."
                    NOT INVALID KEY
                    DISPLAY "PRODUTO ATUAL : " PRODREF-PRODUTO
                    PERFORM CAPTURA-E-REGRAVA-REFERENCIA.

       CAPTURA-E-REGRAVA-REFERENCIA.
           PERFORM PEDE-PRODUTO-DA-REFERENCIA.
           IF NOT PRODUTO-OK
               DISPLAY "REFERENCIA NAO ALTERADA."
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODREF-PRODUTO
               REWRITE PRODREF-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A REFERENCIA - "
                               "STATUS : " PRODREF-ARQ-STATUS
                       NOT INVALID KEY
                       DISPLAY "REFERENCIA ALTERADA."
                       MOVE "ALTERACAO" TO AUDIT-OPERACAO
                       PERFORM REGISTRA-AUDITORIA-REFERENCIA.

      *    A REFERENCIA NAO TEM HISTORICO APONTANDO PARA ELA - A NOTA
      *    GUARDA O NOSSO CODIGO - ENTAO A EXCLUSAO E' FISICA.
       EXCLUI-REFERENCIA.
           PERFORM PEDE-CLIENTE-E-ITEM.
           IF CLIENTE-INFORMADO IS NOT EQUAL ZEROS
               MOVE CLIENTE-INFORMADO      TO PRODREF-CLIENTE
               MOVE ITEM-CLIENTE-INFORMADO TO PRODREF-ITEM-CLIENTE
               READ ARQUIVO-PRODREF
                    INVALID KEY
                    DISPLAY "REFERENCIA NAO ENCONTRADA."
                    NOT INVALID KEY
                    DELETE ARQUIVO-PRODREF RECORD
                    DISPLAY "REFERENCIA EXCLUIDA."
                    MOVE "EXCLUSAO" TO AUDIT-OPERACAO
                    PERFORM REGISTRA-AUDITORIA-REFERENCIA.

      *    LISTA AS REFERENCIAS DE UM CLIENTE, NA ORDEM DO CODIGO DE
      *    ITEM DELE.
       LISTA-REFERENCIAS.
           DISPLAY "CODIGO DO CLIENTE : ".
           MOVE ZEROS TO CLIENTE-INFORMADO.
           ACCEPT CLIENTE-INFORMADO.
           IF CLIENTE-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO CLIENTE-INFORMADO.
           MOVE ZEROS TO TOTAL-LISTADAS.
           MOVE CLIENTE-INFORMADO TO PRODREF-CLIENTE.
           MOVE LOW-VALUES TO PRODREF-ITEM-CLIENTE.
           START ARQUIVO-PRODREF KEY IS NOT LESS THAN PRODREF-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-PRODREF
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-PRODREF.
           IF FINAL-PRODREF IS EQUAL "N"
               PERFORM LEIA-PROXIMA-PRODREF
               PERFORM LISTA-UMA-REFERENCIA
                       UNTIL FINAL-PRODREF IS EQUAL "S".
           DISPLAY "REFERENCIAS LISTADAS : " TOTAL-LISTADAS.

       LEIA-PROXIMA-PRODREF.
           READ ARQUIVO-PRODREF NEXT RECORD AT END
           MOVE "S" TO FINAL-PRODREF.
           IF FINAL-PRODREF IS EQUAL "N"
               IF PRODREF-CLIENTE IS NOT EQUAL CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-PRODREF.

       LISTA-UMA-REFERENCIA.
           MOVE PRODREF-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "** PRODUTO NAO CADASTRADO **"
                     TO PRODUTO-DESCRICAO.
           DISPLAY PRODREF-ITEM-CLIENTE " -> " PRODREF-PRODUTO " "
                   PRODUTO-DESCRICAO.
           ADD 1 TO TOTAL-LISTADAS.
           PERFORM LEIA-PROXIMA-PRODREF.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE A
      *    REFERENCIA - AUDIT-OPERACAO JA FOI PREENCHIDA PELO
      *    CHAMADOR.
       REGISTRA-AUDITORIA-REFERENCIA.
           MOVE "REF-PRODUTO"   TO AUDIT-ENTIDADE.
           MOVE PRODREF-CLIENTE TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "ITEM " PRODREF-ITEM-CLIENTE " PRODUTO "
                  PRODREF-PRODUTO "." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG221" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
