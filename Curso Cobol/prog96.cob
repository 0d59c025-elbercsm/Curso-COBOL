      *    (PROG59) PASSA A BUSCAR AQUI A DESCRICAO E O PRECO DE
      *    CADA ITEM, EM VEZ DA DIGITACAO LIVRE. TODA INCLUSAO,
      *    ALTERACAO E INATIVACAO VAI PARA A TRILHA DE AUDITORIA.
      *    2026-10-15 O PRODUTO NOVO NASCE COM CUSTO MEDIO ZERO - O
      *    CUSTO SO E' FORMADO PELAS ENTRADAS DO PROG97 - E A
      *    CONSULTA PASSA A EXIBI-LO.
      *    2026-10-15 TODA MUDANCA DE PRECO (E O PRECO DA INCLUSAO)
      *    VAI PARA O HISTORICO DATADO PRECOHIS.DAT, CONSULTADO PELA
      *    NOVA OPCAO (H)ISTORICO. OS PRECOS POR CLIENTE FICAM NAS
      *    LISTAS DE PRECO DO PROG166.
      *    2026-10-15 O PRODUTO PASSA A TER A CLASSIFICACAO FISCAL
      *    (MERCADORIA, SERVICO OU ISENTO) QUE DEFINE O IMPOSTO DA
      *    VENDA NA EMISSAO DE NOTAS (PROG170).

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELAUDIT.cob".
           COPY "SELPRECOHIS.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDAUDIT.cob".
           COPY "FDPRECOHIS.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-PRODUTO           PIC X.
       01  PRECOHIS-ARQ-STATUS     PIC X(02).
       01  FINAL-PRECOHIS          PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-DESATIVAR      VALUE "D".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-HISTORICO      VALUE "H".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  UNIDADE-INFORMADA       PIC X(03).
       01  PRECO-INFORMADO         PIC 9(06)V9(02).
       01  MINIMO-INFORMADO        PIC 9(06).
       01  CLASSE-INFORMADA        PIC X(01).
       01  PRECO-EDITADO           PIC $ZZZ,ZZ9.99.
       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.
       01  CUSTO-EDITADO           PIC $ZZZ,ZZ9.9999.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.
       01  PRECO-ANTERIOR          PIC 9(06)V9(02).
       01  PRECO-ANTERIOR-EDITADO  PIC $ZZZ,ZZ9.99.

       PROCEDURE DIVISION.


       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (D)ESATIVAR "
                   "(L)ISTAR (H)ISTORICO DE PRECOS (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "D" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "h"
               MOVE "H" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM DESATIVA-PRODUTO.
           IF OPCAO-LISTAR
               PERFORM LISTA-PRODUTOS.
           IF OPCAO-HISTORICO
               PERFORM CONSULTA-HISTORICO-PRECOS.

       INCLUI-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO : ".
               MOVE PRECO-INFORMADO     TO PRODUTO-PRECO
               MOVE "A"                 TO PRODUTO-SITUACAO
               MOVE ZEROS               TO PRODUTO-SALDO-ESTOQUE
               MOVE ZEROS               TO PRODUTO-CUSTO-MEDIO
               MOVE MINIMO-INFORMADO    TO PRODUTO-ESTOQUE-MINIMO
               MOVE CLASSE-INFORMADA    TO PRODUTO-CLASSE-FISCAL
               IF CLASSE-INFORMADA IS EQUAL SPACE
                   MOVE "M" TO PRODUTO-CLASSE-FISCAL
               END-IF
               WRITE PRODUTO-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O PRODUTO - STATUS : "
                     NOT INVALID KEY
                     DISPLAY "PRODUTO " PRODUTO-CODIGO " INCLUIDO."
                     MOVE "INCLUSAO" TO AUDIT-OPERACAO
                     PERFORM REGISTRA-AUDITORIA-PRODUTO
                     MOVE ZEROS TO PRECO-ANTERIOR
                     PERFORM GRAVA-HISTORICO-PRECO.

       CAPTURA-DADOS-PRODUTO.
           DISPLAY "DESCRICAO : ".
           ACCEPT MINIMO-INFORMADO.
           IF MINIMO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO MINIMO-INFORMADO.
           PERFORM CAPTURA-CLASSE-FISCAL.

      *    EM BRANCO (OU INVALIDA) A CLASSIFICACAO FICA A ATUAL NA
      *    ALTERACAO E MERCADORIA NA INCLUSAO.
       CAPTURA-CLASSE-FISCAL.
           DISPLAY "CLASSIFICACAO FISCAL - (M)ERCADORIA (S)ERVICO "
                   "(I)SENTO : ".
           MOVE SPACE TO CLASSE-INFORMADA.
           ACCEPT CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "m"
               MOVE "M" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "s"
               MOVE "S" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "i"
               MOVE "I" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS NOT EQUAL "M"
                   AND CLASSE-INFORMADA IS NOT EQUAL "S"
                   AND CLASSE-INFORMADA IS NOT EQUAL "I"
               MOVE SPACE TO CLASSE-INFORMADA.

       ALTERA-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO : ".
      *    CAMPOS DEIXADOS EM BRANCO (OU PRECO ZERO) MANTEM O VALOR
      *    ATUAL - SO O QUE FOI DIGITADO E' ALTERADO.
       CAPTURA-E-REGRAVA-PRODUTO.
           MOVE PRODUTO-PRECO TO PRECO-ANTERIOR.
           PERFORM CAPTURA-DADOS-PRODUTO.
           IF DESCRICAO-INFORMADA IS NOT EQUAL SPACES
               MOVE DESCRICAO-INFORMADA TO PRODUTO-DESCRICAO.
               MOVE PRECO-INFORMADO TO PRODUTO-PRECO.
           IF MINIMO-INFORMADO IS GREATER THAN ZEROS
               MOVE MINIMO-INFORMADO TO PRODUTO-ESTOQUE-MINIMO.
           IF CLASSE-INFORMADA IS NOT EQUAL SPACE
               MOVE CLASSE-INFORMADA TO PRODUTO-CLASSE-FISCAL.
           MOVE "A" TO PRODUTO-SITUACAO.
           REWRITE PRODUTO-REGISTRO
                   INVALID KEY
                   NOT INVALID KEY
                   DISPLAY "PRODUTO " PRODUTO-CODIGO " ALTERADO."
                   MOVE "ALTERACAO" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-PRODUTO
                   IF PRODUTO-PRECO IS NOT EQUAL PRECO-ANTERIOR
                       PERFORM GRAVA-HISTORICO-PRECO.

      *    PRODUTO NAO E' EXCLUIDO FISICAMENTE - AS NOTAS ANTIGAS
      *    AINDA APONTAM PARA O CODIGO. A INATIVACAO APENAS IMPEDE
                   "  SITUACAO : " PRODUTO-SITUACAO.
           DISPLAY "ESTOQUE   : " SALDO-EDITADO
                   "  MINIMO : " PRODUTO-ESTOQUE-MINIMO.
           MOVE PRODUTO-CUSTO-MEDIO TO CUSTO-EDITADO.
           DISPLAY "CUSTO MEDIO : " CUSTO-EDITADO.
           IF PRODUTO-SERVICO
               DISPLAY "CLASSIFICACAO FISCAL : SERVICO (ISS)"
           ELSE
               IF PRODUTO-ISENTO
                   DISPLAY "CLASSIFICACAO FISCAL : ISENTO"
               ELSE
                   DISPLAY "CLASSIFICACAO FISCAL : MERCADORIA (ICMS)".

       LISTA-PRODUTOS.
           MOVE ZEROS TO TOTAL-LISTADOS.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-PRODUTO.

      *    GUARDA A MUDANCA DE PRECO NO HISTORICO - O PRECO ANTERIOR
      *    JA FOI GUARDADO PELO CHAMADOR.
       GRAVA-HISTORICO-PRECO.
           MOVE PRODUTO-CODIGO TO PRECOHIS-PRODUTO.
           ACCEPT PRECOHIS-DATA FROM DATE YYYYMMDD.
           ACCEPT PRECOHIS-HORA FROM TIME.
           MOVE PRECO-ANTERIOR TO PRECOHIS-PRECO-ANTERIOR.
           MOVE PRODUTO-PRECO  TO PRECOHIS-PRECO-NOVO.
           MOVE OPERADOR-ID    TO PRECOHIS-OPERADOR.
           OPEN EXTEND ARQUIVO-PRECOHIS.
           IF PRECOHIS-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PRECOHIS.
           WRITE PRECOHIS-REGISTRO.
           CLOSE ARQUIVO-PRECOHIS.

      *    EXIBE AS MUDANCAS DE PRECO DE UM PRODUTO NA ORDEM EM QUE
      *    ACONTECERAM.
       CONSULTA-HISTORICO-PRECOS.
           DISPLAY "CODIGO DO PRODUTO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-PRECOHIS.
           MOVE "N" TO FINAL-PRECOHIS.
           IF PRECOHIS-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "S" TO FINAL-PRECOHIS.
           IF FINAL-PRECOHIS IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PRECOHIS
               PERFORM EXIBE-UM-PRECOHIS
                       UNTIL FINAL-PRECOHIS IS EQUAL "S".
           CLOSE ARQUIVO-PRECOHIS.
           DISPLAY "MUDANCAS DE PRECO DO PRODUTO " CODIGO-INFORMADO
                   " : " TOTAL-LISTADOS.

       LEIA-PROXIMO-PRECOHIS.
           READ ARQUIVO-PRECOHIS AT END
           MOVE "S" TO FINAL-PRECOHIS.

       EXIBE-UM-PRECOHIS.
           IF PRECOHIS-PRODUTO IS EQUAL CODIGO-INFORMADO
               MOVE PRECOHIS-PRECO-ANTERIOR TO PRECO-ANTERIOR-EDITADO
               MOVE PRECOHIS-PRECO-NOVO TO PRECO-EDITADO
               DISPLAY PRECOHIS-DATA-DIA "/" PRECOHIS-DATA-MES "/"
                       PRECOHIS-DATA-ANO "  DE " PRECO-ANTERIOR-EDITADO
                       " PARA " PRECO-EDITADO "  " PRECOHIS-OPERADOR
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-PRECOHIS.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O
      *    PRODUTO - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-PRODUTO.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG96" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
