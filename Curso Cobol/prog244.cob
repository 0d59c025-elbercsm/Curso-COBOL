       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG244.

      *    MANUTENCAO DAS CATEGORIAS DE DESPESA DOS REEMBOLSOS A
      *    FUNCIONARIOS (CATDESP.DAT) - INCLUI, ALTERA E LISTA AS
      *    CATEGORIAS COM O LIMITE POR LINHA DO PEDIDO E A CONTA DE
      *    DESPESA, VALIDADA NO PLANO DE CONTAS COMO NAS DESPESAS
      *    RECORRENTES (PROG228). A ALTERACAO TROCA O LIMITE, A CONTA
      *    OU A SITUACAO - CATEGORIA INATIVA NAO ACEITA NOVAS LINHAS
      *    NOS PEDIDOS (PROG245). TUDO VAI PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCATDESP.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELAUDIT.cob".
      *    ARQUIVO DE TRABALHO DA REGRAVACAO DO CADASTRO.
           SELECT ARQUIVO-CATTMP
           ASSIGN TO "CATDESP.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CATTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCATDESP.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-CATTMP.
       01  CATTMP-REGISTRO         PIC X(39).

       WORKING-STORAGE SECTION.

       01  CATDESP-ARQ-STATUS      PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  CATTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-CATDESP           PIC X.
       01  FINAL-PLANCTAS          PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  CODIGO-INFORMADO        PIC X(04).
       01  DESCRICAO-INFORMADA     PIC X(20).
       01  LIMITE-INFORMADO        PIC 9(06)V9(02).
       01  CONTA-INFORMADA         PIC X(06).
       01  SITUACAO-INFORMADA      PIC X(01).
       01  CODIGO-JA-EXISTE-SW     PIC X(01).
           88 CODIGO-JA-EXISTE     VALUE "S".
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  VALOR-EDITADO           PIC $ZZZ,ZZ9.99.
       01  TOTAL-INCLUIDAS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-LISTADAS          PIC 9(03) VALUE ZEROS.

      *    PLANO DE CONTAS CARREGADO DE PLANCTAS.DAT - A CONTA DE
      *    DESPESA DA CATEGORIA PRECISA EXISTIR NELE.
       01  TABELA-PLANCTAS.
           05 QTD-CONTAS           PIC 9(03) VALUE ZEROS.
           05 CONTA-ITEM OCCURS 100 TIMES.
               10 CONTA-CODIGO        PIC X(06).
       01  IDX-CONTA               PIC 9(03).
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA         VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- CATEGORIAS DE DESPESA DOS REEMBOLSOS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-PLANO-CONTAS.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           DISPLAY "CATEGORIAS INCLUIDAS NESTA SESSAO : "
                   TOTAL-INCLUIDAS.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA REGISTRO DE AUDITORIA POSSA SER ATRIBUIDO A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-CATEGORIA.
           IF OPCAO-ALTERAR
               PERFORM ALTERA-CATEGORIA.
           IF OPCAO-LISTAR
               PERFORM LISTA-CATEGORIAS.

       INCLUI-CATEGORIA.
           DISPLAY "CODIGO DA CATEGORIA (4 POSICOES) : ".
           MOVE SPACES TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           IF CODIGO-INFORMADO IS EQUAL SPACES
               DISPLAY "CODIGO OBRIGATORIO."
           ELSE
               PERFORM VERIFICA-CODIGO-EXISTENTE
               IF CODIGO-JA-EXISTE
                   DISPLAY "CATEGORIA " CODIGO-INFORMADO
                           " JA CADASTRADA."
               ELSE
                   PERFORM CAPTURA-DADOS-CATEGORIA
                   IF DADOS-VALIDOS
                       PERFORM GRAVA-CATEGORIA-NOVA.

       VERIFICA-CODIGO-EXISTENTE.
           MOVE "N" TO CODIGO-JA-EXISTE-SW.
           OPEN INPUT ARQUIVO-CATDESP.
           IF CATDESP-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CATDESP
               PERFORM LEIA-PROXIMA-CATEGORIA
               PERFORM COMPARA-CODIGO-CATEGORIA
                       UNTIL FINAL-CATDESP IS EQUAL "S".
           CLOSE ARQUIVO-CATDESP.

       LEIA-PROXIMA-CATEGORIA.
           READ ARQUIVO-CATDESP AT END
           MOVE "S" TO FINAL-CATDESP.

       COMPARA-CODIGO-CATEGORIA.
           IF CATDESP-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE "S" TO CODIGO-JA-EXISTE-SW.
           PERFORM LEIA-PROXIMA-CATEGORIA.

      *    CADA ETAPA SO RODA SE A ANTERIOR PASSOU - QUALQUER FALHA
      *    DERRUBA O SWITCH E ABORTA A INCLUSAO.
       CAPTURA-DADOS-CATEGORIA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "DESCRICAO DA CATEGORIA : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               DISPLAY "DESCRICAO OBRIGATORIA."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-LIMITE.
           IF DADOS-VALIDOS
               PERFORM CAPTURA-CONTA-DESPESA.

       CAPTURA-LIMITE.
           DISPLAY "LIMITE POR LINHA DO PEDIDO : ".
           MOVE ZEROS TO LIMITE-INFORMADO.
           ACCEPT LIMITE-INFORMADO.
           IF LIMITE-INFORMADO IS NOT NUMERIC
                   OR LIMITE-INFORMADO IS EQUAL ZEROS
               DISPLAY "LIMITE INVALIDO."
               MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-CONTA-DESPESA.
           DISPLAY "CONTA DE DESPESA (PLANO DE CONTAS) : ".
           MOVE SPACES TO CONTA-INFORMADA.
           ACCEPT CONTA-INFORMADA.
           MOVE 1 TO IDX-CONTA.
           MOVE "N" TO CONTA-ACHADA-SW.
           PERFORM COMPARA-PROXIMA-CONTA
                   UNTIL CONTA-ACHADA
                   OR IDX-CONTA IS GREATER THAN QTD-CONTAS.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA " CONTA-INFORMADA " NAO EXISTE NO "
                       "PLANO DE CONTAS."
               MOVE "N" TO DADOS-VALIDOS-SW.

       COMPARA-PROXIMA-CONTA.
           IF CONTA-CODIGO(IDX-CONTA) IS EQUAL CONTA-INFORMADA
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CONTA.

       GRAVA-CATEGORIA-NOVA.
           MOVE CODIGO-INFORMADO    TO CATDESP-CODIGO.
           MOVE DESCRICAO-INFORMADA TO CATDESP-DESCRICAO.
           MOVE LIMITE-INFORMADO    TO CATDESP-LIMITE.
           MOVE CONTA-INFORMADA     TO CATDESP-CONTA.
           MOVE "A"                 TO CATDESP-SITUACAO.
           OPEN EXTEND ARQUIVO-CATDESP.
           IF CATDESP-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CATDESP.
           WRITE CATDESP-REGISTRO.
           CLOSE ARQUIVO-CATDESP.
           ADD 1 TO TOTAL-INCLUIDAS.
           MOVE LIMITE-INFORMADO TO VALOR-EDITADO.
           DISPLAY "CATEGORIA " CODIGO-INFORMADO " INCLUIDA - LIMITE "
                   VALOR-EDITADO " CONTA " CONTA-INFORMADA.
           MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-AUDITORIA-CATEGORIA.

      *    A ALTERACAO REGRAVA O ARQUIVO INTEIRO VIA ARQUIVO DE
      *    TRABALHO - MESMO IDIOMA DAS DESPESAS RECORRENTES. OS DADOS
      *    NOVOS SAO PEDIDOS ANTES, E SO A CATEGORIA INFORMADA MUDA.
       ALTERA-CATEGORIA.
           DISPLAY "CODIGO DA CATEGORIA A ALTERAR : ".
           MOVE SPACES TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           PERFORM VERIFICA-CODIGO-EXISTENTE.
           IF NOT CODIGO-JA-EXISTE
               DISPLAY "CATEGORIA " CODIGO-INFORMADO " NAO "
                       "ENCONTRADA."
           ELSE
               MOVE "S" TO DADOS-VALIDOS-SW
               PERFORM CAPTURA-LIMITE
               IF DADOS-VALIDOS
                   PERFORM CAPTURA-CONTA-DESPESA
               END-IF
               IF DADOS-VALIDOS
                   PERFORM CAPTURA-SITUACAO
               END-IF
               IF DADOS-VALIDOS
                   PERFORM REGRAVA-CATEGORIA-ALTERADA.

       CAPTURA-SITUACAO.
           DISPLAY "SITUACAO (A=ATIVA / I=INATIVA) : ".
           MOVE SPACE TO SITUACAO-INFORMADA.
           ACCEPT SITUACAO-INFORMADA.
           IF SITUACAO-INFORMADA IS EQUAL "a"
               MOVE "A" TO SITUACAO-INFORMADA.
           IF SITUACAO-INFORMADA IS EQUAL "i"
               MOVE "I" TO SITUACAO-INFORMADA.
           IF SITUACAO-INFORMADA IS NOT EQUAL "A"
                   AND SITUACAO-INFORMADA IS NOT EQUAL "I"
               DISPLAY "SITUACAO INVALIDA."
               MOVE "N" TO DADOS-VALIDOS-SW.

       REGRAVA-CATEGORIA-ALTERADA.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT ARQUIVO-CATDESP.
           OPEN OUTPUT ARQUIVO-CATTMP.
           MOVE "N" TO FINAL-CATDESP.
           PERFORM LEIA-PROXIMA-CATEGORIA.
           PERFORM ALTERA-SE-FOR-O-CODIGO
                   UNTIL FINAL-CATDESP IS EQUAL "S".
           CLOSE ARQUIVO-CATDESP.
           CLOSE ARQUIVO-CATTMP.
           PERFORM RECARREGA-CADASTRO.
           IF ENCONTRADO
               DISPLAY "CATEGORIA " CODIGO-INFORMADO " ALTERADA."
               MOVE "ALTERACAO" TO AUDIT-OPERACAO
               PERFORM REGISTRA-AUDITORIA-CATEGORIA.

       ALTERA-SE-FOR-O-CODIGO.
           IF CATDESP-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE LIMITE-INFORMADO   TO CATDESP-LIMITE
               MOVE CONTA-INFORMADA    TO CATDESP-CONTA
               MOVE SITUACAO-INFORMADA TO CATDESP-SITUACAO
               MOVE "S" TO ENCONTRADO-SW.
           MOVE CATDESP-REGISTRO TO CATTMP-REGISTRO.
           WRITE CATTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-CATEGORIA.

       RECARREGA-CADASTRO.
           OPEN INPUT ARQUIVO-CATTMP.
           OPEN OUTPUT ARQUIVO-CATDESP.
           MOVE "N" TO FINAL-CATDESP.
           PERFORM LEIA-PROXIMO-CATTMP.
           PERFORM COPIA-CATTMP
                   UNTIL FINAL-CATDESP IS EQUAL "S".
           CLOSE ARQUIVO-CATTMP.
           CLOSE ARQUIVO-CATDESP.

       LEIA-PROXIMO-CATTMP.
           READ ARQUIVO-CATTMP AT END
           MOVE "S" TO FINAL-CATDESP.

       COPIA-CATTMP.
           MOVE CATTMP-REGISTRO TO CATDESP-REGISTRO.
           WRITE CATDESP-REGISTRO.
           PERFORM LEIA-PROXIMO-CATTMP.

       LISTA-CATEGORIAS.
           MOVE ZEROS TO TOTAL-LISTADAS.
           OPEN INPUT ARQUIVO-CATDESP.
           IF CATDESP-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA CATEGORIA CADASTRADA."
               CLOSE ARQUIVO-CATDESP
           ELSE
               MOVE "N" TO FINAL-CATDESP
               PERFORM LEIA-PROXIMA-CATEGORIA
               PERFORM LISTA-UMA-CATEGORIA
                       UNTIL FINAL-CATDESP IS EQUAL "S"
               CLOSE ARQUIVO-CATDESP
               DISPLAY "CATEGORIAS LISTADAS : " TOTAL-LISTADAS.

       LISTA-UMA-CATEGORIA.
           MOVE CATDESP-LIMITE TO VALOR-EDITADO.
           DISPLAY CATDESP-CODIGO " " CATDESP-DESCRICAO " LIMITE "
                   VALOR-EDITADO " CONTA " CATDESP-CONTA
                   " SITUACAO " CATDESP-SITUACAO.
           ADD 1 TO TOTAL-LISTADAS.
           PERFORM LEIA-PROXIMA-CATEGORIA.

      *    CARREGA O PLANO DE CONTAS - SEM ELE NAO HA COMO VALIDAR
      *    A CONTA DE DESPESA, ENTAO A AUSENCIA E' ERRO FATAL.
       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO QTD-CONTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "PLANO DE CONTAS (PLANCTAS.DAT) NAO "
                       "DISPONIVEL - STATUS : " PLANCTAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-PLANCTAS.
           PERFORM LEIA-PROXIMA-CONTA.
           PERFORM GUARDA-CONTA-NA-TABELA
                   UNTIL FINAL-PLANCTAS IS EQUAL "S".
           CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-PLANCTAS.

       GUARDA-CONTA-NA-TABELA.
           IF QTD-CONTAS IS LESS THAN 100
               ADD 1 TO QTD-CONTAS
               MOVE PLANCTAS-CONTA TO CONTA-CODIGO(QTD-CONTAS).
           PERFORM LEIA-PROXIMA-CONTA.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE A
      *    CATEGORIA - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-CATEGORIA.
           MOVE "CATEG-DESP"      TO AUDIT-ENTIDADE.
           MOVE ZEROS             TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CATEGORIA " CODIGO-INFORMADO " CONTA "
                  CONTA-INFORMADA "."
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

           MOVE "PROG244" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
