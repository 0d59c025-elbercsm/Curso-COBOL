       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.

      *    MANUTENCAO DO CADASTRO DE CONTAS BANCARIAS DA EMPRESA
      *    (CONTABCO.DAT) - INCLUI, ALTERA, INATIVA E LISTA AS CONTAS
      *    COM CODIGO INTERNO, DESCRICAO, BANCO, AGENCIA E CONTA. A
      *    BAIXA DE RECEBIMENTOS (PROG61/PROG104), A BAIXA DE
      *    PAGAMENTOS (PROG148/PROG157) E A REMESSA DA FOLHA (PROG71)
      *    SO ACEITAM CONTA ATIVA DESTE CADASTRO. TODA INCLUSAO,
      *    ALTERACAO E INATIVACAO VAI PARA A TRILHA DE AUDITORIA,
      *    COMO NO CADASTRO DE FORNECEDORES (PROG145).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-CTABCO            PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-DESATIVAR      VALUE "D".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  CODIGO-INFORMADO        PIC 9(03).
       01  DESCRICAO-INFORMADA     PIC X(30).
       01  BANCO-INFORMADO         PIC 9(03).
       01  AGENCIA-INFORMADA       PIC 9(04).
       01  CONTA-INFORMADA         PIC 9(10).
       01  TOTAL-LISTADAS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- CONTAS BANCARIAS DA EMPRESA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-CTABCO.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-CTABCO.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA REGISTRO DE AUDITORIA POSSA SER ATRIBUIDO A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-CTABCO.
           OPEN I-O ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CTABCO
               CLOSE ARQUIVO-CTABCO
               OPEN I-O ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE CONTAS - "
                       "STATUS : " CTABCO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (D)ESATIVAR "
                   "(L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "d"
               MOVE "D" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-CONTA.
           IF OPCAO-ALTERAR
               PERFORM ALTERA-CONTA.
           IF OPCAO-DESATIVAR
               PERFORM DESATIVA-CONTA.
           IF OPCAO-LISTAR
               PERFORM LISTA-CONTAS.

       INCLUI-CONTA.
           DISPLAY "CODIGO DA CONTA (001-999) : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           IF CODIGO-INFORMADO IS NOT NUMERIC
                   OR CODIGO-INFORMADO IS EQUAL ZEROS
               DISPLAY "CODIGO INVALIDO - CONTA NAO INCLUIDA."
           ELSE
               MOVE CODIGO-INFORMADO TO CTABCO-CODIGO
               READ ARQUIVO-CTABCO
                    INVALID KEY
                    PERFORM CAPTURA-E-GRAVA-CONTA
                    NOT INVALID KEY
                    DISPLAY "CONTA " CTABCO-CODIGO " JA CADASTRADA "
                            "- USE A ALTERACAO.".

       CAPTURA-E-GRAVA-CONTA.
           PERFORM CAPTURA-DADOS-CONTA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
                   OR BANCO-INFORMADO IS EQUAL ZEROS
               DISPLAY "DESCRICAO OU BANCO EM BRANCO - CONTA NAO "
                       "INCLUIDA."
           ELSE
               MOVE CODIGO-INFORMADO    TO CTABCO-CODIGO
               MOVE DESCRICAO-INFORMADA TO CTABCO-DESCRICAO
               MOVE BANCO-INFORMADO     TO CTABCO-BANCO
               MOVE AGENCIA-INFORMADA   TO CTABCO-AGENCIA
               MOVE CONTA-INFORMADA     TO CTABCO-CONTA
               MOVE "A"                 TO CTABCO-SITUACAO
               WRITE CTABCO-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A CONTA - "
                             "STATUS : " CTABCO-ARQ-STATUS
                     NOT INVALID KEY
                     DISPLAY "CONTA " CTABCO-CODIGO " INCLUIDA."
                     MOVE "INCLUSAO" TO AUDIT-OPERACAO
                     PERFORM REGISTRA-AUDITORIA-CONTA.

       CAPTURA-DADOS-CONTA.
           DISPLAY "DESCRICAO : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           DISPLAY "BANCO : ".
           MOVE ZEROS TO BANCO-INFORMADO.
           ACCEPT BANCO-INFORMADO.
           DISPLAY "AGENCIA : ".
           MOVE ZEROS TO AGENCIA-INFORMADA.
           ACCEPT AGENCIA-INFORMADA.
           DISPLAY "CONTA : ".
           MOVE ZEROS TO CONTA-INFORMADA.
           ACCEPT CONTA-INFORMADA.
           IF BANCO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO BANCO-INFORMADO.
           IF AGENCIA-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO AGENCIA-INFORMADA.
           IF CONTA-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO CONTA-INFORMADA.

       ALTERA-CONTA.
           DISPLAY "CODIGO DA CONTA : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO CTABCO-CODIGO.
           READ ARQUIVO-CTABCO
                INVALID KEY
                DISPLAY "CONTA " CTABCO-CODIGO " NAO ENCONTRADA."
                NOT INVALID KEY
                PERFORM EXIBE-CONTA
                PERFORM CAPTURA-E-REGRAVA-CONTA.

      *    CAMPOS DEIXADOS EM BRANCO (OU ZERO) MANTEM O VALOR ATUAL -
      *    SO O QUE FOI DIGITADO E' ALTERADO. A ALTERACAO REATIVA A
      *    CONTA, COMO NO CADASTRO DE FORNECEDORES.
       CAPTURA-E-REGRAVA-CONTA.
           PERFORM CAPTURA-DADOS-CONTA.
           IF DESCRICAO-INFORMADA IS NOT EQUAL SPACES
               MOVE DESCRICAO-INFORMADA TO CTABCO-DESCRICAO.
           IF BANCO-INFORMADO IS NOT EQUAL ZEROS
               MOVE BANCO-INFORMADO TO CTABCO-BANCO.
           IF AGENCIA-INFORMADA IS NOT EQUAL ZEROS
               MOVE AGENCIA-INFORMADA TO CTABCO-AGENCIA.
           IF CONTA-INFORMADA IS NOT EQUAL ZEROS
               MOVE CONTA-INFORMADA TO CTABCO-CONTA.
           MOVE "A" TO CTABCO-SITUACAO.
           REWRITE CTABCO-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A CONTA - "
                           "STATUS : " CTABCO-ARQ-STATUS
                   NOT INVALID KEY
                   DISPLAY "CONTA " CTABCO-CODIGO " ALTERADA."
                   MOVE "ALTERACAO" TO AUDIT-OPERACAO
                   PERFORM REGISTRA-AUDITORIA-CONTA.

      *    CONTA NAO E' EXCLUIDA FISICAMENTE - OS RECEBIMENTOS E
      *    PAGAMENTOS ANTIGOS AINDA APONTAM PARA O CODIGO. A
      *    INATIVACAO APENAS IMPEDE NOVOS MOVIMENTOS NELA.
       DESATIVA-CONTA.
           DISPLAY "CODIGO DA CONTA : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO CTABCO-CODIGO.
           READ ARQUIVO-CTABCO
                INVALID KEY
                DISPLAY "CONTA " CTABCO-CODIGO " NAO ENCONTRADA."
                NOT INVALID KEY
                MOVE "I" TO CTABCO-SITUACAO
                REWRITE CTABCO-REGISTRO
                DISPLAY "CONTA " CTABCO-CODIGO " DESATIVADA."
                MOVE "INATIVACAO" TO AUDIT-OPERACAO
                PERFORM REGISTRA-AUDITORIA-CONTA.

       EXIBE-CONTA.
           DISPLAY "CONTA " CTABCO-CODIGO " " CTABCO-DESCRICAO
                   "  SITUACAO : " CTABCO-SITUACAO.
           DISPLAY "      BANCO " CTABCO-BANCO " AGENCIA "
                   CTABCO-AGENCIA " CONTA " CTABCO-CONTA.

       LISTA-CONTAS.
           MOVE ZEROS TO TOTAL-LISTADAS.
           MOVE LOW-VALUES TO CTABCO-CODIGO.
           START ARQUIVO-CTABCO KEY IS NOT LESS THAN CTABCO-CODIGO
                 INVALID KEY
                 MOVE "S" TO FINAL-CTABCO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-CTABCO.
           IF FINAL-CTABCO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-CTABCO
               PERFORM LISTA-UMA-CONTA
                       UNTIL FINAL-CTABCO IS EQUAL "S".
           DISPLAY "CONTAS LISTADAS : " TOTAL-LISTADAS.

       LEIA-PROXIMA-CTABCO.
           READ ARQUIVO-CTABCO NEXT RECORD AT END
           MOVE "S" TO FINAL-CTABCO.

       LISTA-UMA-CONTA.
           PERFORM EXIBE-CONTA.
           ADD 1 TO TOTAL-LISTADAS.
           PERFORM LEIA-PROXIMA-CTABCO.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE A
      *    CONTA - AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-CONTA.
           MOVE "CONTA-BANCO"   TO AUDIT-ENTIDADE.
           MOVE CTABCO-CODIGO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CONTA " CTABCO-DESCRICAO "."
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

           MOVE "PROG159" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
