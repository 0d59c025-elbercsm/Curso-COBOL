       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG217.

      *    DECISAO DA REVISAO DOS LIMITES DE CREDITO - UM SUPERVISOR
      *    (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E SENHA NO CADASTRO
      *    DE OPERADORES (MESMA REGRA DO PROG90), PERCORRE AS
      *    SUGESTOES PENDENTES DE LIMREV.DAT GERADAS PELO PROG216 E
      *    ACEITA OU REJEITA CADA UMA (ENTER DEIXA PENDENTE). A
      *    SUGESTAO ACEITA GRAVA O NOVO LIMITE EM CLICRED.DAT; ACEITE
      *    E REJEICAO VAO PARA A TRILHA DE AUDITORIA COM O
      *    SUPERVISOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLIMREV.cob".
           COPY "SELCLICRED.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".
      *    COPIA DE TRABALHO DA LISTA DE REVISAO, RECARREGADA NO FIM.
           SELECT ARQUIVO-LIMTMP
           ASSIGN TO "LIMREV.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIMTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLIMREV.cob".
           COPY "FDCLICRED.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       FD  ARQUIVO-LIMTMP.
       01  LIMTMP-REGISTRO         PIC X(83).

       WORKING-STORAGE SECTION.

       01  LIMREV-ARQ-STATUS       PIC X(02).
       01  LIMTMP-ARQ-STATUS       PIC X(02).
       01  CLICRED-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS.
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".

       01  DATA-CORRENTE           PIC 9(08).

      *    LIMITES DE CREDITO EM MEMORIA - REGRAVADOS NO FIM QUANDO
      *    ALGUMA SUGESTAO FOI ACEITA, COMO NA MANUTENCAO (PROG100).
       01  TABELA-LIMITES.
           05 QTD-LIMITES          PIC 9(03) VALUE ZEROS.
           05 LIMITE-ITEM OCCURS 500 TIMES.
               10 LIMITE-CLIENTE      PIC 9(06).
               10 LIMITE-VALOR        PIC 9(08)V9(02).
       01  IDX-LIMITE              PIC 9(03).
       01  LIMITE-ACHADO-SW        PIC X(01).
           88 LIMITE-ACHADO        VALUE "S".

       01  DECISAO                 PIC X(01).
           88 DECISAO-ACEITA       VALUE "A" "a".
           88 DECISAO-REJEITA      VALUE "R" "r".
       01  LIMITE-EDITADO          PIC $ZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  LIMITE-ANTERIOR-AUDIT   PIC Z(07)9.
       01  LIMITE-NOVO-AUDIT       PIC Z(07)9.

       01  TOTAL-ACEITAS           PIC 9(04) VALUE ZEROS.
       01  TOTAL-REJEITADAS        PIC 9(04) VALUE ZEROS.
       01  TOTAL-MANTIDAS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- DECISAO DA REVISAO DE LIMITES DE CREDITO ----".
           PERFORM PEDE-SUPERVISOR.

           OPEN INPUT ARQUIVO-LIMREV.
           IF LIMREV-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA REVISAO DE LIMITE (LIMREV.DAT) - "
                       "RODE A REVISAO (PROG216)."
               STOP RUN.

           PERFORM CARREGA-TABELA-LIMITES.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND CLIENTE-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           OPEN OUTPUT ARQUIVO-LIMTMP.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-REVISAO.
           PERFORM REVISA-SUGESTAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LIMREV.
           CLOSE ARQUIVO-LIMTMP.
           CLOSE ARQUIVO-CLIENTE.
           PERFORM RECARREGA-LISTA-DE-REVISAO.
           IF TOTAL-ACEITAS IS GREATER THAN ZEROS
               PERFORM GRAVA-TABELA-LIMITES.

           DISPLAY "===================================".
           DISPLAY "SUGESTOES ACEITAS    : " TOTAL-ACEITAS.
           DISPLAY "SUGESTOES REJEITADAS : " TOTAL-REJEITADAS.
           DISPLAY "AINDA PENDENTES      : " TOTAL-MANTIDAS.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE DECIDIR A REVISAO.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO DECIDE A "
                       "REVISAO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       TENTA-LOGIN-SUPERVISOR.
           ADD 1 TO TENTATIVAS-LOGIN.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO LOGIN-SENHA.
           ACCEPT LOGIN-SENHA.
           PERFORM PROCURA-SUPERVISOR-NO-CADASTRO.
           IF NOT LOGIN-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS OU SEM NIVEL "
                       "DE SUPERVISOR.".

       PROCURA-SUPERVISOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           MOVE "N" TO FINAL-OPERADOR.
           PERFORM LEIA-PROXIMO-OPERADOR.
           PERFORM COMPARA-SUPERVISOR-LOGIN
                   UNTIL LOGIN-OK OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR-LOGIN.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-ID
                   AND OPERADOR-SENHA IS EQUAL LOGIN-SENHA
                   AND OPERADOR-ATIVO
                   AND OPERADOR-SUPERVISOR
               MOVE "S" TO LOGIN-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

       CARREGA-TABELA-LIMITES.
           MOVE ZEROS TO QTD-LIMITES.
           OPEN INPUT ARQUIVO-CLICRED.
           IF CLICRED-ARQ-STATUS IS NOT EQUAL "00"
              AND CLICRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE LIMITES - STATUS : "
                       CLICRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-LIMITE.
           PERFORM GUARDA-LIMITE-NA-TABELA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CLICRED.

       LEIA-PROXIMO-LIMITE.
           READ ARQUIVO-CLICRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-LIMITE-NA-TABELA.
           IF QTD-LIMITES IS LESS THAN 500
               ADD 1 TO QTD-LIMITES
               MOVE CLICRED-CODIGO TO LIMITE-CLIENTE(QTD-LIMITES)
               MOVE CLICRED-LIMITE TO LIMITE-VALOR(QTD-LIMITES).
           PERFORM LEIA-PROXIMO-LIMITE.

       LEIA-PROXIMA-REVISAO.
           READ ARQUIVO-LIMREV AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    SO AS SUGESTOES PENDENTES SAO APRESENTADAS - AS JA
      *    DECIDIDAS PASSAM DIRETO PARA A LISTA RECONSTRUIDA.
       REVISA-SUGESTAO.
           IF LIMREV-PENDENTE
               PERFORM APRESENTA-SUGESTAO
               PERFORM PEDE-DECISAO.
           WRITE LIMTMP-REGISTRO FROM LIMREV-REGISTRO.
           PERFORM LEIA-PROXIMA-REVISAO.

       APRESENTA-SUGESTAO.
           MOVE LIMREV-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME.
           DISPLAY "-----------------------------------".
           DISPLAY "CLIENTE " LIMREV-CLIENTE " - " CLIENTE-NOME.
           DISPLAY "REVISAO DE " LIMREV-DATA-REVISAO
                   " - PONTUACAO " LIMREV-PONTUACAO.
           DISPLAY "ATRASO MEDIO (DIAS)  : " LIMREV-MEDIA-ATRASO.
           DISPLAY "BOLETOS DEVOLVIDOS   : " LIMREV-QTD-DEVOLVIDOS.
           MOVE LIMREV-MAIOR-EXPOSICAO TO VALOR-EDITADO.
           DISPLAY "MAIOR EXPOSICAO      : " VALOR-EDITADO.
           IF LIMREV-VALOR-PERDAS IS GREATER THAN ZEROS
               MOVE LIMREV-VALOR-PERDAS TO VALOR-EDITADO
               DISPLAY "PERDAS NO PERIODO    : " VALOR-EDITADO.
           MOVE LIMREV-LIMITE-ATUAL TO LIMITE-EDITADO.
           DISPLAY "LIMITE ATUAL         : " LIMITE-EDITADO.
           MOVE LIMREV-LIMITE-SUGERIDO TO LIMITE-EDITADO.
           DISPLAY "LIMITE SUGERIDO      : " LIMITE-EDITADO.

      *    O LIMITE PODE TER MUDADO NO PROG100 DEPOIS DA REVISAO - A
      *    SUGESTAO FOI CALCULADA SOBRE O LIMITE ANTIGO E FICA
      *    PENDENTE ATE A PROXIMA REVISAO, SEM DECISAO.
       PEDE-DECISAO.
           MOVE 1 TO IDX-LIMITE.
           MOVE "N" TO LIMITE-ACHADO-SW.
           PERFORM PROCURA-LIMITE-NA-TABELA
                   UNTIL LIMITE-ACHADO
                   OR IDX-LIMITE IS GREATER THAN QTD-LIMITES.
           IF NOT LIMITE-ACHADO
               DISPLAY "CLIENTE SEM LIMITE EM CLICRED.DAT - SUGESTAO "
                       "MANTIDA PENDENTE."
               ADD 1 TO TOTAL-MANTIDAS
           ELSE
               IF LIMITE-VALOR(IDX-LIMITE) IS NOT EQUAL
                       LIMREV-LIMITE-ATUAL
                   DISPLAY "LIMITE ALTERADO DEPOIS DA REVISAO - "
                           "SUGESTAO MANTIDA PENDENTE."
                   ADD 1 TO TOTAL-MANTIDAS
               ELSE
                   PERFORM CAPTURA-DECISAO.

       PROCURA-LIMITE-NA-TABELA.
           IF LIMITE-CLIENTE(IDX-LIMITE) IS EQUAL LIMREV-CLIENTE
               MOVE "S" TO LIMITE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-LIMITE.

       CAPTURA-DECISAO.
           DISPLAY "(A)CEITAR, (R)EJEITAR OU ENTER PARA DEIXAR "
                   "PENDENTE : ".
           MOVE SPACES TO DECISAO.
           ACCEPT DECISAO.
           IF DECISAO-ACEITA
               MOVE LIMREV-LIMITE-SUGERIDO TO LIMITE-VALOR(IDX-LIMITE)
               MOVE "A" TO LIMREV-SITUACAO
               MOVE OPERADOR-ID TO LIMREV-APROVADOR
               MOVE DATA-CORRENTE TO LIMREV-DATA-DECISAO
               ADD 1 TO TOTAL-ACEITAS
               PERFORM REGISTRA-AUDITORIA-DECISAO
               DISPLAY "LIMITE ALTERADO."
           ELSE
               IF DECISAO-REJEITA
                   MOVE "R" TO LIMREV-SITUACAO
                   MOVE OPERADOR-ID TO LIMREV-APROVADOR
                   MOVE DATA-CORRENTE TO LIMREV-DATA-DECISAO
                   ADD 1 TO TOTAL-REJEITADAS
                   PERFORM REGISTRA-AUDITORIA-DECISAO
                   DISPLAY "SUGESTAO REJEITADA - LIMITE MANTIDO."
               ELSE
                   ADD 1 TO TOTAL-MANTIDAS.

      *    A AUDITORIA CARREGA OS DOIS LIMITES NA DESCRICAO E O
      *    SUPERVISOR NO CAMPO DE OPERADOR.
       REGISTRA-AUDITORIA-DECISAO.
           MOVE "CLIENTE"      TO AUDIT-ENTIDADE.
           MOVE LIMREV-CLIENTE TO AUDIT-CODIGO.
           IF LIMREV-ACEITA
               MOVE "LIMREV-ACE" TO AUDIT-OPERACAO
           ELSE
               MOVE "LIMREV-REJ" TO AUDIT-OPERACAO.
           MOVE LIMREV-LIMITE-ATUAL TO LIMITE-ANTERIOR-AUDIT.
           MOVE LIMREV-LIMITE-SUGERIDO TO LIMITE-NOVO-AUDIT.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "REVISAO LIMITE " LIMITE-ANTERIOR-AUDIT " P/ "
                  LIMITE-NOVO-AUDIT DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG217" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       RECARREGA-LISTA-DE-REVISAO.
           OPEN INPUT ARQUIVO-LIMTMP.
           OPEN OUTPUT ARQUIVO-LIMREV.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-LIMTMP.
           PERFORM RECARREGA-UMA-REVISAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LIMREV.
           CLOSE ARQUIVO-LIMTMP.

       LEIA-PROXIMA-LIMTMP.
           READ ARQUIVO-LIMTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       RECARREGA-UMA-REVISAO.
           WRITE LIMREV-REGISTRO FROM LIMTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-LIMTMP.

      *    REGRAVA O ARQUIVO INTEIRO COM A TABELA EM MEMORIA, COMO A
      *    MANUTENCAO DOS LIMITES (PROG100).
       GRAVA-TABELA-LIMITES.
           OPEN OUTPUT ARQUIVO-CLICRED.
           MOVE 1 TO IDX-LIMITE.
           PERFORM GRAVA-UM-LIMITE
                   UNTIL IDX-LIMITE IS GREATER THAN QTD-LIMITES.
           CLOSE ARQUIVO-CLICRED.

       GRAVA-UM-LIMITE.
           MOVE LIMITE-CLIENTE(IDX-LIMITE) TO CLICRED-CODIGO.
           MOVE LIMITE-VALOR(IDX-LIMITE)   TO CLICRED-LIMITE.
           WRITE CLICRED-REGISTRO.
           ADD 1 TO IDX-LIMITE.
