       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG208.

      *    ROTINA CENTRAL DA LINHA DE SUBORDINACAO, CHAMADA POR CALL
      *    COM A AREA DE PARAMETROS LINHAPARM - AS FILAS DE APROVACAO
      *    (REAJUSTES NO PROG90, PERDAS NO PROG107, LANCAMENTOS
      *    MANUAIS NO PROG179, ABONOS NO PROG117) SO ACEITAM A
      *    DECISAO DO GESTOR IMEDIATO DO FUNCIONARIO OU DE QUEM ESTA
      *    ACIMA DELE. O OPERADOR CHEGA AO FUNCIONARIO PELO VINCULO
      *    DO CADASTRO DE OPERADORES (PROG58) E A LINHA E' SUBIDA
      *    PELO GESTOR DE CADA FUNCIONARIO (PROGRM37). OS DOIS
      *    CADASTROS FICAM EM MEMORIA ENTRE AS CHAMADAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELOPERADOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDOPERADOR.cob".

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-FUNCIONARIO       PIC X.
       01  FINAL-OPERADOR          PIC X.
       01  TABELAS-CARREGADAS-SW   PIC X(01) VALUE "N".
           88 TABELAS-CARREGADAS   VALUE "S".

      *    GESTOR IMEDIATO DE CADA FUNCIONARIO DO MESTRE, NA ORDEM
      *    DO CODIGO.
       01  TABELA-LINHA.
           05 QTD-LINHA            PIC 9(04) VALUE ZEROS.
           05 LINHA-ITEM OCCURS 5000 TIMES.
               10 LIN-CODIGO          PIC 9(06).
               10 LIN-GESTOR          PIC 9(06).
       01  IDX-LINHA               PIC 9(04).

      *    FUNCIONARIO VINCULADO A CADA OPERADOR.
       01  TABELA-VINCULOS.
           05 QTD-VINCULOS         PIC 9(03) VALUE ZEROS.
           05 VINCULO-ITEM OCCURS 100 TIMES.
               10 VIN-OPERADOR        PIC X(10).
               10 VIN-FUNCIONARIO     PIC 9(06).
       01  IDX-VINCULO             PIC 9(03).

       01  OPERADOR-PROCURADO      PIC X(10).
       01  FUNCIONARIO-PROCURADO   PIC 9(06).
       01  FUNCIONARIO-DO-VINCULO  PIC 9(06).
       01  FUNCIONARIO-AVALIADO    PIC 9(06).
       01  FUNCIONARIO-APROVADOR   PIC 9(06).
       01  GESTOR-DA-VEZ           PIC 9(06).
      *    LIMITE DE PASSOS NA SUBIDA - SEGURA UMA LINHA CIRCULAR
      *    QUE TENHA ENTRADO NO ARQUIVO POR FORA DO PROGRM37.
       01  PASSOS-NA-LINHA         PIC 9(03).

       LINKAGE SECTION.

           COPY "LINHAPARM.cob".

       PROCEDURE DIVISION USING LINHA-PARAMETROS.

       PROGRAM-BEGIN.

           MOVE "G" TO LINHA-RESULTADO.
           MOVE ZEROS TO LINHA-GESTOR.
           IF LINHA-CARREGAR
               PERFORM CARREGA-TABELAS
           ELSE
               IF LINHA-CONFERIR
                   IF NOT TABELAS-CARREGADAS
                       PERFORM CARREGA-TABELAS
                   END-IF
                   PERFORM CONFERE-APROVADOR.

       PROGRAM-DONE.
           GOBACK.

       CARREGA-TABELAS.
           PERFORM CARREGA-LINHA.
           PERFORM CARREGA-VINCULOS.
           MOVE "S" TO TABELAS-CARREGADAS-SW.

      *    SEM MESTRE DE FUNCIONARIOS NINGUEM TEM GESTOR E TODAS AS
      *    CONFERENCIAS VOLTAM "G".
       CARREGA-LINHA.
           MOVE ZEROS TO QTD-LINHA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FUNCIONARIO
               PERFORM LEIA-PROXIMO-FUNCIONARIO
               PERFORM GUARDA-FUNCIONARIO-NA-TABELA
                       UNTIL FINAL-FUNCIONARIO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-FUNCIONARIO.

       GUARDA-FUNCIONARIO-NA-TABELA.
           IF QTD-LINHA IS EQUAL 5000
               DISPLAY "TABELA DA LINHA DE SUBORDINACAO CHEIA (LIMITE "
                       "5000 FUNCIONARIOS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-LINHA.
           MOVE FUNCIONARIO-CODIGO TO LIN-CODIGO(QTD-LINHA).
           IF FUNCIONARIO-GESTOR IS NUMERIC
               MOVE FUNCIONARIO-GESTOR TO LIN-GESTOR(QTD-LINHA)
           ELSE
               MOVE ZEROS TO LIN-GESTOR(QTD-LINHA).
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       CARREGA-VINCULOS.
           MOVE ZEROS TO QTD-VINCULOS.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM GUARDA-VINCULO-NA-TABELA
                       UNTIL FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

      *    SO ENTRAM OS OPERADORES ATIVOS COM VINCULO - OPERADOR
      *    DESATIVADO NAO APROVA PELA LINHA.
       GUARDA-VINCULO-NA-TABELA.
           IF OPERADOR-ATIVO
                   AND OPERADOR-FUNCIONARIO IS NUMERIC
                   AND OPERADOR-FUNCIONARIO IS GREATER THAN ZEROS
               IF QTD-VINCULOS IS EQUAL 100
                   DISPLAY "TABELA DE VINCULOS DE OPERADORES CHEIA "
                           "(LIMITE 100) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-VINCULOS
               MOVE OPERADOR-CODIGO TO VIN-OPERADOR(QTD-VINCULOS)
               MOVE OPERADOR-FUNCIONARIO
                    TO VIN-FUNCIONARIO(QTD-VINCULOS).
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    O FUNCIONARIO AVALIADO SEM GESTOR, FORA DO MESTRE OU COM
      *    O GESTOR JA DESLIGADO DEVOLVE "G". COM GESTOR, SOBE A
      *    LINHA A PARTIR DELE ATE ACHAR O FUNCIONARIO DO APROVADOR
      *    OU CHEGAR AO TOPO.
       CONFERE-APROVADOR.
           IF LINHA-FUNCIONARIO IS NUMERIC
                   AND LINHA-FUNCIONARIO IS GREATER THAN ZEROS
               MOVE LINHA-FUNCIONARIO TO FUNCIONARIO-AVALIADO
           ELSE
               MOVE LINHA-SOLICITANTE TO OPERADOR-PROCURADO
               PERFORM PROCURA-VINCULO
               MOVE FUNCIONARIO-DO-VINCULO TO FUNCIONARIO-AVALIADO.
           MOVE LINHA-APROVADOR TO OPERADOR-PROCURADO.
           PERFORM PROCURA-VINCULO.
           MOVE FUNCIONARIO-DO-VINCULO TO FUNCIONARIO-APROVADOR.

           MOVE FUNCIONARIO-AVALIADO TO FUNCIONARIO-PROCURADO.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF FUNCIONARIO-AVALIADO IS GREATER THAN ZEROS
                   AND IDX-LINHA IS NOT GREATER THAN QTD-LINHA
               MOVE LIN-GESTOR(IDX-LINHA) TO LINHA-GESTOR.
           IF LINHA-GESTOR IS GREATER THAN ZEROS
               MOVE LINHA-GESTOR TO FUNCIONARIO-PROCURADO
               PERFORM LOCALIZA-FUNCIONARIO
               IF IDX-LINHA IS GREATER THAN QTD-LINHA
                   MOVE ZEROS TO LINHA-GESTOR.
           IF LINHA-GESTOR IS GREATER THAN ZEROS
               MOVE "N" TO LINHA-RESULTADO
               MOVE LINHA-GESTOR TO GESTOR-DA-VEZ
               MOVE ZEROS TO PASSOS-NA-LINHA
               PERFORM SOBE-UM-GESTOR
                       UNTIL LINHA-AUTORIZADO
                       OR GESTOR-DA-VEZ IS EQUAL ZEROS
                       OR PASSOS-NA-LINHA IS GREATER THAN 50.

       SOBE-UM-GESTOR.
           ADD 1 TO PASSOS-NA-LINHA.
           IF FUNCIONARIO-APROVADOR IS GREATER THAN ZEROS
                   AND GESTOR-DA-VEZ IS EQUAL FUNCIONARIO-APROVADOR
                   AND GESTOR-DA-VEZ IS NOT EQUAL FUNCIONARIO-AVALIADO
               MOVE "S" TO LINHA-RESULTADO
           ELSE
               MOVE GESTOR-DA-VEZ TO FUNCIONARIO-PROCURADO
               PERFORM LOCALIZA-FUNCIONARIO
               IF IDX-LINHA IS GREATER THAN QTD-LINHA
                   MOVE ZEROS TO GESTOR-DA-VEZ
               ELSE
                   MOVE LIN-GESTOR(IDX-LINHA) TO GESTOR-DA-VEZ.

       LOCALIZA-FUNCIONARIO.
           MOVE 1 TO IDX-LINHA.
           PERFORM AVANCA-FUNCIONARIO
                   UNTIL IDX-LINHA IS GREATER THAN QTD-LINHA
                   OR LIN-CODIGO(IDX-LINHA) IS EQUAL
                      FUNCIONARIO-PROCURADO.

       AVANCA-FUNCIONARIO.
           ADD 1 TO IDX-LINHA.

      *    OPERADOR SEM VINCULO (OU INATIVO) DEVOLVE ZERO.
       PROCURA-VINCULO.
           MOVE ZEROS TO FUNCIONARIO-DO-VINCULO.
           MOVE 1 TO IDX-VINCULO.
           PERFORM AVANCA-VINCULO
                   UNTIL IDX-VINCULO IS GREATER THAN QTD-VINCULOS
                   OR VIN-OPERADOR(IDX-VINCULO) IS EQUAL
                      OPERADOR-PROCURADO.
           IF IDX-VINCULO IS NOT GREATER THAN QTD-VINCULOS
               MOVE VIN-FUNCIONARIO(IDX-VINCULO)
                    TO FUNCIONARIO-DO-VINCULO.

       AVANCA-VINCULO.
           ADD 1 TO IDX-VINCULO.
