       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG199.

      *    MANUTENCAO DO CATALOGO DE TREINAMENTOS OBRIGATORIOS
      *    (TREINO.DAT) - INCLUI E ATUALIZA OS TREINAMENTOS (CURSOS
      *    DAS NORMAS REGULAMENTADORAS E DEMAIS CERTIFICACOES) COM
      *    DESCRICAO, CARGA HORARIA E VALIDADE EM MESES, NO ESTILO DA
      *    MANUTENCAO DE CARGOS (PROG125). OS CARGOS APONTAM PARA
      *    ESTES CODIGOS NOS TREINAMENTOS QUE EXIGEM, E O REGISTRO
      *    DE CADA CONCLUSAO (PROG200) CALCULA A DATA DE VALIDADE
      *    PELA VALIDADE DO CATALOGO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELTREINO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDTREINO.cob".

       WORKING-STORAGE SECTION.

       01  TREINO-ARQ-STATUS       PIC X(02).
       01  FINAL-TREINO            PIC X.

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-ATUALIZAR      VALUE "A".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

       01  TABELA-TREINOS.
           05 QTD-TREINOS          PIC 9(03) VALUE ZEROS.
           05 TREINO-ITEM OCCURS 200 TIMES.
               10 TRN-CODIGO          PIC X(06).
               10 TRN-DESCRICAO       PIC X(30).
               10 TRN-CARGA-HORARIA   PIC 9(03).
               10 TRN-VALIDADE-MESES  PIC 9(03).
       01  IDX-TREINO              PIC 9(03).
       01  TREINO-ACHADO-SW        PIC X(01).
           88 TREINO-ACHADO        VALUE "S".

       01  CODIGO-INFORMADO        PIC X(06).
       01  DESCRICAO-INFORMADA     PIC X(30).
       01  CARGA-INFORMADA         PIC 9(03).
       01  VALIDADE-INFORMADA      PIC 9(03).
       01  TOTAL-ATUALIZADOS       PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- CATALOGO DE TREINAMENTOS ----".
           PERFORM CARREGA-TABELA-TREINOS.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
                   UNTIL OPCAO-SAIR.

           IF TOTAL-ATUALIZADOS IS GREATER THAN ZEROS
               PERFORM GRAVA-TABELA-TREINOS
               DISPLAY "TREINAMENTOS ATUALIZADOS : " TOTAL-ATUALIZADOS
           ELSE
               DISPLAY "NENHUM TREINAMENTO ALTERADO - TREINO.DAT "
                       "MANTIDO.".

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-OPCAO.
           DISPLAY "OPCAO - (A)TUALIZAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-PROGRAMA.
           ACCEPT OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "a"
               MOVE "A" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "l"
               MOVE "L" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "s"
               MOVE "S" TO OPCAO-PROGRAMA.
           IF OPCAO-ATUALIZAR
               PERFORM ATUALIZA-UM-TREINO.
           IF OPCAO-LISTAR
               PERFORM LISTA-TREINOS.

       CARREGA-TABELA-TREINOS.
           MOVE ZEROS TO QTD-TREINOS.
           OPEN INPUT ARQUIVO-TREINO.
           IF TREINO-ARQ-STATUS IS NOT EQUAL "00"
              AND TREINO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CATALOGO DE TREINAMENTOS - "
                       "STATUS : " TREINO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-TREINO.
           PERFORM LEIA-PROXIMO-TREINO.
           PERFORM GUARDA-TREINO-NA-TABELA
                   UNTIL FINAL-TREINO IS EQUAL "S".
           CLOSE ARQUIVO-TREINO.

       LEIA-PROXIMO-TREINO.
           READ ARQUIVO-TREINO AT END
           MOVE "S" TO FINAL-TREINO.

       GUARDA-TREINO-NA-TABELA.
           IF QTD-TREINOS IS LESS THAN 200
               ADD 1 TO QTD-TREINOS
               MOVE TREINO-CODIGO    TO TRN-CODIGO(QTD-TREINOS)
               MOVE TREINO-DESCRICAO TO TRN-DESCRICAO(QTD-TREINOS)
               MOVE TREINO-CARGA-HORARIA
                    TO TRN-CARGA-HORARIA(QTD-TREINOS)
               MOVE TREINO-VALIDADE-MESES
                    TO TRN-VALIDADE-MESES(QTD-TREINOS).
           PERFORM LEIA-PROXIMO-TREINO.

      *    TREINAMENTO AINDA NAO CADASTRADO E' INCLUIDO NO FIM DA
      *    TABELA - A NOVA VALIDADE VALE PARA AS CONCLUSOES
      *    REGISTRADAS DAQUI EM DIANTE, AS JA GRAVADAS MANTEM A SUA.
       ATUALIZA-UM-TREINO.
           DISPLAY "CODIGO DO TREINAMENTO (EX. NR35) : ".
           MOVE SPACES TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           IF CODIGO-INFORMADO IS EQUAL SPACES
               DISPLAY "CODIGO EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM CAPTURA-DADOS-DO-TREINO.

       CAPTURA-DADOS-DO-TREINO.
           DISPLAY "DESCRICAO : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           DISPLAY "CARGA HORARIA (HORAS) : ".
           MOVE ZEROS TO CARGA-INFORMADA.
           ACCEPT CARGA-INFORMADA.
           IF CARGA-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO CARGA-INFORMADA.
           DISPLAY "VALIDADE EM MESES (ZERO = NAO VENCE) : ".
           MOVE ZEROS TO VALIDADE-INFORMADA.
           ACCEPT VALIDADE-INFORMADA.
           IF VALIDADE-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO VALIDADE-INFORMADA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               DISPLAY "DESCRICAO EM BRANCO - NADA GRAVADO."
           ELSE
               PERFORM APLICA-TREINO-NA-TABELA.

       APLICA-TREINO-NA-TABELA.
           MOVE 1 TO IDX-TREINO.
           MOVE "N" TO TREINO-ACHADO-SW.
           PERFORM PROCURA-TREINO
                   UNTIL TREINO-ACHADO
                   OR IDX-TREINO IS GREATER THAN QTD-TREINOS.
           IF NOT TREINO-ACHADO
               IF QTD-TREINOS IS EQUAL 200
                   DISPLAY "TABELA DE TREINAMENTOS CHEIA - "
                           "TREINAMENTO NAO INCLUIDO."
               ELSE
                   ADD 1 TO QTD-TREINOS
                   MOVE QTD-TREINOS TO IDX-TREINO
                   MOVE CODIGO-INFORMADO TO TRN-CODIGO(IDX-TREINO)
                   MOVE "S" TO TREINO-ACHADO-SW.
           IF TREINO-ACHADO
               MOVE DESCRICAO-INFORMADA TO TRN-DESCRICAO(IDX-TREINO)
               MOVE CARGA-INFORMADA
                    TO TRN-CARGA-HORARIA(IDX-TREINO)
               MOVE VALIDADE-INFORMADA
                    TO TRN-VALIDADE-MESES(IDX-TREINO)
               ADD 1 TO TOTAL-ATUALIZADOS
               DISPLAY "TREINAMENTO " CODIGO-INFORMADO " ATUALIZADO.".

       PROCURA-TREINO.
           IF TRN-CODIGO(IDX-TREINO) IS EQUAL CODIGO-INFORMADO
               MOVE "S" TO TREINO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-TREINO.

       LISTA-TREINOS.
           DISPLAY "TREINAMENTOS CADASTRADOS :".
           MOVE 1 TO IDX-TREINO.
           PERFORM EXIBE-UM-TREINO
                   UNTIL IDX-TREINO IS GREATER THAN QTD-TREINOS.

       EXIBE-UM-TREINO.
           IF TRN-VALIDADE-MESES(IDX-TREINO) IS EQUAL ZEROS
               DISPLAY "  " TRN-CODIGO(IDX-TREINO) " "
                       TRN-DESCRICAO(IDX-TREINO) " "
                       TRN-CARGA-HORARIA(IDX-TREINO) "H  NAO VENCE"
           ELSE
               DISPLAY "  " TRN-CODIGO(IDX-TREINO) " "
                       TRN-DESCRICAO(IDX-TREINO) " "
                       TRN-CARGA-HORARIA(IDX-TREINO) "H  VALIDADE "
                       TRN-VALIDADE-MESES(IDX-TREINO) " MESES".
           ADD 1 TO IDX-TREINO.

      *    REGRAVA O ARQUIVO INTEIRO COM A TABELA EM MEMORIA - O
      *    ARQUIVO E' PEQUENO (UMA LINHA POR TREINAMENTO).
       GRAVA-TABELA-TREINOS.
           OPEN OUTPUT ARQUIVO-TREINO.
           MOVE 1 TO IDX-TREINO.
           PERFORM GRAVA-UM-TREINO
                   UNTIL IDX-TREINO IS GREATER THAN QTD-TREINOS.
           CLOSE ARQUIVO-TREINO.

       GRAVA-UM-TREINO.
           MOVE TRN-CODIGO(IDX-TREINO)    TO TREINO-CODIGO.
           MOVE TRN-DESCRICAO(IDX-TREINO) TO TREINO-DESCRICAO.
           MOVE TRN-CARGA-HORARIA(IDX-TREINO)
                TO TREINO-CARGA-HORARIA.
           MOVE TRN-VALIDADE-MESES(IDX-TREINO)
                TO TREINO-VALIDADE-MESES.
           WRITE TREINO-REGISTRO.
           ADD 1 TO IDX-TREINO.
