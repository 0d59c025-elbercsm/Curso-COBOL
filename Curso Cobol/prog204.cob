       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG204.

      *    MANUTENCAO DA GRADE DE MERITO (MERITO.DAT) - PARA CADA
      *    NOTA DA AVALIACAO DE DESEMPENHO (1 A 5) GUARDA A
      *    DESCRICAO E O PERCENTUAL DE MERITO SOBRE O SALARIO, NO
      *    ESTILO DO CATALOGO DE TREINAMENTOS (PROG199). A GRADE E'
      *    APLICADA PELO REGISTRO DAS AVALIACOES (PROG205) - NOTA
      *    SEM LINHA NA GRADE NAO DA MERITO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELMERITO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDMERITO.cob".

       WORKING-STORAGE SECTION.

       01  MERITO-ARQ-STATUS       PIC X(02).
       01  FINAL-MERITO            PIC X.

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-ATUALIZAR      VALUE "A".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

      *    UMA POSICAO POR NOTA - DESCRICAO EM BRANCO QUER DIZER
      *    NOTA AINDA SEM LINHA NA GRADE.
       01  TABELA-GRADE.
           05 GRADE-ITEM OCCURS 5 TIMES.
               10 GRD-DESCRICAO       PIC X(20).
               10 GRD-PERCENTUAL      PIC 9(02)V9(02).
       01  IDX-GRADE               PIC 9(02).

       01  NOTA-INFORMADA          PIC X(01).
       01  NOTA-NUM                PIC 9(01).
       01  DESCRICAO-INFORMADA     PIC X(20).
       01  PERCENTUAL-INFORMADO    PIC 9(02)V9(02).
       01  PERCENTUAL-EDITADO      PIC Z9.99.
       01  TOTAL-ATUALIZADOS       PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- GRADE DE MERITO POR NOTA DE AVALIACAO ----".
           PERFORM CARREGA-TABELA-GRADE.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
                   UNTIL OPCAO-SAIR.

           IF TOTAL-ATUALIZADOS IS GREATER THAN ZEROS
               PERFORM GRAVA-TABELA-GRADE
               DISPLAY "NOTAS ATUALIZADAS : " TOTAL-ATUALIZADOS
           ELSE
               DISPLAY "NENHUMA NOTA ALTERADA - MERITO.DAT MANTIDO.".

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
               PERFORM ATUALIZA-UMA-NOTA.
           IF OPCAO-LISTAR
               PERFORM LISTA-GRADE.

       CARREGA-TABELA-GRADE.
           MOVE SPACES TO TABELA-GRADE.
           MOVE 1 TO IDX-GRADE.
           PERFORM ZERA-PERCENTUAL
                   UNTIL IDX-GRADE IS GREATER THAN 5.
           OPEN INPUT ARQUIVO-MERITO.
           IF MERITO-ARQ-STATUS IS NOT EQUAL "00"
              AND MERITO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR A GRADE DE MERITO - "
                       "STATUS : " MERITO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-MERITO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM GUARDA-NOTA-NA-TABELA
                   UNTIL FINAL-MERITO IS EQUAL "S".
           CLOSE ARQUIVO-MERITO.

       ZERA-PERCENTUAL.
           MOVE ZEROS TO GRD-PERCENTUAL(IDX-GRADE).
           ADD 1 TO IDX-GRADE.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-MERITO AT END
           MOVE "S" TO FINAL-MERITO.

       GUARDA-NOTA-NA-TABELA.
           IF MERITO-NOTA IS NUMERIC
                   AND MERITO-NOTA IS GREATER THAN ZERO
                   AND MERITO-NOTA IS NOT GREATER THAN 5
               MOVE MERITO-DESCRICAO TO GRD-DESCRICAO(MERITO-NOTA)
               MOVE MERITO-PERCENTUAL TO GRD-PERCENTUAL(MERITO-NOTA).
           PERFORM LEIA-PROXIMA-NOTA.

      *    A NOVA GRADE VALE PARA AS AVALIACOES REGISTRADAS DAQUI EM
      *    DIANTE - AS JA REGISTRADAS MANTEM O PERCENTUAL DELAS.
       ATUALIZA-UMA-NOTA.
           DISPLAY "NOTA (1 A 5) : ".
           MOVE SPACE TO NOTA-INFORMADA.
           ACCEPT NOTA-INFORMADA.
           IF NOTA-INFORMADA IS NOT NUMERIC
                   OR NOTA-INFORMADA IS EQUAL "0"
                   OR NOTA-INFORMADA IS GREATER THAN "5"
               DISPLAY "NOTA INVALIDA - NADA GRAVADO."
           ELSE
               MOVE NOTA-INFORMADA TO NOTA-NUM
               PERFORM CAPTURA-DADOS-DA-NOTA.

       CAPTURA-DADOS-DA-NOTA.
           DISPLAY "DESCRICAO (EX. SUPERA AS EXPECTATIVAS) : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           DISPLAY "PERCENTUAL DE MERITO % (ZERO = SEM MERITO) : ".
           MOVE ZEROS TO PERCENTUAL-INFORMADO.
           ACCEPT PERCENTUAL-INFORMADO.
           IF PERCENTUAL-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO PERCENTUAL-INFORMADO.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               DISPLAY "DESCRICAO EM BRANCO - NADA GRAVADO."
           ELSE
               MOVE DESCRICAO-INFORMADA TO GRD-DESCRICAO(NOTA-NUM)
               MOVE PERCENTUAL-INFORMADO TO GRD-PERCENTUAL(NOTA-NUM)
               ADD 1 TO TOTAL-ATUALIZADOS
               DISPLAY "NOTA " NOTA-NUM " ATUALIZADA.".

       LISTA-GRADE.
           DISPLAY "GRADE DE MERITO :".
           MOVE 1 TO IDX-GRADE.
           PERFORM EXIBE-UMA-NOTA
                   UNTIL IDX-GRADE IS GREATER THAN 5.

       EXIBE-UMA-NOTA.
           MOVE IDX-GRADE TO NOTA-NUM.
           IF GRD-DESCRICAO(IDX-GRADE) IS EQUAL SPACES
               DISPLAY "  NOTA " NOTA-NUM "  (SEM LINHA NA GRADE)"
           ELSE
               MOVE GRD-PERCENTUAL(IDX-GRADE) TO PERCENTUAL-EDITADO
               DISPLAY "  NOTA " NOTA-NUM "  "
                       GRD-DESCRICAO(IDX-GRADE) "  MERITO "
                       PERCENTUAL-EDITADO "%".
           ADD 1 TO IDX-GRADE.

      *    REGRAVA A GRADE INTEIRA, SO COM AS NOTAS DESCRITAS.
       GRAVA-TABELA-GRADE.
           OPEN OUTPUT ARQUIVO-MERITO.
           MOVE 1 TO IDX-GRADE.
           PERFORM GRAVA-UMA-NOTA
                   UNTIL IDX-GRADE IS GREATER THAN 5.
           CLOSE ARQUIVO-MERITO.

       GRAVA-UMA-NOTA.
           IF GRD-DESCRICAO(IDX-GRADE) IS NOT EQUAL SPACES
               MOVE IDX-GRADE TO MERITO-NOTA
               MOVE GRD-DESCRICAO(IDX-GRADE) TO MERITO-DESCRICAO
               MOVE GRD-PERCENTUAL(IDX-GRADE) TO MERITO-PERCENTUAL
               WRITE MERITO-REGISTRO.
           ADD 1 TO IDX-GRADE.
