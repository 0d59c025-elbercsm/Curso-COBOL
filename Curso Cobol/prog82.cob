      *    SEMANA DE UM FUNCIONARIO; REMOVE LANCAMENTOS; E EMITE O
      *    RELATORIO DE COBERTURA POR DEPARTAMENTO E TURNO, MARCANDO
      *    OS POSTOS SEM NINGUEM ESCALADO.
      *    2026-10-15 O LANCAMENTO AVISA QUANDO O FUNCIONARIO NAO TEM
      *    EM DIA UM TREINAMENTO QUE O CARGO DELE EXIGE (CARGO.DAT
      *    CONTRA O HISTORICO FUNCTREI.DAT) - SO AVISA, O LANCAMENTO
      *    SEGUE NORMALMENTE.

       ENVIRONMENT DIVISION.

           COPY "SELFUNCIONARIO.cob".
           COPY "SELESCALA.cob".
           COPY "SELDEPTO.cob".
           COPY "SELCARGO.cob".
           COPY "SELFUNCTREI.cob".
      *    ARQUIVO DE TRABALHO DA REMOCAO DE LANCAMENTOS.
           SELECT ARQUIVO-ESCTMP
           ASSIGN TO "ESCALA.TMP"
           COPY "FDFUNCIONARIO.cob".
           COPY "FDESCALA.cob".
           COPY "FDDEPTO.cob".
           COPY "FDCARGO.cob".
           COPY "FDFUNCTREI.cob".

       FD  ARQUIVO-ESCTMP.
       01  ESCTMP-REGISTRO         PIC X(58).
       01  ESCTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-DEPTO             PIC X.
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  FUNCTREI-ARQ-STATUS     PIC X(02).
       01  FINAL-CARGO             PIC X.
       01  FINAL-FUNCTREI          PIC X.

       01  OPCAO-MENU              PIC X(01).
           88 OPCAO-INCLUIR        VALUE "1".
           88 DEPTO-ACHADO         VALUE "S".
       01  TOTAL-SEM-COBERTURA     PIC 9(04).

      *    TREINAMENTOS EXIGIDOS PELO CARGO DO FUNCIONARIO LANCADO E
      *    A VALIDADE MAIS LONGA DE CADA UM NO HISTORICO (99999999
      *    PARA O QUE NAO VENCE, ZERO PARA O NAO REALIZADO).
       01  DATA-CORRENTE           PIC 9(08).
       01  EXIGIDOS-DO-CARGO.
           05 EXIGIDO-ITEM OCCURS 5 TIMES.
               10 EXG-CODIGO          PIC X(06).
               10 EXG-VALIDADE        PIC 9(08).
       01  IDX-EXIGIDO             PIC 9(02).
       01  VALIDADE-DO-REGISTRO    PIC 9(08).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

       CAPTURA-LANCAMENTO.
           DISPLAY "FUNCIONARIO : " FUNCIONARIO-NOME.
           PERFORM VERIFICA-CERTIFICACOES.
           MOVE ZEROS TO DIA-INFORMADO.
           PERFORM PEDE-DIA-SEMANA
                   UNTIL DIA-INFORMADO IS GREATER THAN ZEROS
           CLOSE ARQUIVO-ESCALA.
           DISPLAY "LANCAMENTO GRAVADO.".

      *    A LINHA DO CARGO E' A DO CODIGO E DO TIPO DE CONTRATACAO
      *    DO FUNCIONARIO. SEM CARGO OU SEM CADASTRO NAO HA O QUE
      *    CONFERIR.
       VERIFICA-CERTIFICACOES.
           MOVE SPACES TO EXIGIDOS-DO-CARGO.
           IF FUNCIONARIO-CARGO IS NOT EQUAL SPACES
               OPEN INPUT ARQUIVO-CARGO
               IF CARGO-ARQ-STATUS IS EQUAL "00"
                   MOVE "N" TO FINAL-CARGO
                   PERFORM LEIA-PROXIMO-CARGO
                   PERFORM EXAMINA-CARGO
                           UNTIL FINAL-CARGO IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-CARGO.
           IF EXIGIDOS-DO-CARGO IS NOT EQUAL SPACES
               PERFORM CONFERE-HISTORICO-TREINOS.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-CARGO.

       EXAMINA-CARGO.
           IF CARGO-CODIGO IS EQUAL FUNCIONARIO-CARGO
                   AND CARGO-TIPO IS EQUAL FUNCIONARIO-TIPO
               MOVE 1 TO IDX-EXIGIDO
               PERFORM GUARDA-EXIGIDO
                       UNTIL IDX-EXIGIDO IS GREATER THAN 5
               MOVE "S" TO FINAL-CARGO
           ELSE
               PERFORM LEIA-PROXIMO-CARGO.

       GUARDA-EXIGIDO.
           MOVE CARGO-TREINO-EXIGIDO(IDX-EXIGIDO)
                TO EXG-CODIGO(IDX-EXIGIDO).
           MOVE ZEROS TO EXG-VALIDADE(IDX-EXIGIDO).
           ADD 1 TO IDX-EXIGIDO.

       CONFERE-HISTORICO-TREINOS.
           OPEN INPUT ARQUIVO-FUNCTREI.
           IF FUNCTREI-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FUNCTREI
               PERFORM LEIA-PROXIMO-FUNCTREI
               PERFORM EXAMINA-FUNCTREI
                       UNTIL FINAL-FUNCTREI IS EQUAL "S".
           CLOSE ARQUIVO-FUNCTREI.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE 1 TO IDX-EXIGIDO.
           PERFORM AVISA-CERTIFICACAO
                   UNTIL IDX-EXIGIDO IS GREATER THAN 5.

       LEIA-PROXIMO-FUNCTREI.
           READ ARQUIVO-FUNCTREI AT END
           MOVE "S" TO FINAL-FUNCTREI.

       EXAMINA-FUNCTREI.
           IF FUNCTREI-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
               IF FUNCTREI-DATA-VALIDADE IS EQUAL ZEROS
                   MOVE 99999999 TO VALIDADE-DO-REGISTRO
               ELSE
                   MOVE FUNCTREI-DATA-VALIDADE TO VALIDADE-DO-REGISTRO
               END-IF
               MOVE 1 TO IDX-EXIGIDO
               PERFORM GUARDA-MELHOR-VALIDADE
                       UNTIL IDX-EXIGIDO IS GREATER THAN 5.
           PERFORM LEIA-PROXIMO-FUNCTREI.

       GUARDA-MELHOR-VALIDADE.
           IF EXG-CODIGO(IDX-EXIGIDO) IS EQUAL FUNCTREI-TREINO
                   AND VALIDADE-DO-REGISTRO IS GREATER THAN
                       EXG-VALIDADE(IDX-EXIGIDO)
               MOVE VALIDADE-DO-REGISTRO TO EXG-VALIDADE(IDX-EXIGIDO).
           ADD 1 TO IDX-EXIGIDO.

       AVISA-CERTIFICACAO.
           IF EXG-CODIGO(IDX-EXIGIDO) IS NOT EQUAL SPACES
               IF EXG-VALIDADE(IDX-EXIGIDO) IS EQUAL ZEROS
                   DISPLAY "ATENCAO : TREINAMENTO "
                           EXG-CODIGO(IDX-EXIGIDO)
                           " EXIGIDO PELO CARGO NAO FOI REALIZADO."
               ELSE
                   IF EXG-VALIDADE(IDX-EXIGIDO) IS LESS THAN
                           DATA-CORRENTE
                       DISPLAY "ATENCAO : CERTIFICACAO "
                               EXG-CODIGO(IDX-EXIGIDO)
                               " EXIGIDA PELO CARGO VENCIDA EM "
                               EXG-VALIDADE(IDX-EXIGIDO) ".".
           ADD 1 TO IDX-EXIGIDO.

       PEDE-DIA-SEMANA.
           DISPLAY "DIA DA SEMANA (1=SEGUNDA A 6=SABADO) : ".
           ACCEPT DIA-INFORMADO.
