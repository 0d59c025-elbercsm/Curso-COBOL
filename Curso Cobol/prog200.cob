       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG200.

      *    HISTORICO DE TREINAMENTOS DOS FUNCIONARIOS (FUNCTREI.DAT)
      *    - REGISTRA CADA TREINAMENTO CONCLUIDO COM A DATA DE
      *    CONCLUSAO (VALIDADA PELO PROG95) E A ENTIDADE QUE O
      *    MINISTROU, CALCULANDO A DATA DE VALIDADE PELOS MESES DO
      *    CATALOGO (TREINO.DAT, VER PROG199); EXCLUI UM REGISTRO
      *    LANCADO ERRADO; E LISTA O HISTORICO DE UM FUNCIONARIO COM
      *    A SITUACAO DE CADA CERTIFICACAO, MARCANDO OS TREINAMENTOS
      *    QUE O CARGO DELE EXIGE (CARGO.DAT) E AINDA NAO CONSTAM. E'
      *    O QUE SE MOSTRA A FISCALIZACAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELTREINO.cob".
           COPY "SELCARGO.cob".
           COPY "SELFUNCTREI.cob".
      *    ARQUIVO DE TRABALHO DA EXCLUSAO.
           SELECT ARQUIVO-TREITMP
           ASSIGN TO "FUNCTREI.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TREITMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTREINO.cob".
           COPY "FDCARGO.cob".
           COPY "FDFUNCTREI.cob".

       FD  ARQUIVO-TREITMP.
       01  TREITMP-REGISTRO        PIC X(66).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  TREINO-ARQ-STATUS       PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  FUNCTREI-ARQ-STATUS     PIC X(02).
       01  TREITMP-ARQ-STATUS      PIC X(02).
       01  FINAL-TREINO            PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-FUNCTREI          PIC X.

       01  OPERADOR-ID             PIC X(10).
       01  DATA-CORRENTE           PIC 9(08).

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-EXCLUIR        VALUE "E".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

      *    CATALOGO DE TREINAMENTOS EM MEMORIA.
       01  TABELA-TREINOS.
           05 QTD-TREINOS          PIC 9(03) VALUE ZEROS.
           05 TREINO-ITEM OCCURS 200 TIMES.
               10 TRN-CODIGO          PIC X(06).
               10 TRN-DESCRICAO       PIC X(30).
               10 TRN-VALIDADE-MESES  PIC 9(03).
       01  IDX-TREINO              PIC 9(03).

       01  TREINO-INFORMADO        PIC X(06).
       01  CONCLUSAO-INF           PIC X(08).
       01  ENTIDADE-INFORMADA      PIC X(20).
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(03) VALUE ZEROS.

      *    VALIDADE = CONCLUSAO MAIS OS MESES DO CATALOGO, NO MESMO
      *    DIA - QUANDO O DIA NAO EXISTE NO MES DO VENCIMENTO (31/04,
      *    29/02) VALE O ULTIMO DIA DO MES.
       01  MESES-CORRIDOS          PIC 9(06).
       01  RESTO-MESES             PIC 9(02).
       01  SITUACAO-CERTIFICACAO   PIC X(10).

      *    TREINAMENTOS EXIGIDOS PELO CARGO DO FUNCIONARIO LISTADO E
      *    SE CONSTAM DO HISTORICO.
       01  EXIGIDOS-DO-CARGO.
           05 EXIGIDO-ITEM OCCURS 5 TIMES.
               10 EXG-CODIGO          PIC X(06).
               10 EXG-CONSTA-SW       PIC X(01).
       01  IDX-EXIGIDO             PIC 9(02).
           COPY "DTVALPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- HISTORICO DE TREINAMENTOS ----".
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.
           PERFORM CARREGA-CATALOGO-TREINOS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FUNCIONARIO.

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (E)XCLUIR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-TREINAMENTO.
           IF OPCAO-EXCLUIR
               PERFORM EXCLUI-TREINAMENTO.
           IF OPCAO-LISTAR
               PERFORM LISTA-HISTORICO.

       CARREGA-CATALOGO-TREINOS.
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
           IF QTD-TREINOS IS EQUAL ZEROS
               DISPLAY "CATALOGO DE TREINAMENTOS VAZIO - CADASTRE "
                       "OS TREINAMENTOS NO PROG199.".

       LEIA-PROXIMO-TREINO.
           READ ARQUIVO-TREINO AT END
           MOVE "S" TO FINAL-TREINO.

       GUARDA-TREINO-NA-TABELA.
           IF QTD-TREINOS IS LESS THAN 200
               ADD 1 TO QTD-TREINOS
               MOVE TREINO-CODIGO    TO TRN-CODIGO(QTD-TREINOS)
               MOVE TREINO-DESCRICAO TO TRN-DESCRICAO(QTD-TREINOS)
               MOVE TREINO-VALIDADE-MESES
                    TO TRN-VALIDADE-MESES(QTD-TREINOS).
           PERFORM LEIA-PROXIMO-TREINO.

      *    INDICE MAIOR QUE A QUANTIDADE QUER DIZER QUE O CODIGO NAO
      *    CONSTA DO CATALOGO.
       LOCALIZA-TREINO.
           MOVE 1 TO IDX-TREINO.
           PERFORM AVANCA-TREINO
                   UNTIL IDX-TREINO IS GREATER THAN QTD-TREINOS
                   OR TRN-CODIGO(IDX-TREINO) IS EQUAL TREINO-INFORMADO.

       AVANCA-TREINO.
           ADD 1 TO IDX-TREINO.

       PEDE-FUNCIONARIO.
           MOVE "N" TO ENCONTRADO-SW.
           DISPLAY "CODIGO DO FUNCIONARIO : ".
           ACCEPT FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "CODIGO " FUNCIONARIO-CODIGO
                        " NAO ENCONTRADO."
                NOT INVALID KEY
                DISPLAY "FUNCIONARIO : " FUNCIONARIO-NOME
                MOVE "S" TO ENCONTRADO-SW.

       INCLUI-TREINAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM CAPTURA-TREINAMENTO.

       CAPTURA-TREINAMENTO.
           DISPLAY "CODIGO DO TREINAMENTO : ".
           MOVE SPACES TO TREINO-INFORMADO.
           ACCEPT TREINO-INFORMADO.
           PERFORM LOCALIZA-TREINO.
           IF IDX-TREINO IS GREATER THAN QTD-TREINOS
               DISPLAY "TREINAMENTO " TREINO-INFORMADO
                       " NAO CONSTA DO CATALOGO - NADA GRAVADO."
           ELSE
               DISPLAY "TREINAMENTO : " TRN-DESCRICAO(IDX-TREINO)
               PERFORM CAPTURA-CONCLUSAO.

       CAPTURA-CONCLUSAO.
           DISPLAY "DATA DE CONCLUSAO (AAAAMMDD) : ".
           MOVE SPACES TO CONCLUSAO-INF.
           ACCEPT CONCLUSAO-INF.
           IF CONCLUSAO-INF IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - NADA GRAVADO."
           ELSE
               MOVE CONCLUSAO-INF TO DTVAL-DATA-1
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "S" TO DTVAL-EXIGE-PASSADO
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA INVALIDA OU FUTURA - NADA GRAVADO."
               ELSE
                   PERFORM GRAVA-TREINAMENTO.

       GRAVA-TREINAMENTO.
           DISPLAY "ENTIDADE / INSTRUTOR : ".
           MOVE SPACES TO ENTIDADE-INFORMADA.
           ACCEPT ENTIDADE-INFORMADA.
           MOVE FUNCIONARIO-CODIGO  TO FUNCTREI-FUNCIONARIO.
           MOVE TREINO-INFORMADO    TO FUNCTREI-TREINO.
           MOVE CONCLUSAO-INF       TO FUNCTREI-DATA-CONCLUSAO.
           MOVE ENTIDADE-INFORMADA  TO FUNCTREI-ENTIDADE.
           MOVE OPERADOR-ID         TO FUNCTREI-OPERADOR.
           MOVE DATA-CORRENTE       TO FUNCTREI-DATA-REGISTRO.
           PERFORM CALCULA-VALIDADE.
           OPEN EXTEND ARQUIVO-FUNCTREI.
           IF FUNCTREI-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-FUNCTREI.
           WRITE FUNCTREI-REGISTRO.
           CLOSE ARQUIVO-FUNCTREI.
           IF FUNCTREI-DATA-VALIDADE IS EQUAL ZEROS
               DISPLAY "TREINAMENTO REGISTRADO - NAO VENCE."
           ELSE
               DISPLAY "TREINAMENTO REGISTRADO - VALIDO ATE "
                       FUNCTREI-VAL-DIA "/" FUNCTREI-VAL-MES "/"
                       FUNCTREI-VAL-ANO ".".

       CALCULA-VALIDADE.
           IF TRN-VALIDADE-MESES(IDX-TREINO) IS EQUAL ZEROS
               MOVE ZEROS TO FUNCTREI-DATA-VALIDADE
           ELSE
               COMPUTE MESES-CORRIDOS = FUNCTREI-CONC-ANO * 12
                       + FUNCTREI-CONC-MES - 1
                       + TRN-VALIDADE-MESES(IDX-TREINO)
               DIVIDE MESES-CORRIDOS BY 12
                      GIVING FUNCTREI-VAL-ANO
                      REMAINDER RESTO-MESES
               COMPUTE FUNCTREI-VAL-MES = RESTO-MESES + 1
               MOVE FUNCTREI-CONC-DIA TO FUNCTREI-VAL-DIA
               PERFORM CONFERE-DIA-VALIDADE
               PERFORM RECUA-DIA-VALIDADE
                       UNTIL DTVAL-DATA-VALIDA.

       CONFERE-DIA-VALIDADE.
           MOVE FUNCTREI-DATA-VALIDADE TO DTVAL-DATA-1.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.

       RECUA-DIA-VALIDADE.
           SUBTRACT 1 FROM FUNCTREI-VAL-DIA.
           PERFORM CONFERE-DIA-VALIDADE.

      *    A EXCLUSAO E' PELO TREINAMENTO E DATA DE CONCLUSAO EXATOS -
      *    O ARQUIVO E' RECONSTRUIDO VIA ARQUIVO DE TRABALHO, COMO NA
      *    MANUTENCAO DE DEPENDENTES (PROG118).
       EXCLUI-TREINAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               DISPLAY "CODIGO DO TREINAMENTO A EXCLUIR : "
               MOVE SPACES TO TREINO-INFORMADO
               ACCEPT TREINO-INFORMADO
               DISPLAY "DATA DE CONCLUSAO (AAAAMMDD) : "
               MOVE SPACES TO CONCLUSAO-INF
               ACCEPT CONCLUSAO-INF
               PERFORM RECONSTROI-SEM-O-TREINAMENTO.

       RECONSTROI-SEM-O-TREINAMENTO.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT ARQUIVO-FUNCTREI.
           IF FUNCTREI-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM TREINAMENTO REGISTRADO."
               CLOSE ARQUIVO-FUNCTREI
           ELSE
               OPEN OUTPUT ARQUIVO-TREITMP
               MOVE "N" TO FINAL-FUNCTREI
               PERFORM LEIA-PROXIMO-FUNCTREI
               PERFORM COPIA-OU-DESCARTA
                       UNTIL FINAL-FUNCTREI IS EQUAL "S"
               CLOSE ARQUIVO-FUNCTREI
               CLOSE ARQUIVO-TREITMP
               PERFORM RECARREGA-HISTORICO
               IF ENCONTRADO
                   DISPLAY "TREINAMENTO EXCLUIDO."
               ELSE
                   DISPLAY "TREINAMENTO NAO ENCONTRADO - NADA "
                           "EXCLUIDO.".

       LEIA-PROXIMO-FUNCTREI.
           READ ARQUIVO-FUNCTREI AT END
           MOVE "S" TO FINAL-FUNCTREI.

       COPIA-OU-DESCARTA.
           IF FUNCTREI-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
                   AND FUNCTREI-TREINO IS EQUAL TREINO-INFORMADO
                   AND FUNCTREI-DATA-CONCLUSAO IS EQUAL CONCLUSAO-INF
                   AND ENCONTRADO-SW IS EQUAL "N"
               MOVE "S" TO ENCONTRADO-SW
           ELSE
               MOVE FUNCTREI-REGISTRO TO TREITMP-REGISTRO
               WRITE TREITMP-REGISTRO.
           PERFORM LEIA-PROXIMO-FUNCTREI.

       RECARREGA-HISTORICO.
           OPEN INPUT ARQUIVO-TREITMP.
           OPEN OUTPUT ARQUIVO-FUNCTREI.
           MOVE "N" TO FINAL-FUNCTREI.
           PERFORM LEIA-PROXIMO-TREITMP.
           PERFORM COPIA-TREITMP
                   UNTIL FINAL-FUNCTREI IS EQUAL "S".
           CLOSE ARQUIVO-TREITMP.
           CLOSE ARQUIVO-FUNCTREI.

       LEIA-PROXIMO-TREITMP.
           READ ARQUIVO-TREITMP AT END
           MOVE "S" TO FINAL-FUNCTREI.

       COPIA-TREITMP.
           MOVE TREITMP-REGISTRO TO FUNCTREI-REGISTRO.
           WRITE FUNCTREI-REGISTRO.
           PERFORM LEIA-PROXIMO-TREITMP.

      *    LISTA O HISTORICO COM A SITUACAO DE HOJE E, NO FIM, OS
      *    TREINAMENTOS QUE O CARGO EXIGE E NAO CONSTAM.
       LISTA-HISTORICO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM CARREGA-EXIGIDOS-DO-CARGO
               MOVE ZEROS TO TOTAL-LISTADOS
               OPEN INPUT ARQUIVO-FUNCTREI
               IF FUNCTREI-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "NENHUM TREINAMENTO REGISTRADO."
               ELSE
                   MOVE "N" TO FINAL-FUNCTREI
                   PERFORM LEIA-PROXIMO-FUNCTREI
                   PERFORM LISTA-UM-TREINAMENTO
                           UNTIL FINAL-FUNCTREI IS EQUAL "S"
                   DISPLAY "TREINAMENTOS LISTADOS : " TOTAL-LISTADOS
               END-IF
               CLOSE ARQUIVO-FUNCTREI
               MOVE 1 TO IDX-EXIGIDO
               PERFORM AVISA-EXIGIDO-AUSENTE
                       UNTIL IDX-EXIGIDO IS GREATER THAN 5.

       LISTA-UM-TREINAMENTO.
           IF FUNCTREI-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
               PERFORM MARCA-EXIGIDO-PRESENTE
               IF FUNCTREI-DATA-VALIDADE IS EQUAL ZEROS
                   MOVE "NAO VENCE" TO SITUACAO-CERTIFICACAO
               ELSE
                   IF FUNCTREI-DATA-VALIDADE IS LESS THAN
                           DATA-CORRENTE
                       MOVE "VENCIDO" TO SITUACAO-CERTIFICACAO
                   ELSE
                       MOVE "EM VIGOR" TO SITUACAO-CERTIFICACAO
                   END-IF
               END-IF
               DISPLAY "  " FUNCTREI-TREINO " CONCLUIDO "
                       FUNCTREI-CONC-DIA "/" FUNCTREI-CONC-MES "/"
                       FUNCTREI-CONC-ANO " VALIDADE "
                       FUNCTREI-VAL-DIA "/" FUNCTREI-VAL-MES "/"
                       FUNCTREI-VAL-ANO " " SITUACAO-CERTIFICACAO
                       " " FUNCTREI-ENTIDADE
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-FUNCTREI.

       MARCA-EXIGIDO-PRESENTE.
           MOVE 1 TO IDX-EXIGIDO.
           PERFORM COMPARA-EXIGIDO
                   UNTIL IDX-EXIGIDO IS GREATER THAN 5.

       COMPARA-EXIGIDO.
           IF EXG-CODIGO(IDX-EXIGIDO) IS EQUAL FUNCTREI-TREINO
               MOVE "S" TO EXG-CONSTA-SW(IDX-EXIGIDO).
           ADD 1 TO IDX-EXIGIDO.

       AVISA-EXIGIDO-AUSENTE.
           IF EXG-CODIGO(IDX-EXIGIDO) IS NOT EQUAL SPACES
                   AND EXG-CONSTA-SW(IDX-EXIGIDO) IS EQUAL "N"
               DISPLAY "  " EXG-CODIGO(IDX-EXIGIDO)
                       " EXIGIDO PELO CARGO " FUNCIONARIO-CARGO
                       " - NAO REALIZADO.".
           ADD 1 TO IDX-EXIGIDO.

      *    A LINHA DO CARGO E' A DO CODIGO E DO TIPO DE CONTRATACAO
      *    DO FUNCIONARIO, COMO NA VALIDACAO DO CADASTRO.
       CARREGA-EXIGIDOS-DO-CARGO.
           MOVE SPACES TO EXIGIDOS-DO-CARGO.
           MOVE 1 TO IDX-EXIGIDO.
           PERFORM LIMPA-EXIGIDO
                   UNTIL IDX-EXIGIDO IS GREATER THAN 5.
           IF FUNCIONARIO-CARGO IS NOT EQUAL SPACES
               OPEN INPUT ARQUIVO-CARGO
               IF CARGO-ARQ-STATUS IS EQUAL "00"
                   MOVE "N" TO FINAL-CARGO
                   PERFORM LEIA-PROXIMO-CARGO
                   PERFORM EXAMINA-CARGO
                           UNTIL FINAL-CARGO IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-CARGO.

       LIMPA-EXIGIDO.
           MOVE "N" TO EXG-CONSTA-SW(IDX-EXIGIDO).
           ADD 1 TO IDX-EXIGIDO.

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
           ADD 1 TO IDX-EXIGIDO.
