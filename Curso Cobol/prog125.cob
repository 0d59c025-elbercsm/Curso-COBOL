      *    CARGO OU COM CARGO QUE NAO CONSTA DO CADASTRO. O "QUANTO
      *    ESTE CARGO DEVE GANHAR" SAI DA CABECA DO GERENTE E VIRA
      *    CADASTRO.
      *    2026-10-15 O CARGO PASSOU A TER OS PERCENTUAIS DOS
      *    ADICIONAIS DE INSALUBRIDADE E DE PERICULOSIDADE, APLICADOS
      *    PELA FOLHA (PROG39) - CAPTURADOS NA ATUALIZACAO E
      *    MOSTRADOS NA LISTAGEM.
      *    2026-10-15 O CARGO PASSOU A TER ATE CINCO TREINAMENTOS
      *    OBRIGATORIOS, VALIDADOS CONTRA O CATALOGO TREINO.DAT
      *    (PROG199) - CAPTURADOS NA ATUALIZACAO E MOSTRADOS NA
      *    LISTAGEM.
      *    2026-10-15 O CARGO PASSOU A TER A PERIODICIDADE EM MESES
      *    DO EXAME MEDICO PERIODICO (ASO), USADA PELA AGENDA DE
      *    EXAMES (PROG203) - CAPTURADA NA ATUALIZACAO E MOSTRADA NA
      *    LISTAGEM.

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELCARGO.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELTREINO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCARGO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTREINO.cob".

       WORKING-STORAGE SECTION.

       01  CARGO-ARQ-STATUS        PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  TREINO-ARQ-STATUS       PIC X(02).
       01  FINAL-TREINO            PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-ARQUIVO           PIC X.

               10 CGO-TITULO          PIC X(20).
               10 CGO-PISO            PIC 9(06)V9(02).
               10 CGO-TETO            PIC 9(06)V9(02).
               10 CGO-INSALUBRIDADE   PIC 9(02)V9(02).
               10 CGO-PERICULOSIDADE  PIC 9(02)V9(02).
               10 CGO-TREINOS.
                   15 CGO-TREINO       PIC X(06) OCCURS 5 TIMES.
               10 CGO-PERIODICIDADE-ASO PIC 9(02).
       01  IDX-CARGO               PIC 9(03).
       01  CARGO-ACHADO-SW         PIC X(01).
           88 CARGO-ACHADO         VALUE "S".
       01  TITULO-INFORMADO        PIC X(20).
       01  PISO-INFORMADO          PIC 9(06)V9(02).
       01  TETO-INFORMADO          PIC 9(06)V9(02).
       01  INSALUB-INFORMADA       PIC 9(02)V9(02).
       01  PERIC-INFORMADA         PIC 9(02)V9(02).
       01  TREINOS-INFORMADOS.
           05 TREINO-INFORMADO     PIC X(06) OCCURS 5 TIMES.
       01  IDX-TREINO              PIC 9(02).
       01  PERIODICIDADE-INFORMADA PIC 9(02).
       01  CODIGO-TREINO-DIGITADO  PIC X(06).

      *    CODIGOS DO CATALOGO DE TREINAMENTOS, PARA VALIDAR OS
      *    EXIGIDOS DE CADA CARGO.
       01  TABELA-TREINOS.
           05 QTD-TREINOS          PIC 9(03) VALUE ZEROS.
           05 TREINO-TAB-CODIGO    PIC X(06) OCCURS 200 TIMES.
       01  IDX-CATALOGO            PIC 9(03).
       01  TOTAL-ATUALIZADOS       PIC 9(03) VALUE ZEROS.
       01  TOTAL-EXCECOES          PIC 9(04) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZZ,ZZ9.99.
       01  PISO-EDITADO            PIC $ZZZ,ZZ9.99.
       01  TETO-EDITADO            PIC $ZZZ,ZZ9.99.
       01  INSALUB-EDITADA         PIC Z9.99.
       01  PERIC-EDITADA           PIC Z9.99.

       PROCEDURE DIVISION.


           DISPLAY "---- CADASTRO DE CARGOS ----".
           PERFORM CARREGA-TABELA-CARGOS.
           PERFORM CARREGA-CATALOGO-TREINOS.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
               MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS)
               MOVE CARGO-TITULO TO CGO-TITULO(QTD-CARGOS)
               MOVE CARGO-PISO   TO CGO-PISO(QTD-CARGOS)
               MOVE CARGO-TETO   TO CGO-TETO(QTD-CARGOS)
               MOVE CARGO-TREINOS-EXIGIDOS
                    TO CGO-TREINOS(QTD-CARGOS)
               PERFORM GUARDA-ADICIONAIS-DO-CARGO.
           PERFORM LEIA-PROXIMO-CARGO.

      *    LINHAS GRAVADAS ANTES DOS PERCENTUAIS DE ADICIONAL CHEGAM
      *    COM OS CAMPOS EM BRANCO - VALEM ZERO. A PERIODICIDADE DO
      *    ASO EM BRANCO VALE 12 MESES.
       GUARDA-ADICIONAIS-DO-CARGO.
           IF CARGO-PERC-INSALUBRIDADE IS NUMERIC
               MOVE CARGO-PERC-INSALUBRIDADE
                    TO CGO-INSALUBRIDADE(QTD-CARGOS)
           ELSE
               MOVE ZEROS TO CGO-INSALUBRIDADE(QTD-CARGOS).
           IF CARGO-PERC-PERICULOSIDADE IS NUMERIC
               MOVE CARGO-PERC-PERICULOSIDADE
                    TO CGO-PERICULOSIDADE(QTD-CARGOS)
           ELSE
               MOVE ZEROS TO CGO-PERICULOSIDADE(QTD-CARGOS).
           IF CARGO-PERIODICIDADE-ASO IS NUMERIC
                   AND CARGO-PERIODICIDADE-ASO IS GREATER THAN ZEROS
               MOVE CARGO-PERIODICIDADE-ASO
                    TO CGO-PERIODICIDADE-ASO(QTD-CARGOS)
           ELSE
               MOVE 12 TO CGO-PERIODICIDADE-ASO(QTD-CARGOS).

      *    CATALOGO DE TREINAMENTOS - OPCIONAL, SEM ELE O CARGO NAO
      *    EXIGE TREINAMENTO.
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

       LEIA-PROXIMO-TREINO.
           READ ARQUIVO-TREINO AT END
           MOVE "S" TO FINAL-TREINO.

       GUARDA-TREINO-NA-TABELA.
           IF QTD-TREINOS IS LESS THAN 200
               ADD 1 TO QTD-TREINOS
               MOVE TREINO-CODIGO TO TREINO-TAB-CODIGO(QTD-TREINOS).
           PERFORM LEIA-PROXIMO-TREINO.

      *    CARGO AINDA NAO CADASTRADO PARA O TIPO E' INCLUIDO NO FIM
      *    DA TABELA - O MESMO CARGO PODE TER FAIXAS DIFERENTES PARA
      *    HORISTA (VALOR-HORA) E MENSALISTA (SALARIO MENSAL).
           ACCEPT TETO-INFORMADO.
           IF TETO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO TETO-INFORMADO.
           DISPLAY "ADICIONAL DE INSALUBRIDADE % (ZERO = NAO TEM) : ".
           MOVE ZEROS TO INSALUB-INFORMADA.
           ACCEPT INSALUB-INFORMADA.
           IF INSALUB-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO INSALUB-INFORMADA.
           DISPLAY "ADICIONAL DE PERICULOSIDADE % (ZERO = NAO TEM) : ".
           MOVE ZEROS TO PERIC-INFORMADA.
           ACCEPT PERIC-INFORMADA.
           IF PERIC-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO PERIC-INFORMADA.
           DISPLAY "PERIODICIDADE DO EXAME PERIODICO EM MESES "
                   "(ZERO = 12) : ".
           MOVE ZEROS TO PERIODICIDADE-INFORMADA.
           ACCEPT PERIODICIDADE-INFORMADA.
           IF PERIODICIDADE-INFORMADA IS NOT NUMERIC
                   OR PERIODICIDADE-INFORMADA IS EQUAL ZEROS
               MOVE 12 TO PERIODICIDADE-INFORMADA.
           PERFORM CAPTURA-TREINOS-DO-CARGO.
           IF TETO-INFORMADO IS LESS THAN PISO-INFORMADO
               DISPLAY "TETO MENOR QUE O PISO - NADA GRAVADO."
           ELSE
               MOVE TITULO-INFORMADO TO CGO-TITULO(IDX-CARGO)
               MOVE PISO-INFORMADO   TO CGO-PISO(IDX-CARGO)
               MOVE TETO-INFORMADO   TO CGO-TETO(IDX-CARGO)
               MOVE INSALUB-INFORMADA TO CGO-INSALUBRIDADE(IDX-CARGO)
               MOVE PERIC-INFORMADA  TO CGO-PERICULOSIDADE(IDX-CARGO)
               MOVE TREINOS-INFORMADOS TO CGO-TREINOS(IDX-CARGO)
               MOVE PERIODICIDADE-INFORMADA
                    TO CGO-PERIODICIDADE-ASO(IDX-CARGO)
               ADD 1 TO TOTAL-ATUALIZADOS
               DISPLAY "CARGO " CODIGO-INFORMADO "/" TIPO-INFORMADO
                       " ATUALIZADO.".

      *    A LISTA DIGITADA SUBSTITUI A ANTERIOR, COMO OS DEMAIS
      *    CAMPOS DO CARGO - ENTER SEM CODIGO ENCERRA A LISTA. CODIGO
      *    FORA DO CATALOGO E' RECUSADO.
       CAPTURA-TREINOS-DO-CARGO.
           MOVE SPACES TO TREINOS-INFORMADOS.
           IF QTD-TREINOS IS EQUAL ZEROS
               DISPLAY "CATALOGO DE TREINAMENTOS VAZIO (PROG199) - "
                       "CARGO SEM TREINAMENTO OBRIGATORIO."
           ELSE
               DISPLAY "TREINAMENTOS OBRIGATORIOS DO CARGO (ATE 5 - "
                       "ENTER ENCERRA) :"
               MOVE 1 TO IDX-TREINO
               PERFORM PEDE-TREINO-EXIGIDO
                       UNTIL IDX-TREINO IS GREATER THAN 5.

       PEDE-TREINO-EXIGIDO.
           DISPLAY "  TREINAMENTO " IDX-TREINO " : ".
           MOVE SPACES TO CODIGO-TREINO-DIGITADO.
           ACCEPT CODIGO-TREINO-DIGITADO.
           IF CODIGO-TREINO-DIGITADO IS EQUAL SPACES
               MOVE 6 TO IDX-TREINO
           ELSE
               MOVE 1 TO IDX-CATALOGO
               PERFORM AVANCA-CATALOGO
                       UNTIL IDX-CATALOGO IS GREATER THAN QTD-TREINOS
                       OR TREINO-TAB-CODIGO(IDX-CATALOGO) IS EQUAL
                          CODIGO-TREINO-DIGITADO
               IF IDX-CATALOGO IS GREATER THAN QTD-TREINOS
                   DISPLAY "TREINAMENTO " CODIGO-TREINO-DIGITADO
                           " NAO CONSTA DO CATALOGO."
               ELSE
                   MOVE CODIGO-TREINO-DIGITADO
                        TO TREINO-INFORMADO(IDX-TREINO)
                   ADD 1 TO IDX-TREINO.

       AVANCA-CATALOGO.
           ADD 1 TO IDX-CATALOGO.

       PROCURA-CARGO-E-TIPO.
           IF CGO-CODIGO(IDX-CARGO) IS EQUAL CODIGO-INFORMADO
                   AND CGO-TIPO(IDX-CARGO) IS EQUAL TIPO-INFORMADO
           DISPLAY "  " CGO-CODIGO(IDX-CARGO) "/"
                   CGO-TIPO(IDX-CARGO) " " CGO-TITULO(IDX-CARGO)
                   " PISO " PISO-EDITADO " TETO " TETO-EDITADO.
           DISPLAY "       EXAME PERIODICO A CADA "
                   CGO-PERIODICIDADE-ASO(IDX-CARGO) " MESES".
           IF CGO-INSALUBRIDADE(IDX-CARGO) IS GREATER THAN ZEROS
                   OR CGO-PERICULOSIDADE(IDX-CARGO) IS GREATER THAN
                       ZEROS
               MOVE CGO-INSALUBRIDADE(IDX-CARGO) TO INSALUB-EDITADA
               MOVE CGO-PERICULOSIDADE(IDX-CARGO) TO PERIC-EDITADA
               DISPLAY "       INSALUBRIDADE " INSALUB-EDITADA
                       "%  PERICULOSIDADE " PERIC-EDITADA "%".
           IF CGO-TREINOS(IDX-CARGO) IS NOT EQUAL SPACES
               DISPLAY "       TREINAMENTOS : "
                       CGO-TREINO(IDX-CARGO, 1) " "
                       CGO-TREINO(IDX-CARGO, 2) " "
                       CGO-TREINO(IDX-CARGO, 3) " "
                       CGO-TREINO(IDX-CARGO, 4) " "
                       CGO-TREINO(IDX-CARGO, 5).
           ADD 1 TO IDX-CARGO.

      *    REGRAVA O ARQUIVO INTEIRO COM A TABELA EM MEMORIA - O
           MOVE CGO-TITULO(IDX-CARGO) TO CARGO-TITULO.
           MOVE CGO-PISO(IDX-CARGO)   TO CARGO-PISO.
           MOVE CGO-TETO(IDX-CARGO)   TO CARGO-TETO.
           MOVE CGO-INSALUBRIDADE(IDX-CARGO)
                TO CARGO-PERC-INSALUBRIDADE.
           MOVE CGO-PERICULOSIDADE(IDX-CARGO)
                TO CARGO-PERC-PERICULOSIDADE.
           MOVE CGO-TREINOS(IDX-CARGO) TO CARGO-TREINOS-EXIGIDOS.
           MOVE CGO-PERIODICIDADE-ASO(IDX-CARGO)
                TO CARGO-PERIODICIDADE-ASO.
           WRITE CARGO-REGISTRO.
           ADD 1 TO IDX-CARGO.

