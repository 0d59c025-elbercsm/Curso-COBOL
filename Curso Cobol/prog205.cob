       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG205.

      *    CICLO ANUAL DE AVALIACAO DE DESEMPENHO (AVALIACAO.DAT) -
      *    O GESTOR DA A CADA FUNCIONARIO UMA NOTA DE 1 A 5 NO ANO
      *    DO CICLO E O PROGRAMA CALCULA O MERITO PELA GRADE
      *    (MERITO.DAT, VER PROG204), LIMITANDO O SALARIO PROPOSTO
      *    AO TETO DA FAIXA DO CARGO (CARGO.DAT, VER PROG125). UMA
      *    AVALIACAO POR FUNCIONARIO E ANO - ENQUANTO NAO FOI
      *    ENVIADA A FILA DE APROVACAO (PROG206) PODE SER REFEITA,
      *    E A NOVA SUBSTITUI A ANTERIOR. LISTA TAMBEM AS AVALIACOES
      *    DO ANO COM A SITUACAO DE CADA UMA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCARGO.cob".
           COPY "SELMERITO.cob".
           COPY "SELAVALIA.cob".
      *    ARQUIVO DE TRABALHO DA SUBSTITUICAO DE UMA AVALIACAO.
           SELECT ARQUIVO-AVALTMP
           ASSIGN TO "AVALIACAO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AVALTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDMERITO.cob".
           COPY "FDAVALIA.cob".

       FD  ARQUIVO-AVALTMP.
       01  AVALTMP-REGISTRO        PIC X(79).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  MERITO-ARQ-STATUS       PIC X(02).
       01  AVALIA-ARQ-STATUS       PIC X(02).
       01  AVALTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-CARGO             PIC X.
       01  FINAL-MERITO            PIC X.
       01  FINAL-AVALIA            PIC X.

       01  OPERADOR-ID             PIC X(10).
       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ANO-INFORMADO           PIC X(04).
       01  ANO-CICLO               PIC 9(04).

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-AVALIAR        VALUE "A".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

      *    GRADE DE MERITO - UMA POSICAO POR NOTA, DESCRICAO EM
      *    BRANCO QUER DIZER NOTA SEM LINHA NA GRADE.
       01  TABELA-GRADE.
           05 GRADE-ITEM OCCURS 5 TIMES.
               10 GRD-DESCRICAO       PIC X(20).
               10 GRD-PERCENTUAL      PIC 9(02)V9(02).
       01  IDX-GRADE               PIC 9(02).

      *    CARGOS OFICIAIS E O TETO DE CADA FAIXA.
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-TETO            PIC 9(06)V9(02).
       01  IDX-CARGO               PIC 9(03).

       01  NOTA-INFORMADA          PIC X(01).
       01  NOTA-NUM                PIC 9(01).
       01  SALARIO-CALCULADO       PIC 9(07)V9(02).
       01  SITUACAO-ANTERIOR       PIC X(01).
           88 SEM-AVALIACAO-ANTERIOR VALUE SPACE.
           88 ANTERIOR-REGISTRADA  VALUE "R".
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-GRAVADAS          PIC 9(05) VALUE ZEROS.

       01  SALARIO-ATUAL-EDITADO   PIC $ZZZ,ZZ9.99.
       01  SALARIO-PROPOSTO-EDITADO PIC $ZZZ,ZZ9.99.
       01  PERCENTUAL-EDITADO      PIC Z9.99.
       01  DESCRICAO-SITUACAO      PIC X(12).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- AVALIACAO DE DESEMPENHO E MERITO ----".
           DISPLAY "IDENTIFICACAO DO GESTOR : ".
           ACCEPT OPERADOR-ID.
           PERFORM PEDE-ANO-DO-CICLO.
           PERFORM CARREGA-TABELA-GRADE.
           PERFORM CARREGA-TABELA-CARGOS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FUNCIONARIO.
           DISPLAY "AVALIACOES GRAVADAS NESTA SESSAO : "
                   TOTAL-GRAVADAS.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-ANO-DO-CICLO.
           DISPLAY "ANO DO CICLO DE AVALIACAO (AAAA - ENTER = ANO "
                   "CORRENTE) : ".
           MOVE SPACES TO ANO-INFORMADO.
           ACCEPT ANO-INFORMADO.
           IF ANO-INFORMADO IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO ANO-CICLO
           ELSE
               IF ANO-INFORMADO IS NOT NUMERIC
                   DISPLAY "ANO INVALIDO : " ANO-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE ANO-INFORMADO TO ANO-CICLO.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (A)VALIAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-AVALIAR
               PERFORM REGISTRA-AVALIACAO.
           IF OPCAO-LISTAR
               PERFORM LISTA-AVALIACOES.

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
               MOVE 8 TO RETURN-CODE
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

       CARREGA-TABELA-CARGOS.
           MOVE ZEROS TO QTD-CARGOS.
           OPEN INPUT ARQUIVO-CARGO.
           IF CARGO-ARQ-STATUS IS NOT EQUAL "00"
              AND CARGO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE CARGOS - "
                       "STATUS : " CARGO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CARGO.
           PERFORM LEIA-PROXIMO-CARGO.
           PERFORM GUARDA-CARGO-NA-TABELA
                   UNTIL FINAL-CARGO IS EQUAL "S".
           CLOSE ARQUIVO-CARGO.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-CARGO.

       GUARDA-CARGO-NA-TABELA.
           IF QTD-CARGOS IS EQUAL 200
               DISPLAY "TABELA DE CARGOS CHEIA (LIMITE 200 "
                       "LINHAS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-CARGOS.
           MOVE CARGO-CODIGO TO CGO-CODIGO(QTD-CARGOS).
           MOVE CARGO-TIPO   TO CGO-TIPO(QTD-CARGOS).
           MOVE CARGO-TETO   TO CGO-TETO(QTD-CARGOS).
           PERFORM LEIA-PROXIMO-CARGO.

      *    A LINHA DO CARGO E' A DO CODIGO E DO TIPO DE CONTRATACAO
      *    DO FUNCIONARIO - INDICE MAIOR QUE A QUANTIDADE QUER DIZER
      *    SEM CARGO OU CARGO FORA DO CADASTRO.
       LOCALIZA-CARGO.
           MOVE 1 TO IDX-CARGO.
           PERFORM AVANCA-CARGO
                   UNTIL IDX-CARGO IS GREATER THAN QTD-CARGOS
                   OR (CGO-CODIGO(IDX-CARGO) IS EQUAL
                          FUNCIONARIO-CARGO
                   AND CGO-TIPO(IDX-CARGO) IS EQUAL
                          FUNCIONARIO-TIPO).

       AVANCA-CARGO.
           ADD 1 TO IDX-CARGO.

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
                        "  DEPARTAMENTO : " FUNCIONARIO-DEPARTAMENTO
                MOVE "S" TO ENCONTRADO-SW.

       REGISTRA-AVALIACAO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM PROCURA-AVALIACAO-DO-ANO
               IF SEM-AVALIACAO-ANTERIOR OR ANTERIOR-REGISTRADA
                   PERFORM CAPTURA-NOTA
               ELSE
                   DISPLAY "AVALIACAO DE " ANO-CICLO " JA ENVIADA "
                           "PARA APROVACAO - NAO PODE SER REFEITA.".

      *    SITUACAO DA AVALIACAO JA GRAVADA PARA O FUNCIONARIO NO
      *    ANO DO CICLO - EM BRANCO QUANDO AINDA NAO HA.
       PROCURA-AVALIACAO-DO-ANO.
           MOVE SPACE TO SITUACAO-ANTERIOR.
           OPEN INPUT ARQUIVO-AVALIA.
           IF AVALIA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-AVALIA
               PERFORM LEIA-PROXIMA-AVALIACAO
               PERFORM CONFERE-AVALIACAO-DO-ANO
                       UNTIL FINAL-AVALIA IS EQUAL "S".
           CLOSE ARQUIVO-AVALIA.

       LEIA-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIA AT END
           MOVE "S" TO FINAL-AVALIA.

       CONFERE-AVALIACAO-DO-ANO.
           IF AVALIA-ANO IS EQUAL ANO-CICLO
                   AND AVALIA-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
               MOVE AVALIA-SITUACAO TO SITUACAO-ANTERIOR
               DISPLAY "AVALIACAO ANTERIOR : NOTA " AVALIA-NOTA
                       " DADA POR " AVALIA-GESTOR.
           PERFORM LEIA-PROXIMA-AVALIACAO.

       CAPTURA-NOTA.
           DISPLAY "NOTA DA AVALIACAO (1 A 5) : ".
           MOVE SPACE TO NOTA-INFORMADA.
           ACCEPT NOTA-INFORMADA.
           IF NOTA-INFORMADA IS NOT NUMERIC
                   OR NOTA-INFORMADA IS EQUAL "0"
                   OR NOTA-INFORMADA IS GREATER THAN "5"
               DISPLAY "NOTA INVALIDA - NADA GRAVADO."
           ELSE
               MOVE NOTA-INFORMADA TO NOTA-NUM
               IF GRD-DESCRICAO(NOTA-NUM) IS EQUAL SPACES
                   DISPLAY "NOTA " NOTA-NUM " SEM LINHA NA GRADE DE "
                           "MERITO - CADASTRE NO PROG204."
               ELSE
                   PERFORM CALCULA-PROPOSTA
                   PERFORM CONFIRMA-AVALIACAO.

      *    MERITO = SALARIO ATUAL MAIS O PERCENTUAL DA NOTA, CORTADO
      *    NO TETO DA FAIXA DO CARGO. QUEM JA ESTA NO TETO (OU ACIMA)
      *    FICA SEM MERITO. SEM CARGO NO CADASTRO NAO HA TETO.
       CALCULA-PROPOSTA.
           MOVE ANO-CICLO                TO AVALIA-ANO.
           MOVE FUNCIONARIO-CODIGO       TO AVALIA-FUNCIONARIO.
           MOVE FUNCIONARIO-DEPARTAMENTO TO AVALIA-DEPARTAMENTO.
           MOVE NOTA-NUM                 TO AVALIA-NOTA.
           MOVE OPERADOR-ID              TO AVALIA-GESTOR.
           MOVE DATA-CORRENTE            TO AVALIA-DATA.
           MOVE FUNCIONARIO-SALARIO      TO AVALIA-SALARIO-ATUAL.
           MOVE GRD-PERCENTUAL(NOTA-NUM) TO AVALIA-PERCENTUAL.
           MOVE "N"                      TO AVALIA-LIMITE-SW.
           MOVE "R"                      TO AVALIA-SITUACAO.
           MOVE ZEROS                    TO AVALIA-DATA-ENVIO.
           COMPUTE SALARIO-CALCULADO ROUNDED =
                   FUNCIONARIO-SALARIO
                   + FUNCIONARIO-SALARIO * AVALIA-PERCENTUAL / 100.
           PERFORM LOCALIZA-CARGO.
           IF IDX-CARGO IS NOT GREATER THAN QTD-CARGOS
               IF SALARIO-CALCULADO IS GREATER THAN CGO-TETO(IDX-CARGO)
                   MOVE "S" TO AVALIA-LIMITE-SW
                   IF FUNCIONARIO-SALARIO IS LESS THAN
                           CGO-TETO(IDX-CARGO)
                       MOVE CGO-TETO(IDX-CARGO) TO SALARIO-CALCULADO
                   ELSE
                       MOVE FUNCIONARIO-SALARIO TO SALARIO-CALCULADO.
           MOVE SALARIO-CALCULADO TO AVALIA-SALARIO-PROPOSTO.

       CONFIRMA-AVALIACAO.
           MOVE AVALIA-SALARIO-ATUAL    TO SALARIO-ATUAL-EDITADO.
           MOVE AVALIA-SALARIO-PROPOSTO TO SALARIO-PROPOSTO-EDITADO.
           MOVE AVALIA-PERCENTUAL       TO PERCENTUAL-EDITADO.
           DISPLAY "NOTA " NOTA-NUM " - " GRD-DESCRICAO(NOTA-NUM)
                   " - MERITO DA GRADE " PERCENTUAL-EDITADO "%".
           DISPLAY "SALARIO ATUAL : " SALARIO-ATUAL-EDITADO
                   "  PROPOSTO : " SALARIO-PROPOSTO-EDITADO.
           IF AVALIA-LIMITADO-TETO
               DISPLAY "MERITO LIMITADO AO TETO DO CARGO "
                       FUNCIONARIO-CARGO ".".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM GRAVA-AVALIACAO
           ELSE
               DISPLAY "AVALIACAO DESCARTADA.".

       PERGUNTA-CONFIRMACAO.
           DISPLAY "GRAVAR A AVALIACAO ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    AVALIACAO NOVA VAI PARA O FIM DO ARQUIVO - A QUE REFAZ
      *    UMA AINDA NAO ENVIADA SUBSTITUI A ANTERIOR NO LUGAR DELA,
      *    COM O ARQUIVO RECONSTRUIDO VIA ARQUIVO DE TRABALHO.
       GRAVA-AVALIACAO.
           IF SEM-AVALIACAO-ANTERIOR
               OPEN EXTEND ARQUIVO-AVALIA
               IF AVALIA-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-AVALIA
               END-IF
               WRITE AVALIA-REGISTRO
               CLOSE ARQUIVO-AVALIA
           ELSE
               MOVE AVALIA-REGISTRO TO AVALTMP-REGISTRO
               PERFORM SUBSTITUI-AVALIACAO.
           ADD 1 TO TOTAL-GRAVADAS.
           DISPLAY "AVALIACAO GRAVADA.".

       SUBSTITUI-AVALIACAO.
           OPEN INPUT ARQUIVO-AVALIA.
           OPEN OUTPUT ARQUIVO-AVALTMP.
           WRITE AVALTMP-REGISTRO.
           MOVE "N" TO FINAL-AVALIA.
           PERFORM LEIA-PROXIMA-AVALIACAO.
           PERFORM COPIA-OU-DESCARTA
                   UNTIL FINAL-AVALIA IS EQUAL "S".
           CLOSE ARQUIVO-AVALIA.
           CLOSE ARQUIVO-AVALTMP.
           PERFORM RECARREGA-AVALIACOES.

       COPIA-OU-DESCARTA.
           IF AVALIA-ANO IS NOT EQUAL ANO-CICLO
                   OR AVALIA-FUNCIONARIO IS NOT EQUAL
                      FUNCIONARIO-CODIGO
               MOVE AVALIA-REGISTRO TO AVALTMP-REGISTRO
               WRITE AVALTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-AVALIACAO.

       RECARREGA-AVALIACOES.
           OPEN INPUT ARQUIVO-AVALTMP.
           OPEN OUTPUT ARQUIVO-AVALIA.
           MOVE "N" TO FINAL-AVALIA.
           PERFORM LEIA-PROXIMO-AVALTMP.
           PERFORM COPIA-AVALTMP
                   UNTIL FINAL-AVALIA IS EQUAL "S".
           CLOSE ARQUIVO-AVALTMP.
           CLOSE ARQUIVO-AVALIA.

       LEIA-PROXIMO-AVALTMP.
           READ ARQUIVO-AVALTMP AT END
           MOVE "S" TO FINAL-AVALIA.

       COPIA-AVALTMP.
           MOVE AVALTMP-REGISTRO TO AVALIA-REGISTRO.
           WRITE AVALIA-REGISTRO.
           PERFORM LEIA-PROXIMO-AVALTMP.

       LISTA-AVALIACOES.
           DISPLAY "AVALIACOES DO CICLO " ANO-CICLO " :".
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-AVALIA.
           IF AVALIA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA AVALIACAO REGISTRADA."
           ELSE
               MOVE "N" TO FINAL-AVALIA
               PERFORM LEIA-PROXIMA-AVALIACAO
               PERFORM LISTA-UMA-AVALIACAO
                       UNTIL FINAL-AVALIA IS EQUAL "S"
               DISPLAY "AVALIACOES LISTADAS : " TOTAL-LISTADOS.
           CLOSE ARQUIVO-AVALIA.

       LISTA-UMA-AVALIACAO.
           IF AVALIA-ANO IS EQUAL ANO-CICLO
               MOVE AVALIA-SALARIO-ATUAL    TO SALARIO-ATUAL-EDITADO
               MOVE AVALIA-SALARIO-PROPOSTO
                    TO SALARIO-PROPOSTO-EDITADO
               IF AVALIA-REGISTRADA
                   MOVE "REGISTRADA" TO DESCRICAO-SITUACAO
               ELSE
                   IF AVALIA-ENVIADA
                       MOVE "ENVIADA" TO DESCRICAO-SITUACAO
                   ELSE
                       MOVE "SEM MERITO" TO DESCRICAO-SITUACAO
                   END-IF
               END-IF
               DISPLAY "  " AVALIA-FUNCIONARIO " NOTA " AVALIA-NOTA
                       " " SALARIO-ATUAL-EDITADO " -> "
                       SALARIO-PROPOSTO-EDITADO " "
                       DESCRICAO-SITUACAO " " AVALIA-GESTOR
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMA-AVALIACAO.
