       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG206.

      *    ENVIO DOS MERITOS DO CICLO DE AVALIACAO PARA A FILA DE
      *    APROVACAO DE REAJUSTES (SALPEND.DAT) - CADA AVALIACAO
      *    REGISTRADA NO ANO (PROG205) TEM O SALARIO PROPOSTO
      *    RECALCULADO SOBRE O SALARIO ATUAL DO CADASTRO, COM O
      *    PERCENTUAL GRAVADO NELA E O TETO DO CARGO DE HOJE, E VIRA
      *    UM PEDIDO PENDENTE EM NOME DO GESTOR QUE AVALIOU - A
      *    APROVACAO SEGUE PELO PROG90 COMO QUALQUER REAJUSTE, COM A
      *    CONFERENCIA DA FAIXA DO CARGO E DO ORCAMENTO DE FOLHA.
      *    FUNCIONARIO QUE JA TEM PEDIDO PENDENTE NA FILA FICA PARA
      *    O PROXIMO ENVIO; SEM AUMENTO (PERCENTUAL ZERO OU SALARIO
      *    NO TETO) A AVALIACAO E' ENCERRADA SEM MERITO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELCARGO.cob".
           COPY "SELAVALIA.cob".
           COPY "SELSALPEND.cob".
      *    ARQUIVO DE TRABALHO DA ATUALIZACAO DAS AVALIACOES.
           SELECT ARQUIVO-AVALTMP
           ASSIGN TO "AVALIACAO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AVALTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDAVALIA.cob".
           COPY "FDSALPEND.cob".

       FD  ARQUIVO-AVALTMP.
       01  AVALTMP-REGISTRO        PIC X(79).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  AVALIA-ARQ-STATUS       PIC X(02).
       01  SALPEND-ARQ-STATUS      PIC X(02).
       01  AVALTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-CARGO             PIC X.
       01  FINAL-AVALIA            PIC X.
       01  FINAL-SALPEND           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  ANO-INFORMADO           PIC X(04).
       01  ANO-CICLO               PIC 9(04).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

      *    CARGOS OFICIAIS E O TETO DE CADA FAIXA.
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-TETO            PIC 9(06)V9(02).
       01  IDX-CARGO               PIC 9(03).

      *    FUNCIONARIOS COM PEDIDO AINDA PENDENTE NA FILA.
       01  TABELA-PENDENTES.
           05 QTD-PENDENTES        PIC 9(04) VALUE ZEROS.
           05 PENDENTE-CODIGO      PIC 9(06) OCCURS 2000 TIMES.
       01  IDX-PENDENTE            PIC 9(04).

       01  SALARIO-CALCULADO       PIC 9(07)V9(02).
       01  TOTAL-ENVIADAS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-SEM-MERITO        PIC 9(05) VALUE ZEROS.
       01  TOTAL-RETIDAS           PIC 9(05) VALUE ZEROS.
       01  SALARIO-ATUAL-EDITADO   PIC $ZZZ,ZZ9.99.
       01  SALARIO-PROPOSTO-EDITADO PIC $ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ENVIO DOS MERITOS PARA APROVACAO ----".
           PERFORM PEDE-ANO-DO-CICLO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "ENVIO CANCELADO."
               STOP RUN.

           OPEN INPUT ARQUIVO-AVALIA.
           IF AVALIA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA AVALIACAO REGISTRADA (AVALIACAO.DAT)."
               STOP RUN.

           PERFORM CARREGA-TABELA-CARGOS.
           PERFORM CARREGA-PEDIDOS-PENDENTES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           OPEN EXTEND ARQUIVO-SALPEND.
           IF SALPEND-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-SALPEND.
           OPEN OUTPUT ARQUIVO-AVALTMP.
           MOVE "N" TO FINAL-AVALIA.
           PERFORM LEIA-PROXIMA-AVALIACAO.
           PERFORM PROCESSA-AVALIACAO
                   UNTIL FINAL-AVALIA IS EQUAL "S".
           CLOSE ARQUIVO-AVALIA.
           CLOSE ARQUIVO-AVALTMP.
           CLOSE ARQUIVO-SALPEND.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM RECARREGA-AVALIACOES.

           DISPLAY "===================================".
           DISPLAY "MERITOS ENVIADOS PARA APROVACAO : " TOTAL-ENVIADAS.
           DISPLAY "AVALIACOES SEM MERITO           : "
                   TOTAL-SEM-MERITO.
           DISPLAY "RETIDAS PARA O PROXIMO ENVIO    : " TOTAL-RETIDAS.
           DISPLAY "===================================".
           IF TOTAL-ENVIADAS IS GREATER THAN ZEROS
               DISPLAY "APROVACAO PELO SUPERVISOR NO PROG90.".
           IF TOTAL-RETIDAS IS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.

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

       PERGUNTA-CONFIRMACAO.
           DISPLAY "ENVIAR OS MERITOS DO CICLO " ANO-CICLO
                   " PARA APROVACAO ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

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

      *    DOIS PEDIDOS PENDENTES DO MESMO FUNCIONARIO FARIAM O
      *    SEGUNDO SER APROVADO SOBRE UM SALARIO ANTIGO JA SUPERADO.
       CARREGA-PEDIDOS-PENDENTES.
           MOVE ZEROS TO QTD-PENDENTES.
           OPEN INPUT ARQUIVO-SALPEND.
           IF SALPEND-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-SALPEND
               PERFORM LEIA-PROXIMO-PEDIDO
               PERFORM GUARDA-PEDIDO-PENDENTE
                       UNTIL FINAL-SALPEND IS EQUAL "S".
           CLOSE ARQUIVO-SALPEND.

       LEIA-PROXIMO-PEDIDO.
           READ ARQUIVO-SALPEND AT END
           MOVE "S" TO FINAL-SALPEND.

       GUARDA-PEDIDO-PENDENTE.
           IF SALPEND-PENDENTE
               IF QTD-PENDENTES IS EQUAL 2000
                   DISPLAY "TABELA DE PEDIDOS PENDENTES CHEIA (LIMITE "
                           "2000 ITENS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-PENDENTES
               MOVE SALPEND-CODIGO TO PENDENTE-CODIGO(QTD-PENDENTES).
           PERFORM LEIA-PROXIMO-PEDIDO.

       LOCALIZA-PENDENTE.
           MOVE 1 TO IDX-PENDENTE.
           PERFORM AVANCA-PENDENTE
                   UNTIL IDX-PENDENTE IS GREATER THAN QTD-PENDENTES
                   OR PENDENTE-CODIGO(IDX-PENDENTE) IS EQUAL
                      AVALIA-FUNCIONARIO.

       AVANCA-PENDENTE.
           ADD 1 TO IDX-PENDENTE.

       LEIA-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIA AT END
           MOVE "S" TO FINAL-AVALIA.

      *    AS AVALIACOES DE OUTROS ANOS E AS JA DECIDIDAS PASSAM
      *    DIRETO PARA O ARQUIVO RECONSTRUIDO.
       PROCESSA-AVALIACAO.
           IF AVALIA-ANO IS EQUAL ANO-CICLO
                   AND AVALIA-REGISTRADA
               PERFORM ENVIA-AVALIACAO.
           MOVE AVALIA-REGISTRO TO AVALTMP-REGISTRO.
           WRITE AVALTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-AVALIACAO.

       ENVIA-AVALIACAO.
           PERFORM LOCALIZA-PENDENTE.
           MOVE AVALIA-FUNCIONARIO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "S" TO AVALIA-SITUACAO
                MOVE DATA-CORRENTE TO AVALIA-DATA-ENVIO
                ADD 1 TO TOTAL-SEM-MERITO
                DISPLAY "FUNCIONARIO " AVALIA-FUNCIONARIO " NAO "
                        "EXISTE MAIS - AVALIACAO ENCERRADA SEM MERITO.".
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               IF IDX-PENDENTE IS NOT GREATER THAN QTD-PENDENTES
                   ADD 1 TO TOTAL-RETIDAS
                   DISPLAY "FUNCIONARIO " AVALIA-FUNCIONARIO " JA TEM "
                           "REAJUSTE PENDENTE NA FILA - MERITO RETIDO."
               ELSE
                   PERFORM RECALCULA-PROPOSTA
                   PERFORM GRAVA-PEDIDO-OU-ENCERRA.

      *    MESMA CONTA DO REGISTRO DA AVALIACAO (PROG205), SOBRE O
      *    SALARIO E O TETO DE HOJE.
       RECALCULA-PROPOSTA.
           MOVE FUNCIONARIO-SALARIO TO AVALIA-SALARIO-ATUAL.
           MOVE "N" TO AVALIA-LIMITE-SW.
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

       GRAVA-PEDIDO-OU-ENCERRA.
           MOVE DATA-CORRENTE TO AVALIA-DATA-ENVIO.
           IF AVALIA-SALARIO-PROPOSTO IS GREATER THAN
                   AVALIA-SALARIO-ATUAL
               MOVE AVALIA-FUNCIONARIO      TO SALPEND-CODIGO
               MOVE AVALIA-SALARIO-ATUAL    TO SALPEND-SALARIO-ANTIGO
               MOVE AVALIA-SALARIO-PROPOSTO TO SALPEND-SALARIO-NOVO
               MOVE DATA-CORRENTE           TO SALPEND-DATA-PEDIDO
               MOVE AVALIA-GESTOR           TO SALPEND-SOLICITANTE
               MOVE "P"                     TO SALPEND-SITUACAO
               MOVE SPACES                  TO SALPEND-APROVADOR
               MOVE ZEROS                   TO SALPEND-DATA-DECISAO
               WRITE SALPEND-REGISTRO
               MOVE "E" TO AVALIA-SITUACAO
               ADD 1 TO TOTAL-ENVIADAS
               MOVE AVALIA-SALARIO-ATUAL    TO SALARIO-ATUAL-EDITADO
               MOVE AVALIA-SALARIO-PROPOSTO
                    TO SALARIO-PROPOSTO-EDITADO
               DISPLAY "FUNCIONARIO " AVALIA-FUNCIONARIO " NOTA "
                       AVALIA-NOTA " " SALARIO-ATUAL-EDITADO " -> "
                       SALARIO-PROPOSTO-EDITADO " ENVIADO."
           ELSE
               MOVE "S" TO AVALIA-SITUACAO
               ADD 1 TO TOTAL-SEM-MERITO.

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
