       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG210.

      *    REQUISICOES DE PESSOAL (REQUISICAO.DAT) - ABERTURA,
      *    CANCELAMENTO E LISTAGEM. CADA REQUISICAO E' ABERTA CONTRA
      *    UMA POSICAO LIVRE DO QUADRO DE VAGAS (VAGAS.DAT, VER
      *    PROG126) COM O SALARIO PROPOSTO, QUE PRECISA CABER NA
      *    FAIXA DO CARGO (CARGO.DAT, VER PROG125). A POSICAO CONTA
      *    COMO TOMADA TANTO PELOS FUNCIONARIOS JA LOTADOS NO
      *    DEPARTAMENTO/CARGO QUANTO PELAS REQUISICOES AINDA
      *    ABERTAS - COM O QUADRO TODO TOMADO A ABERTURA E'
      *    RECUSADA. OS CANDIDATOS SAO MANTIDOS NO PROG211 E A
      *    ADMISSAO PELO PROGRM37 FECHA A REQUISICAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPTO.cob".
           COPY "SELCARGO.cob".
           COPY "SELVAGAS.cob".
           COPY "SELREQUIS.cob".
      *    ARQUIVO DE TRABALHO DO CANCELAMENTO DE UMA REQUISICAO.
           SELECT ARQUIVO-REQTMP
           ASSIGN TO "REQUISICAO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REQTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPTO.cob".
           COPY "FDCARGO.cob".
           COPY "FDVAGAS.cob".
           COPY "FDREQUIS.cob".

       FD  ARQUIVO-REQTMP.
       01  REQTMP-REGISTRO         PIC X(112).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  DEPTO-ARQ-STATUS        PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  VAGAS-ARQ-STATUS        PIC X(02).
       01  REQUIS-ARQ-STATUS       PIC X(02).
       01  REQTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-DEPTO             PIC X.
       01  FINAL-CARGO             PIC X.
       01  FINAL-VAGAS             PIC X.
       01  FINAL-REQUIS            PIC X.

       01  OPERADOR-ID             PIC X(10).
       01  DATA-CORRENTE           PIC 9(08).

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-ABRIR          VALUE "A".
           88 OPCAO-CANCELAR       VALUE "C".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

       01  TABELA-DEPTOS.
           05 QTD-DEPTOS           PIC 9(02) VALUE ZEROS.
           05 DEPTO-ITEM OCCURS 50 TIMES.
               10 DEPTO-TAB-NOME      PIC X(20).
       01  IDX-DEPTO               PIC 9(02).

      *    CARGOS OFICIAIS E A FAIXA PISO/TETO POR TIPO.
       01  TABELA-CARGOS.
           05 QTD-CARGOS           PIC 9(03) VALUE ZEROS.
           05 CARGO-ITEM OCCURS 200 TIMES.
               10 CGO-CODIGO          PIC X(04).
               10 CGO-TIPO            PIC X(01).
               10 CGO-PISO            PIC 9(06)V9(02).
               10 CGO-TETO            PIC 9(06)V9(02).
       01  IDX-CARGO               PIC 9(03).

       01  TABELA-VAGAS.
           05 QTD-VAGAS-TAB        PIC 9(03) VALUE ZEROS.
           05 VAGA-ITEM OCCURS 200 TIMES.
               10 VAGA-TAB-DEPTO      PIC X(20).
               10 VAGA-TAB-CARGO      PIC X(04).
               10 VAGA-TAB-QTD        PIC 9(03).
       01  IDX-VAGA                PIC 9(03).

       01  DEPTO-INFORMADO         PIC X(20).
       01  CARGO-INFORMADO         PIC X(04).
       01  TIPO-INFORMADO          PIC X(01).
       01  SALARIO-INFORMADO       PIC 9(06)V9(02).
       01  JUSTIFICATIVA-INFORMADA PIC X(40).
       01  NUMERO-INFORMADO        PIC 9(06).

      *    OCUPACAO DA LINHA DO QUADRO - FUNCIONARIOS LOTADOS MAIS
      *    REQUISICOES ABERTAS PARA O MESMO DEPARTAMENTO/CARGO.
       01  QTD-OCUPADAS            PIC 9(03).
       01  QTD-REQ-ABERTAS         PIC 9(03).
       01  QTD-TOMADAS             PIC 9(04).
       01  ULTIMO-NUMERO           PIC 9(06).

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  TOTAL-LISTADAS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-ABERTAS           PIC 9(05) VALUE ZEROS.
       01  TOTAL-CANCELADAS        PIC 9(05) VALUE ZEROS.

       01  SALARIO-EDITADO         PIC $ZZZ,ZZ9.99.
       01  DESCRICAO-SITUACAO      PIC X(11).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- REQUISICOES DE PESSOAL ----".
           DISPLAY "IDENTIFICACAO DO SOLICITANTE : ".
           ACCEPT OPERADOR-ID.
           PERFORM CARREGA-TABELA-DEPTOS.
           PERFORM CARREGA-TABELA-CARGOS.
           PERFORM CARREGA-QUADRO-DE-VAGAS.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           DISPLAY "REQUISICOES ABERTAS NESTA SESSAO    : "
                   TOTAL-ABERTAS.
           DISPLAY "REQUISICOES CANCELADAS NESTA SESSAO : "
                   TOTAL-CANCELADAS.

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (A)BRIR (C)ANCELAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-ABRIR
               PERFORM ABRE-REQUISICAO.
           IF OPCAO-CANCELAR
               PERFORM CANCELA-REQUISICAO.
           IF OPCAO-LISTAR
               PERFORM LISTA-REQUISICOES.

       CARREGA-TABELA-DEPTOS.
           MOVE ZEROS TO QTD-DEPTOS.
           OPEN INPUT ARQUIVO-DEPTO.
           IF DEPTO-ARQ-STATUS IS NOT EQUAL "00"
              AND DEPTO-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE DEPARTAMENTOS - "
                       "STATUS : " DEPTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-DEPTO.
           PERFORM LEIA-PROXIMO-DEPTO.
           PERFORM GUARDA-DEPTO-NA-TABELA
                   UNTIL FINAL-DEPTO IS EQUAL "S".
           CLOSE ARQUIVO-DEPTO.

       LEIA-PROXIMO-DEPTO.
           READ ARQUIVO-DEPTO AT END
           MOVE "S" TO FINAL-DEPTO.

       GUARDA-DEPTO-NA-TABELA.
           IF QTD-DEPTOS IS EQUAL 50
               DISPLAY "TABELA DE DEPARTAMENTOS CHEIA (LIMITE 50 "
                       "LINHAS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-DEPTOS.
           MOVE DEPTO-NOME TO DEPTO-TAB-NOME(QTD-DEPTOS).
           PERFORM LEIA-PROXIMO-DEPTO.

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
           MOVE CARGO-PISO   TO CGO-PISO(QTD-CARGOS).
           MOVE CARGO-TETO   TO CGO-TETO(QTD-CARGOS).
           PERFORM LEIA-PROXIMO-CARGO.

       CARREGA-QUADRO-DE-VAGAS.
           MOVE ZEROS TO QTD-VAGAS-TAB.
           OPEN INPUT ARQUIVO-VAGAS.
           IF VAGAS-ARQ-STATUS IS NOT EQUAL "00"
              AND VAGAS-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O QUADRO DE VAGAS - STATUS : "
                       VAGAS-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-VAGAS.
           PERFORM LEIA-PROXIMA-VAGA.
           PERFORM GUARDA-VAGA-NA-TABELA
                   UNTIL FINAL-VAGAS IS EQUAL "S".
           CLOSE ARQUIVO-VAGAS.

       LEIA-PROXIMA-VAGA.
           READ ARQUIVO-VAGAS AT END
           MOVE "S" TO FINAL-VAGAS.

       GUARDA-VAGA-NA-TABELA.
           IF QTD-VAGAS-TAB IS EQUAL 200
               DISPLAY "TABELA DE VAGAS CHEIA (LIMITE 200 "
                       "LINHAS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-VAGAS-TAB.
           MOVE VAGA-DEPARTAMENTO TO VAGA-TAB-DEPTO(QTD-VAGAS-TAB).
           MOVE VAGA-CARGO        TO VAGA-TAB-CARGO(QTD-VAGAS-TAB).
           MOVE VAGA-QTD-AUTORIZADA
                TO VAGA-TAB-QTD(QTD-VAGAS-TAB).
           PERFORM LEIA-PROXIMA-VAGA.

      *    INDICE MAIOR QUE A QUANTIDADE QUER DIZER NAO ENCONTRADO.
       LOCALIZA-DEPTO.
           MOVE 1 TO IDX-DEPTO.
           PERFORM AVANCA-DEPTO
                   UNTIL IDX-DEPTO IS GREATER THAN QTD-DEPTOS
                   OR DEPTO-TAB-NOME(IDX-DEPTO) IS EQUAL
                      DEPTO-INFORMADO.

       AVANCA-DEPTO.
           ADD 1 TO IDX-DEPTO.

       LOCALIZA-CARGO.
           MOVE 1 TO IDX-CARGO.
           PERFORM AVANCA-CARGO
                   UNTIL IDX-CARGO IS GREATER THAN QTD-CARGOS
                   OR (CGO-CODIGO(IDX-CARGO) IS EQUAL CARGO-INFORMADO
                   AND CGO-TIPO(IDX-CARGO) IS EQUAL TIPO-INFORMADO).

       AVANCA-CARGO.
           ADD 1 TO IDX-CARGO.

       LOCALIZA-VAGA.
           MOVE 1 TO IDX-VAGA.
           PERFORM AVANCA-VAGA
                   UNTIL IDX-VAGA IS GREATER THAN QTD-VAGAS-TAB
                   OR (VAGA-TAB-DEPTO(IDX-VAGA) IS EQUAL
                          DEPTO-INFORMADO
                   AND VAGA-TAB-CARGO(IDX-VAGA) IS EQUAL
                          CARGO-INFORMADO).

       AVANCA-VAGA.
           ADD 1 TO IDX-VAGA.

      *    A REQUISICAO SO E' ABERTA PARA DEPARTAMENTO OFICIAL,
      *    CARGO CADASTRADO NO TIPO, LINHA NO QUADRO DE VAGAS COM
      *    POSICAO LIVRE E SALARIO DENTRO DA FAIXA DO CARGO.
       ABRE-REQUISICAO.
           DISPLAY "DEPARTAMENTO (NOME OFICIAL) : ".
           MOVE SPACES TO DEPTO-INFORMADO.
           ACCEPT DEPTO-INFORMADO.
           PERFORM LOCALIZA-DEPTO.
           IF IDX-DEPTO IS GREATER THAN QTD-DEPTOS
               DISPLAY "DEPARTAMENTO NAO CONSTA DE DEPTO.DAT - "
                       "REQUISICAO NAO ABERTA."
           ELSE
               DISPLAY "CARGO (4 LETRAS) : "
               MOVE SPACES TO CARGO-INFORMADO
               ACCEPT CARGO-INFORMADO
               DISPLAY "TIPO DE CONTRATACAO (H/M) : "
               MOVE SPACE TO TIPO-INFORMADO
               ACCEPT TIPO-INFORMADO
               IF TIPO-INFORMADO IS EQUAL "h"
                   MOVE "H" TO TIPO-INFORMADO
               END-IF
               IF TIPO-INFORMADO IS EQUAL "m"
                   MOVE "M" TO TIPO-INFORMADO
               END-IF
               PERFORM CONFERE-CARGO-E-QUADRO.

       CONFERE-CARGO-E-QUADRO.
           PERFORM LOCALIZA-CARGO.
           PERFORM LOCALIZA-VAGA.
           IF IDX-CARGO IS GREATER THAN QTD-CARGOS
               DISPLAY "CARGO " CARGO-INFORMADO " TIPO "
                       TIPO-INFORMADO " NAO CADASTRADO - "
                       "REQUISICAO NAO ABERTA."
           ELSE IF IDX-VAGA IS GREATER THAN QTD-VAGAS-TAB
               DISPLAY "DEPARTAMENTO/CARGO SEM POSICOES NO QUADRO "
                       "DE VAGAS (PROG126) - REQUISICAO NAO ABERTA."
           ELSE
               PERFORM CONTA-POSICOES-TOMADAS
               IF QTD-TOMADAS IS NOT LESS THAN VAGA-TAB-QTD(IDX-VAGA)
                   DISPLAY "QUADRO DE VAGAS ESGOTADO - "
                           VAGA-TAB-QTD(IDX-VAGA) " AUTORIZADAS, "
                           QTD-OCUPADAS " OCUPADAS, "
                           QTD-REQ-ABERTAS " EM REQUISICAO ABERTA."
                   DISPLAY "REQUISICAO RECUSADA."
               ELSE
                   PERFORM CAPTURA-PROPOSTA.

      *    POSICOES TOMADAS = FUNCIONARIOS LOTADOS NO DEPARTAMENTO/
      *    CARGO MAIS REQUISICOES ABERTAS PARA ELE. A MESMA LEITURA
      *    DAS REQUISICOES GUARDA O ULTIMO NUMERO USADO.
       CONTA-POSICOES-TOMADAS.
           MOVE ZEROS TO QTD-OCUPADAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCIONARIO
               PERFORM CONTA-UM-FUNCIONARIO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           MOVE ZEROS TO QTD-REQ-ABERTAS.
           MOVE ZEROS TO ULTIMO-NUMERO.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REQUIS
               PERFORM LEIA-PROXIMA-REQUISICAO
               PERFORM CONTA-UMA-REQUISICAO
                       UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.
           COMPUTE QTD-TOMADAS = QTD-OCUPADAS + QTD-REQ-ABERTAS.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       CONTA-UM-FUNCIONARIO.
           IF FUNCIONARIO-DEPARTAMENTO IS EQUAL DEPTO-INFORMADO
                   AND FUNCIONARIO-CARGO IS EQUAL CARGO-INFORMADO
               ADD 1 TO QTD-OCUPADAS.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       LEIA-PROXIMA-REQUISICAO.
           READ ARQUIVO-REQUIS AT END
           MOVE "S" TO FINAL-REQUIS.

       CONTA-UMA-REQUISICAO.
           IF REQUIS-NUMERO IS GREATER THAN ULTIMO-NUMERO
               MOVE REQUIS-NUMERO TO ULTIMO-NUMERO.
           IF REQUIS-ABERTA
                   AND REQUIS-DEPARTAMENTO IS EQUAL DEPTO-INFORMADO
                   AND REQUIS-CARGO IS EQUAL CARGO-INFORMADO
               ADD 1 TO QTD-REQ-ABERTAS.
           PERFORM LEIA-PROXIMA-REQUISICAO.

       CAPTURA-PROPOSTA.
           DISPLAY "SALARIO PROPOSTO : ".
           MOVE ZEROS TO SALARIO-INFORMADO.
           ACCEPT SALARIO-INFORMADO.
           IF SALARIO-INFORMADO IS NOT NUMERIC
                   OR SALARIO-INFORMADO IS LESS THAN CGO-PISO(IDX-CARGO)
                   OR SALARIO-INFORMADO IS GREATER THAN
                      CGO-TETO(IDX-CARGO)
               MOVE CGO-PISO(IDX-CARGO) TO SALARIO-EDITADO
               DISPLAY "SALARIO FORA DA FAIXA DO CARGO (PISO "
                       SALARIO-EDITADO
               MOVE CGO-TETO(IDX-CARGO) TO SALARIO-EDITADO
               DISPLAY "  TETO " SALARIO-EDITADO
                       ") - REQUISICAO NAO ABERTA."
           ELSE
               DISPLAY "JUSTIFICATIVA : "
               MOVE SPACES TO JUSTIFICATIVA-INFORMADA
               ACCEPT JUSTIFICATIVA-INFORMADA
               PERFORM CONFIRMA-ABERTURA.

       CONFIRMA-ABERTURA.
           MOVE SALARIO-INFORMADO TO SALARIO-EDITADO.
           DISPLAY DEPTO-INFORMADO " / " CARGO-INFORMADO " ("
                   TIPO-INFORMADO ") - SALARIO " SALARIO-EDITADO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM GRAVA-REQUISICAO
           ELSE
               DISPLAY "REQUISICAO DESCARTADA.".

       PERGUNTA-CONFIRMACAO.
           DISPLAY "CONFIRMA ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       GRAVA-REQUISICAO.
           ADD 1 TO ULTIMO-NUMERO.
           MOVE ULTIMO-NUMERO          TO REQUIS-NUMERO.
           MOVE DEPTO-INFORMADO        TO REQUIS-DEPARTAMENTO.
           MOVE CARGO-INFORMADO        TO REQUIS-CARGO.
           MOVE TIPO-INFORMADO         TO REQUIS-TIPO.
           MOVE SALARIO-INFORMADO      TO REQUIS-SALARIO.
           MOVE JUSTIFICATIVA-INFORMADA TO REQUIS-JUSTIFICATIVA.
           MOVE OPERADOR-ID            TO REQUIS-SOLICITANTE.
           MOVE DATA-CORRENTE          TO REQUIS-DATA-ABERTURA.
           MOVE "A"                    TO REQUIS-SITUACAO.
           MOVE ZEROS                  TO REQUIS-DATA-FECHAMENTO.
           MOVE ZEROS                  TO REQUIS-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-REQUIS.
           WRITE REQUIS-REGISTRO.
           CLOSE ARQUIVO-REQUIS.
           ADD 1 TO TOTAL-ABERTAS.
           DISPLAY "REQUISICAO " REQUIS-NUMERO " ABERTA.".

      *    SO UMA REQUISICAO ABERTA PODE SER CANCELADA - A POSICAO
      *    VOLTA A FICAR LIVRE NO QUADRO. O ARQUIVO E' RECONSTRUIDO
      *    VIA ARQUIVO DE TRABALHO, COMO NAS DEMAIS FILAS.
       CANCELA-REQUISICAO.
           DISPLAY "NUMERO DA REQUISICAO : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           PERFORM PROCURA-REQUISICAO.
           IF NOT ENCONTRADO
               DISPLAY "REQUISICAO " NUMERO-INFORMADO
                       " NAO ENCONTRADA."
           ELSE IF NOT REQUIS-ABERTA
               DISPLAY "REQUISICAO " NUMERO-INFORMADO
                       " NAO ESTA ABERTA - NADA ALTERADO."
           ELSE
               DISPLAY REQUIS-DEPARTAMENTO " / " REQUIS-CARGO
                       " ABERTA EM " REQUIS-DATA-ABERTURA
                       " POR " REQUIS-SOLICITANTE
               DISPLAY "CANCELAR A REQUISICAO ?"
               MOVE SPACE TO RESPOSTA
               PERFORM PERGUNTA-CONFIRMACAO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "S"
                   PERFORM REGRAVA-CANCELADA
                   ADD 1 TO TOTAL-CANCELADAS
                   DISPLAY "REQUISICAO " NUMERO-INFORMADO
                           " CANCELADA.".

       PROCURA-REQUISICAO.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REQUIS
               PERFORM LEIA-PROXIMA-REQUISICAO
               PERFORM COMPARA-REQUISICAO
                       UNTIL ENCONTRADO
                       OR FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.

       COMPARA-REQUISICAO.
           IF REQUIS-NUMERO IS EQUAL NUMERO-INFORMADO
               MOVE "S" TO ENCONTRADO-SW
           ELSE
               PERFORM LEIA-PROXIMA-REQUISICAO.

       REGRAVA-CANCELADA.
           OPEN INPUT ARQUIVO-REQUIS.
           OPEN OUTPUT ARQUIVO-REQTMP.
           MOVE "N" TO FINAL-REQUIS.
           PERFORM LEIA-PROXIMA-REQUISICAO.
           PERFORM COPIA-OU-CANCELA
                   UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.
           CLOSE ARQUIVO-REQTMP.
           PERFORM RECARREGA-REQUISICOES.

       COPIA-OU-CANCELA.
           IF REQUIS-NUMERO IS EQUAL NUMERO-INFORMADO
               MOVE "C" TO REQUIS-SITUACAO
               MOVE DATA-CORRENTE TO REQUIS-DATA-FECHAMENTO.
           MOVE REQUIS-REGISTRO TO REQTMP-REGISTRO.
           WRITE REQTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-REQUISICAO.

       RECARREGA-REQUISICOES.
           OPEN INPUT ARQUIVO-REQTMP.
           OPEN OUTPUT ARQUIVO-REQUIS.
           MOVE "N" TO FINAL-REQUIS.
           PERFORM LEIA-PROXIMO-REQTMP.
           PERFORM COPIA-REQTMP
                   UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQTMP.
           CLOSE ARQUIVO-REQUIS.

       LEIA-PROXIMO-REQTMP.
           READ ARQUIVO-REQTMP AT END
           MOVE "S" TO FINAL-REQUIS.

       COPIA-REQTMP.
           MOVE REQTMP-REGISTRO TO REQUIS-REGISTRO.
           WRITE REQUIS-REGISTRO.
           PERFORM LEIA-PROXIMO-REQTMP.

       LISTA-REQUISICOES.
           DISPLAY "REQUISICOES DE PESSOAL :".
           MOVE ZEROS TO TOTAL-LISTADAS.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA REQUISICAO REGISTRADA."
           ELSE
               MOVE "N" TO FINAL-REQUIS
               PERFORM LEIA-PROXIMA-REQUISICAO
               PERFORM LISTA-UMA-REQUISICAO
                       UNTIL FINAL-REQUIS IS EQUAL "S"
               DISPLAY "REQUISICOES LISTADAS : " TOTAL-LISTADAS.
           CLOSE ARQUIVO-REQUIS.

       LISTA-UMA-REQUISICAO.
           MOVE REQUIS-SALARIO TO SALARIO-EDITADO.
           IF REQUIS-ABERTA
               MOVE "ABERTA" TO DESCRICAO-SITUACAO
           ELSE IF REQUIS-PREENCHIDA
               MOVE "PREENCHIDA" TO DESCRICAO-SITUACAO
           ELSE
               MOVE "CANCELADA" TO DESCRICAO-SITUACAO.
           DISPLAY "  " REQUIS-NUMERO " " REQUIS-DEPARTAMENTO " "
                   REQUIS-CARGO " " SALARIO-EDITADO " "
                   REQUIS-DATA-ABERTURA " " DESCRICAO-SITUACAO.
           IF REQUIS-PREENCHIDA
               DISPLAY "         ADMITIDO " REQUIS-FUNCIONARIO
                       " EM " REQUIS-DATA-FECHAMENTO.
           ADD 1 TO TOTAL-LISTADAS.
           PERFORM LEIA-PROXIMA-REQUISICAO.
