       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG209.

      *    ORGANOGRAMA POR DEPARTAMENTO (ORGANOG.REL) - MONTA, A PARTIR
      *    DO GESTOR IMEDIATO DE CADA FUNCIONARIO (PROGRM37), A ARVORE
      *    DA LINHA DE SUBORDINACAO DE CADA DEPARTAMENTO, RECUADA POR
      *    NIVEL, COM A AMPLITUDE DE CONTROLE (SUBORDINADOS DIRETOS)
      *    DE CADA UM. O TOPO DA ARVORE E' QUEM NAO TEM GESTOR, QUEM
      *    TEM GESTOR EM OUTRO DEPARTAMENTO OU QUEM APONTA PARA UM
      *    GESTOR QUE NAO ESTA MAIS NO MESTRE (APONTADO NO RELATORIO).
      *    QUEM FICA FORA DE TODAS AS ARVORES ESTA NUMA LINHA
      *    CIRCULAR OU ABAIXO DE UMA, E SAI NO FIM DO DEPARTAMENTO
      *    PARA CORRECAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ORGANOG.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-ORGANOG.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DEPARTAMENTO     PIC X(20).
           05 ORD-NOME             PIC X(20).
           05 ORD-CODIGO           PIC 9(06).
           05 ORD-GESTOR           PIC 9(06).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-FUNCIONARIO       PIC X.
       01  FINAL-ORDENACAO         PIC X.
       01  DATA-CORRENTE           PIC 9(08).

      *    O MESTRE INTEIRO, EM ORDEM DE DEPARTAMENTO E NOME, COM O
      *    POSICIONAMENTO DO GESTOR NA PROPRIA TABELA E A CONTAGEM
      *    DE SUBORDINADOS DIRETOS.
       01  TABELA-ORGANOGRAMA.
           05 QTD-ORG              PIC 9(04) VALUE ZEROS.
           05 ORG-ITEM OCCURS 5000 TIMES.
               10 ORG-CODIGO          PIC 9(06).
               10 ORG-NOME            PIC X(20).
               10 ORG-DEPARTAMENTO    PIC X(20).
               10 ORG-GESTOR          PIC 9(06).
               10 ORG-IDX-GESTOR      PIC 9(04).
               10 ORG-DIRETOS         PIC 9(04).
               10 ORG-IMPRESSO        PIC X(01).
       01  IDX-ORG                 PIC 9(04).
       01  IDX-PROCURA             PIC 9(04).
       01  CODIGO-PROCURADO        PIC 9(06).
       01  IDX-INICIO              PIC 9(04).
       01  IDX-FIM                 PIC 9(04).
       01  IDX-FILHO               PIC 9(04).

      *    PILHA DA DESCIDA PELA ARVORE - CADA NIVEL GUARDA O GESTOR
      *    E A POSICAO DE ONDE CONTINUA A PROCURA DOS SUBORDINADOS.
       01  TABELA-PILHA.
           05 NIVEL-PILHA          PIC 9(02) VALUE ZEROS.
           05 PILHA-ITEM OCCURS 50 TIMES.
               10 PILHA-NO            PIC 9(04).
               10 PILHA-POSICAO       PIC 9(04).

       01  IDX-IMPRIME             PIC 9(04).
       01  NIVEL-IMPRIME           PIC 9(02).
       01  PONTEIRO-ARVORE         PIC 9(02).
       01  OBSERVACAO              PIC X(29).

       01  TOTAIS-DO-DEPARTAMENTO.
           05 DEPTO-FUNCIONARIOS   PIC 9(05).
           05 DEPTO-GESTORES       PIC 9(05).
           05 DEPTO-SUBORDINADOS   PIC 9(05).
           05 DEPTO-MAIOR-AMPLITUDE PIC 9(04).
       01  TOTAIS-GERAIS.
           05 GERAL-FUNCIONARIOS   PIC 9(05).
           05 GERAL-GESTORES       PIC 9(05).
           05 GERAL-SUBORDINADOS   PIC 9(05).
           05 GERAL-MAIOR-AMPLITUDE PIC 9(04).
           05 GERAL-SEM-GESTOR-ATIVO PIC 9(05).
           05 GERAL-CIRCULARES     PIC 9(05).
       01  AMPLITUDE-MEDIA         PIC 9(04)V9(01).

       01  LINHA-DETALHE.
           05 DET-ARVORE           PIC X(44).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DIRETOS          PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-OBSERVACAO       PIC X(29).
       01  LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULO           PIC X(14).
           05 TOT-FUNCIONARIOS     PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE " GESTORES: ".
           05 TOT-GESTORES         PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE " MAIOR AMPL: ".
           05 TOT-MAIOR            PIC ZZZ9.
           05 FILLER               PIC X(08) VALUE " MEDIA: ".
           05 TOT-MEDIA            PIC ZZZ9.9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ORGANOGRAMA POR DEPARTAMENTO ----".
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DEPARTAMENTO
                                ORD-NOME
               INPUT PROCEDURE IS SELECIONA-FUNCIONARIOS
               OUTPUT PROCEDURE IS CARREGA-ORGANOGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.

           MOVE 1 TO IDX-ORG.
           PERFORM LOCALIZA-GESTOR-NA-TABELA
                   UNTIL IDX-ORG IS GREATER THAN QTD-ORG.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           MOVE 1 TO IDX-INICIO.
           PERFORM IMPRIME-UM-DEPARTAMENTO
                   UNTIL IDX-INICIO IS GREATER THAN QTD-ORG.
           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "FUNCIONARIOS NO ORGANOGRAMA : " GERAL-FUNCIONARIOS.
           IF GERAL-SEM-GESTOR-ATIVO IS GREATER THAN ZEROS
                   OR GERAL-CIRCULARES IS GREATER THAN ZEROS
               DISPLAY "GESTOR FORA DO MESTRE : " GERAL-SEM-GESTOR-ATIVO
                       "  LINHA CIRCULAR : " GERAL-CIRCULARES
                       " - CORRIGIR NO CADASTRO (PROGRM37)."
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM ORGANOG.REL.".

       PROGRAM-DONE.
           STOP RUN.

       SELECIONA-FUNCIONARIOS.
           MOVE "N" TO FINAL-FUNCIONARIO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.
           PERFORM LIBERA-FUNCIONARIO
                   UNTIL FINAL-FUNCIONARIO IS EQUAL "S".

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-FUNCIONARIO.

       LIBERA-FUNCIONARIO.
           MOVE FUNCIONARIO-DEPARTAMENTO TO ORD-DEPARTAMENTO.
           MOVE FUNCIONARIO-NOME         TO ORD-NOME.
           MOVE FUNCIONARIO-CODIGO       TO ORD-CODIGO.
           IF FUNCIONARIO-GESTOR IS NUMERIC
               MOVE FUNCIONARIO-GESTOR TO ORD-GESTOR
           ELSE
               MOVE ZEROS TO ORD-GESTOR.
           RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       CARREGA-ORGANOGRAMA.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM GUARDA-FUNCIONARIO-NA-TABELA
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       GUARDA-FUNCIONARIO-NA-TABELA.
           IF QTD-ORG IS EQUAL 5000
               DISPLAY "TABELA DO ORGANOGRAMA CHEIA (LIMITE 5000 "
                       "FUNCIONARIOS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-ORG.
           MOVE ORD-CODIGO       TO ORG-CODIGO(QTD-ORG).
           MOVE ORD-NOME         TO ORG-NOME(QTD-ORG).
           MOVE ORD-DEPARTAMENTO TO ORG-DEPARTAMENTO(QTD-ORG).
           MOVE ORD-GESTOR       TO ORG-GESTOR(QTD-ORG).
           MOVE ZEROS            TO ORG-IDX-GESTOR(QTD-ORG).
           MOVE ZEROS            TO ORG-DIRETOS(QTD-ORG).
           MOVE "N"              TO ORG-IMPRESSO(QTD-ORG).
           PERFORM RETORNA-ORDENADO.

      *    POSICIONA O GESTOR DE CADA FUNCIONARIO NA TABELA E CONTA
      *    O SUBORDINADO PARA ELE. GESTOR FORA DO MESTRE FICA COM A
      *    POSICAO ZERADA.
       LOCALIZA-GESTOR-NA-TABELA.
           IF ORG-GESTOR(IDX-ORG) IS GREATER THAN ZEROS
               MOVE ORG-GESTOR(IDX-ORG) TO CODIGO-PROCURADO
               PERFORM LOCALIZA-CODIGO
               IF IDX-PROCURA IS NOT GREATER THAN QTD-ORG
                   MOVE IDX-PROCURA TO ORG-IDX-GESTOR(IDX-ORG)
                   ADD 1 TO ORG-DIRETOS(IDX-PROCURA).
           ADD 1 TO IDX-ORG.

       LOCALIZA-CODIGO.
           MOVE 1 TO IDX-PROCURA.
           PERFORM AVANCA-CODIGO
                   UNTIL IDX-PROCURA IS GREATER THAN QTD-ORG
                   OR ORG-CODIGO(IDX-PROCURA) IS EQUAL
                      CODIGO-PROCURADO.

       AVANCA-CODIGO.
           ADD 1 TO IDX-PROCURA.

      *    UM DEPARTAMENTO OCUPA AS POSICOES IDX-INICIO A IDX-FIM DA
      *    TABELA. PRIMEIRO SAEM AS ARVORES A PARTIR DE CADA TOPO,
      *    DEPOIS QUEM NAO ENTROU EM NENHUMA (LINHA CIRCULAR).
       IMPRIME-UM-DEPARTAMENTO.
           MOVE IDX-INICIO TO IDX-FIM.
           PERFORM AVANCA-FIM-DO-DEPARTAMENTO
                   UNTIL IDX-FIM IS EQUAL QTD-ORG
                   OR ORG-DEPARTAMENTO(IDX-FIM + 1) IS NOT EQUAL
                      ORG-DEPARTAMENTO(IDX-INICIO).
           MOVE ZEROS TO TOTAIS-DO-DEPARTAMENTO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF ORG-DEPARTAMENTO(IDX-INICIO) IS EQUAL SPACES
               MOVE "DEPARTAMENTO : (SEM DEPARTAMENTO)"
                    TO LINHA-RELATORIO
           ELSE
               STRING "DEPARTAMENTO : " ORG-DEPARTAMENTO(IDX-INICIO)
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE IDX-INICIO TO IDX-ORG.
           PERFORM IMPRIME-SE-TOPO
                   UNTIL IDX-ORG IS GREATER THAN IDX-FIM.
           MOVE IDX-INICIO TO IDX-ORG.
           PERFORM IMPRIME-SE-CIRCULAR
                   UNTIL IDX-ORG IS GREATER THAN IDX-FIM.
           PERFORM GRAVA-TOTAL-DEPARTAMENTO.
           COMPUTE IDX-INICIO = IDX-FIM + 1.

       AVANCA-FIM-DO-DEPARTAMENTO.
           ADD 1 TO IDX-FIM.

       IMPRIME-SE-TOPO.
           IF ORG-IDX-GESTOR(IDX-ORG) IS EQUAL ZEROS
               PERFORM IMPRIME-ARVORE
           ELSE
               IF ORG-DEPARTAMENTO(ORG-IDX-GESTOR(IDX-ORG)) IS NOT
                  EQUAL ORG-DEPARTAMENTO(IDX-ORG)
                   PERFORM IMPRIME-ARVORE.
           ADD 1 TO IDX-ORG.

       IMPRIME-SE-CIRCULAR.
           IF ORG-IMPRESSO(IDX-ORG) IS EQUAL "N"
               MOVE IDX-ORG TO IDX-IMPRIME
               MOVE ZEROS TO NIVEL-IMPRIME
               MOVE "** LINHA CIRCULAR **" TO OBSERVACAO
               PERFORM IMPRIME-FUNCIONARIO
               ADD 1 TO GERAL-CIRCULARES.
           ADD 1 TO IDX-ORG.

      *    DESCIDA SEM RECURSAO - O TOPO DA PILHA E' O GESTOR CUJOS
      *    SUBORDINADOS (DO MESMO DEPARTAMENTO) ESTAO SAINDO. CADA
      *    SUBORDINADO IMPRESSO ENTRA NA PILHA, UM NIVEL ABAIXO.
       IMPRIME-ARVORE.
           MOVE IDX-ORG TO IDX-IMPRIME.
           MOVE ZEROS TO NIVEL-IMPRIME.
           MOVE SPACES TO OBSERVACAO.
           IF ORG-GESTOR(IDX-ORG) IS GREATER THAN ZEROS
               IF ORG-IDX-GESTOR(IDX-ORG) IS EQUAL ZEROS
                   STRING "GESTOR " ORG-GESTOR(IDX-ORG)
                          " FORA DO MESTRE"
                          DELIMITED BY SIZE INTO OBSERVACAO
                       ADD 1 TO GERAL-SEM-GESTOR-ATIVO
               ELSE
                   STRING "GESTOR " ORG-GESTOR(IDX-ORG)
                          " EM OUTRO DEPTO"
                          DELIMITED BY SIZE INTO OBSERVACAO.
           PERFORM IMPRIME-FUNCIONARIO.
           MOVE 1 TO NIVEL-PILHA.
           MOVE IDX-ORG    TO PILHA-NO(1).
           MOVE IDX-INICIO TO PILHA-POSICAO(1).
           PERFORM DESCE-NA-ARVORE
                   UNTIL NIVEL-PILHA IS EQUAL ZEROS.

       DESCE-NA-ARVORE.
           MOVE PILHA-POSICAO(NIVEL-PILHA) TO IDX-FILHO.
           PERFORM AVANCA-FILHO
                   UNTIL IDX-FILHO IS GREATER THAN IDX-FIM
                   OR (ORG-IDX-GESTOR(IDX-FILHO) IS EQUAL
                          PILHA-NO(NIVEL-PILHA)
                   AND ORG-IMPRESSO(IDX-FILHO) IS EQUAL "N").
           IF IDX-FILHO IS GREATER THAN IDX-FIM
               SUBTRACT 1 FROM NIVEL-PILHA
           ELSE
               COMPUTE PILHA-POSICAO(NIVEL-PILHA) = IDX-FILHO + 1
               MOVE IDX-FILHO   TO IDX-IMPRIME
               MOVE NIVEL-PILHA TO NIVEL-IMPRIME
               MOVE SPACES      TO OBSERVACAO
               PERFORM IMPRIME-FUNCIONARIO
               IF NIVEL-PILHA IS LESS THAN 50
                   ADD 1 TO NIVEL-PILHA
                   MOVE IDX-FILHO  TO PILHA-NO(NIVEL-PILHA)
                   MOVE IDX-INICIO TO PILHA-POSICAO(NIVEL-PILHA).

       AVANCA-FILHO.
           ADD 1 TO IDX-FILHO.

      *    O RECUO E' DE DOIS ESPACOS POR NIVEL, ATE O DECIMO NIVEL.
       IMPRIME-FUNCIONARIO.
           MOVE SPACES TO LINHA-DETALHE.
           IF NIVEL-IMPRIME IS GREATER THAN 10
               MOVE 10 TO NIVEL-IMPRIME.
           COMPUTE PONTEIRO-ARVORE = NIVEL-IMPRIME * 2 + 1.
           STRING ORG-CODIGO(IDX-IMPRIME) " " ORG-NOME(IDX-IMPRIME)
                  DELIMITED BY SIZE
             INTO DET-ARVORE WITH POINTER PONTEIRO-ARVORE.
           MOVE ORG-DIRETOS(IDX-IMPRIME) TO DET-DIRETOS.
           MOVE OBSERVACAO TO DET-OBSERVACAO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "S" TO ORG-IMPRESSO(IDX-IMPRIME).
           ADD 1 TO DEPTO-FUNCIONARIOS.
           IF ORG-DIRETOS(IDX-IMPRIME) IS GREATER THAN ZEROS
               ADD 1 TO DEPTO-GESTORES
               ADD ORG-DIRETOS(IDX-IMPRIME) TO DEPTO-SUBORDINADOS
               IF ORG-DIRETOS(IDX-IMPRIME) IS GREATER THAN
                  DEPTO-MAIOR-AMPLITUDE
                   MOVE ORG-DIRETOS(IDX-IMPRIME)
                        TO DEPTO-MAIOR-AMPLITUDE.

      *    A AMPLITUDE MEDIA E' A MEDIA DE SUBORDINADOS DIRETOS DOS
      *    GESTORES DO DEPARTAMENTO.
       GRAVA-TOTAL-DEPARTAMENTO.
           MOVE ZEROS TO AMPLITUDE-MEDIA.
           IF DEPTO-GESTORES IS GREATER THAN ZEROS
               COMPUTE AMPLITUDE-MEDIA ROUNDED =
                       DEPTO-SUBORDINADOS / DEPTO-GESTORES.
           MOVE "FUNCIONARIOS:"       TO TOT-TITULO.
           MOVE DEPTO-FUNCIONARIOS    TO TOT-FUNCIONARIOS.
           MOVE DEPTO-GESTORES        TO TOT-GESTORES.
           MOVE DEPTO-MAIOR-AMPLITUDE TO TOT-MAIOR.
           MOVE AMPLITUDE-MEDIA       TO TOT-MEDIA.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD DEPTO-FUNCIONARIOS TO GERAL-FUNCIONARIOS.
           ADD DEPTO-GESTORES     TO GERAL-GESTORES.
           ADD DEPTO-SUBORDINADOS TO GERAL-SUBORDINADOS.
           IF DEPTO-MAIOR-AMPLITUDE IS GREATER THAN
              GERAL-MAIOR-AMPLITUDE
               MOVE DEPTO-MAIOR-AMPLITUDE TO GERAL-MAIOR-AMPLITUDE.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORGANOGRAMA POR DEPARTAMENTO - LINHA DE "
                  "SUBORDINACAO - EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIO (RECUADO POR NIVEL)              "
                  "DIRET OBSERVACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO AMPLITUDE-MEDIA.
           IF GERAL-GESTORES IS GREATER THAN ZEROS
               COMPUTE AMPLITUDE-MEDIA ROUNDED =
                       GERAL-SUBORDINADOS / GERAL-GESTORES.
           MOVE "TOTAL GERAL :"       TO TOT-TITULO.
           MOVE GERAL-FUNCIONARIOS    TO TOT-FUNCIONARIOS.
           MOVE GERAL-GESTORES        TO TOT-GESTORES.
           MOVE GERAL-MAIOR-AMPLITUDE TO TOT-MAIOR.
           MOVE AMPLITUDE-MEDIA       TO TOT-MEDIA.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  GESTOR FORA DO MESTRE: " GERAL-SEM-GESTOR-ATIVO
                  "   LINHA CIRCULAR: " GERAL-CIRCULARES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
