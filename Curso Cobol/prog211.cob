       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG211.

      *    PROCESSO SELETIVO DAS REQUISICOES DE PESSOAL - INCLUSAO
      *    DE CANDIDATOS (CANDIDATO.DAT) EM UMA REQUISICAO ABERTA
      *    (REQUISICAO.DAT, VER PROG210), MUDANCA DE ETAPA COM AS
      *    ANOTACOES DA ENTREVISTA E CONSULTA DO PROCESSO COM O
      *    HISTORICO (CANDHIST.DAT). AS ETAPAS VAO DA TRIAGEM A
      *    OFERTA; O CANDIDATO COM OFERTA E' ADMITIDO PELO PROGRM37
      *    (OPCAO DE ADMISSAO POR REQUISICAO), QUE O MARCA COMO
      *    CONTRATADO E FECHA A REQUISICAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELREQUIS.cob".
           COPY "SELCANDID.cob".
           COPY "SELCANDHIS.cob".
      *    ARQUIVO DE TRABALHO DA MUDANCA DE ETAPA.
           SELECT ARQUIVO-CANDTMP
           ASSIGN TO "CANDIDATO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CANDTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREQUIS.cob".
           COPY "FDCANDID.cob".
           COPY "FDCANDHIS.cob".

       FD  ARQUIVO-CANDTMP.
       01  CANDTMP-REGISTRO        PIC X(97).

       WORKING-STORAGE SECTION.

       01  REQUIS-ARQ-STATUS       PIC X(02).
       01  CANDID-ARQ-STATUS       PIC X(02).
       01  CANDHIS-ARQ-STATUS      PIC X(02).
       01  CANDTMP-ARQ-STATUS      PIC X(02).
       01  FINAL-REQUIS            PIC X.
       01  FINAL-CANDID            PIC X.
       01  FINAL-CANDHIS           PIC X.

       01  OPERADOR-ID             PIC X(10).
       01  DATA-CORRENTE           PIC 9(08).

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ETAPA          VALUE "E".
           88 OPCAO-CONSULTAR      VALUE "C".
           88 OPCAO-SAIR           VALUE "S".

       01  NUMERO-INFORMADO        PIC 9(06).
       01  SEQ-INFORMADA           PIC 9(03).
       01  ETAPA-INFORMADA         PIC X(01).
           88 ETAPA-PERMITIDA      VALUE "T" "E" "G" "O" "R".
       01  ANOTACAO-INFORMADA      PIC X(60).
       01  NOME-INFORMADO          PIC X(20).
       01  TELEFONE-INFORMADO      PIC X(15).
       01  EMAIL-INFORMADO         PIC X(30).

       01  REQUIS-ACHADA-SW        PIC X(01).
           88 REQUIS-ACHADA        VALUE "S".
       01  CANDID-ACHADO-SW        PIC X(01).
           88 CANDID-ACHADO        VALUE "S".
       01  ULTIMA-SEQ              PIC 9(03).
       01  ETAPA-ATUAL             PIC X(01).

       01  TOTAL-INCLUIDOS         PIC 9(05) VALUE ZEROS.
       01  TOTAL-MOVIDOS           PIC 9(05) VALUE ZEROS.
       01  TOTAL-LISTADOS          PIC 9(05) VALUE ZEROS.

       01  SALARIO-EDITADO         PIC $ZZZ,ZZ9.99.
       01  ETAPA-DESCRITA          PIC X(01).
       01  DESCRICAO-ETAPA         PIC X(18).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- PROCESSO SELETIVO ----".
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           DISPLAY "CANDIDATOS INCLUIDOS NESTA SESSAO : "
                   TOTAL-INCLUIDOS.
           DISPLAY "MUDANCAS DE ETAPA NESTA SESSAO    : "
                   TOTAL-MOVIDOS.

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR CANDIDATO (E)TAPA/ANOTACAO "
                   "(C)ONSULTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-CANDIDATO.
           IF OPCAO-ETAPA
               PERFORM MUDA-ETAPA.
           IF OPCAO-CONSULTAR
               PERFORM CONSULTA-PROCESSO.

      *    LE A REQUISICAO INFORMADA - O REGISTRO FICA NA AREA DO
      *    ARQUIVO PARA O PARAGRAFO CHAMADOR.
       PEDE-REQUISICAO.
           DISPLAY "NUMERO DA REQUISICAO : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE "N" TO REQUIS-ACHADA-SW.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REQUIS
               PERFORM LEIA-PROXIMA-REQUISICAO
               PERFORM COMPARA-REQUISICAO
                       UNTIL REQUIS-ACHADA
                       OR FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.
           IF NOT REQUIS-ACHADA
               DISPLAY "REQUISICAO " NUMERO-INFORMADO
                       " NAO ENCONTRADA."
           ELSE
               MOVE REQUIS-SALARIO TO SALARIO-EDITADO
               DISPLAY "REQUISICAO " REQUIS-NUMERO " - "
                       REQUIS-DEPARTAMENTO " / " REQUIS-CARGO " "
                       SALARIO-EDITADO.

       LEIA-PROXIMA-REQUISICAO.
           READ ARQUIVO-REQUIS AT END
           MOVE "S" TO FINAL-REQUIS.

       COMPARA-REQUISICAO.
           IF REQUIS-NUMERO IS EQUAL NUMERO-INFORMADO
               MOVE "S" TO REQUIS-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-REQUISICAO.

       LEIA-PROXIMO-CANDIDATO.
           READ ARQUIVO-CANDID AT END
           MOVE "S" TO FINAL-CANDID.

      *    CANDIDATO NOVO SO EM REQUISICAO ABERTA, COM A SEQUENCIA
      *    SEGUINTE A MAIOR JA USADA NA REQUISICAO.
       INCLUI-CANDIDATO.
           PERFORM PEDE-REQUISICAO.
           IF REQUIS-ACHADA
               IF NOT REQUIS-ABERTA
                   DISPLAY "REQUISICAO NAO ESTA ABERTA - CANDIDATO "
                           "NAO INCLUIDO."
               ELSE
                   DISPLAY "NOME DO CANDIDATO : "
                   MOVE SPACES TO NOME-INFORMADO
                   ACCEPT NOME-INFORMADO
                   DISPLAY "TELEFONE : "
                   MOVE SPACES TO TELEFONE-INFORMADO
                   ACCEPT TELEFONE-INFORMADO
                   DISPLAY "EMAIL : "
                   MOVE SPACES TO EMAIL-INFORMADO
                   ACCEPT EMAIL-INFORMADO
                   DISPLAY "ANOTACAO DA TRIAGEM (ORIGEM, INDICACAO) : "
                   MOVE SPACES TO ANOTACAO-INFORMADA
                   ACCEPT ANOTACAO-INFORMADA
                   IF NOME-INFORMADO IS EQUAL SPACES
                       DISPLAY "NOME EM BRANCO - CANDIDATO NAO "
                               "INCLUIDO."
                   ELSE
                       PERFORM GRAVA-CANDIDATO.

       GRAVA-CANDIDATO.
           MOVE ZEROS TO ULTIMA-SEQ.
           OPEN INPUT ARQUIVO-CANDID.
           IF CANDID-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CANDID
               PERFORM LEIA-PROXIMO-CANDIDATO
               PERFORM GUARDA-ULTIMA-SEQ
                       UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDID.
           MOVE REQUIS-NUMERO      TO CANDID-REQUISICAO.
           ADD 1 TO ULTIMA-SEQ.
           MOVE ULTIMA-SEQ         TO CANDID-SEQ.
           MOVE NOME-INFORMADO     TO CANDID-NOME.
           MOVE TELEFONE-INFORMADO TO CANDID-TELEFONE.
           MOVE EMAIL-INFORMADO    TO CANDID-EMAIL.
           MOVE "T"                TO CANDID-ETAPA.
           MOVE DATA-CORRENTE      TO CANDID-DATA-INCLUSAO.
           MOVE DATA-CORRENTE      TO CANDID-DATA-ETAPA.
           MOVE ZEROS              TO CANDID-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-CANDID.
           IF CANDID-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CANDID.
           WRITE CANDID-REGISTRO.
           CLOSE ARQUIVO-CANDID.
           PERFORM GRAVA-HISTORICO-ETAPA.
           ADD 1 TO TOTAL-INCLUIDOS.
           DISPLAY "CANDIDATO " CANDID-SEQ " INCLUIDO NA TRIAGEM.".

       GUARDA-ULTIMA-SEQ.
           IF CANDID-REQUISICAO IS EQUAL REQUIS-NUMERO
                   AND CANDID-SEQ IS GREATER THAN ULTIMA-SEQ
               MOVE CANDID-SEQ TO ULTIMA-SEQ.
           PERFORM LEIA-PROXIMO-CANDIDATO.

      *    A LINHA DO HISTORICO LEVA A ETAPA E A ANOTACAO QUE ESTAO
      *    NO REGISTRO DO CANDIDATO E EM ANOTACAO-INFORMADA.
       GRAVA-HISTORICO-ETAPA.
           MOVE CANDID-REQUISICAO  TO CANDHIS-REQUISICAO.
           MOVE CANDID-SEQ         TO CANDHIS-SEQ.
           MOVE DATA-CORRENTE      TO CANDHIS-DATA.
           MOVE CANDID-ETAPA       TO CANDHIS-ETAPA.
           MOVE OPERADOR-ID        TO CANDHIS-OPERADOR.
           MOVE ANOTACAO-INFORMADA TO CANDHIS-ANOTACAO.
           OPEN EXTEND ARQUIVO-CANDHIS.
           IF CANDHIS-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CANDHIS.
           WRITE CANDHIS-REGISTRO.
           CLOSE ARQUIVO-CANDHIS.

      *    MUDA A ETAPA DE UM CANDIDATO AINDA EM ANDAMENTO NUMA
      *    REQUISICAO ABERTA - A MESMA ETAPA SO ACRESCENTA A
      *    ANOTACAO. A CONTRATACAO NAO E' FEITA AQUI, E SIM NA
      *    ADMISSAO PELO PROGRM37. A ANOTACAO E' OBRIGATORIA.
       MUDA-ETAPA.
           PERFORM PEDE-REQUISICAO.
           IF REQUIS-ACHADA
               IF NOT REQUIS-ABERTA
                   DISPLAY "REQUISICAO NAO ESTA ABERTA - PROCESSO "
                           "ENCERRADO."
               ELSE
                   PERFORM PEDE-CANDIDATO
                   IF CANDID-ACHADO
                       PERFORM PEDE-NOVA-ETAPA.

       PEDE-CANDIDATO.
           DISPLAY "SEQUENCIA DO CANDIDATO : ".
           MOVE ZEROS TO SEQ-INFORMADA.
           ACCEPT SEQ-INFORMADA.
           MOVE "N" TO CANDID-ACHADO-SW.
           OPEN INPUT ARQUIVO-CANDID.
           IF CANDID-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CANDID
               PERFORM LEIA-PROXIMO-CANDIDATO
               PERFORM COMPARA-CANDIDATO
                       UNTIL CANDID-ACHADO
                       OR FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDID.
           IF NOT CANDID-ACHADO
               DISPLAY "CANDIDATO " SEQ-INFORMADA
                       " NAO ENCONTRADO NA REQUISICAO."
           ELSE
               MOVE CANDID-ETAPA TO ETAPA-DESCRITA
               PERFORM DESCREVE-ETAPA
               DISPLAY "CANDIDATO : " CANDID-NOME " - ETAPA "
                       DESCRICAO-ETAPA " DESDE " CANDID-DATA-ETAPA
               IF NOT CANDID-EM-ANDAMENTO
                   MOVE "N" TO CANDID-ACHADO-SW
                   DISPLAY "CANDIDATO FORA DO PROCESSO - ETAPA NAO "
                           "PODE MAIS MUDAR.".

       COMPARA-CANDIDATO.
           IF CANDID-REQUISICAO IS EQUAL REQUIS-NUMERO
                   AND CANDID-SEQ IS EQUAL SEQ-INFORMADA
               MOVE "S" TO CANDID-ACHADO-SW
           ELSE
               PERFORM LEIA-PROXIMO-CANDIDATO.

       PEDE-NOVA-ETAPA.
           MOVE CANDID-ETAPA TO ETAPA-ATUAL.
           DISPLAY "NOVA ETAPA - (T)RIAGEM (E)NTREVISTA RH "
                   "ENTREVISTA (G)ESTOR (O)FERTA (R)EPROVADO : ".
           MOVE SPACE TO ETAPA-INFORMADA.
           ACCEPT ETAPA-INFORMADA.
           INSPECT ETAPA-INFORMADA CONVERTING "tegorc" TO "TEGORC".
           IF ETAPA-INFORMADA IS EQUAL "C"
               DISPLAY "A CONTRATACAO E' FEITA NA ADMISSAO POR "
                       "REQUISICAO DO PROGRM37."
           ELSE IF NOT ETAPA-PERMITIDA
               DISPLAY "ETAPA INVALIDA - NADA ALTERADO."
           ELSE
               DISPLAY "ANOTACAO (ENTREVISTA, PARECER, MOTIVO) : "
               MOVE SPACES TO ANOTACAO-INFORMADA
               ACCEPT ANOTACAO-INFORMADA
               IF ANOTACAO-INFORMADA IS EQUAL SPACES
                   DISPLAY "ANOTACAO OBRIGATORIA - NADA ALTERADO."
               ELSE
                   PERFORM APLICA-NOVA-ETAPA.

       APLICA-NOVA-ETAPA.
           IF ETAPA-INFORMADA IS NOT EQUAL ETAPA-ATUAL
               PERFORM REGRAVA-CANDIDATOS.
           MOVE ETAPA-INFORMADA TO CANDID-ETAPA.
           PERFORM GRAVA-HISTORICO-ETAPA.
           ADD 1 TO TOTAL-MOVIDOS.
           MOVE ETAPA-INFORMADA TO ETAPA-DESCRITA.
           PERFORM DESCREVE-ETAPA.
           IF ETAPA-INFORMADA IS EQUAL ETAPA-ATUAL
               DISPLAY "ANOTACAO REGISTRADA."
           ELSE
               DISPLAY "CANDIDATO PASSOU PARA A ETAPA "
                       DESCRICAO-ETAPA.

       REGRAVA-CANDIDATOS.
           OPEN INPUT ARQUIVO-CANDID.
           OPEN OUTPUT ARQUIVO-CANDTMP.
           MOVE "N" TO FINAL-CANDID.
           PERFORM LEIA-PROXIMO-CANDIDATO.
           PERFORM COPIA-OU-MUDA-ETAPA
                   UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDID.
           CLOSE ARQUIVO-CANDTMP.
           PERFORM RECARREGA-CANDIDATOS.

       COPIA-OU-MUDA-ETAPA.
           IF CANDID-REQUISICAO IS EQUAL REQUIS-NUMERO
                   AND CANDID-SEQ IS EQUAL SEQ-INFORMADA
               MOVE ETAPA-INFORMADA TO CANDID-ETAPA
               MOVE DATA-CORRENTE   TO CANDID-DATA-ETAPA.
           MOVE CANDID-REGISTRO TO CANDTMP-REGISTRO.
           WRITE CANDTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-CANDIDATO.

       RECARREGA-CANDIDATOS.
           OPEN INPUT ARQUIVO-CANDTMP.
           OPEN OUTPUT ARQUIVO-CANDID.
           MOVE "N" TO FINAL-CANDID.
           PERFORM LEIA-PROXIMO-CANDTMP.
           PERFORM COPIA-CANDTMP
                   UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDTMP.
           CLOSE ARQUIVO-CANDID.
           MOVE REQUIS-NUMERO TO CANDID-REQUISICAO.
           MOVE SEQ-INFORMADA TO CANDID-SEQ.

       LEIA-PROXIMO-CANDTMP.
           READ ARQUIVO-CANDTMP AT END
           MOVE "S" TO FINAL-CANDID.

       COPIA-CANDTMP.
           MOVE CANDTMP-REGISTRO TO CANDID-REGISTRO.
           WRITE CANDID-REGISTRO.
           PERFORM LEIA-PROXIMO-CANDTMP.

       DESCREVE-ETAPA.
           IF ETAPA-DESCRITA IS EQUAL "T"
               MOVE "TRIAGEM" TO DESCRICAO-ETAPA
           ELSE IF ETAPA-DESCRITA IS EQUAL "E"
               MOVE "ENTREVISTA RH" TO DESCRICAO-ETAPA
           ELSE IF ETAPA-DESCRITA IS EQUAL "G"
               MOVE "ENTREVISTA GESTOR" TO DESCRICAO-ETAPA
           ELSE IF ETAPA-DESCRITA IS EQUAL "O"
               MOVE "OFERTA" TO DESCRICAO-ETAPA
           ELSE IF ETAPA-DESCRITA IS EQUAL "C"
               MOVE "CONTRATADO" TO DESCRICAO-ETAPA
           ELSE
               MOVE "REPROVADO" TO DESCRICAO-ETAPA.

      *    MOSTRA A REQUISICAO, OS CANDIDATOS COM A ETAPA ATUAL E O
      *    HISTORICO COMPLETO COM AS ANOTACOES.
       CONSULTA-PROCESSO.
           PERFORM PEDE-REQUISICAO.
           IF REQUIS-ACHADA
               DISPLAY "ABERTA EM " REQUIS-DATA-ABERTURA " POR "
                       REQUIS-SOLICITANTE " - SITUACAO "
                       REQUIS-SITUACAO
               DISPLAY "CANDIDATOS :"
               MOVE ZEROS TO TOTAL-LISTADOS
               OPEN INPUT ARQUIVO-CANDID
               IF CANDID-ARQ-STATUS IS EQUAL "00"
                   MOVE "N" TO FINAL-CANDID
                   PERFORM LEIA-PROXIMO-CANDIDATO
                   PERFORM LISTA-UM-CANDIDATO
                           UNTIL FINAL-CANDID IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-CANDID
               DISPLAY "CANDIDATOS NA REQUISICAO : " TOTAL-LISTADOS
               DISPLAY "HISTORICO :"
               OPEN INPUT ARQUIVO-CANDHIS
               IF CANDHIS-ARQ-STATUS IS EQUAL "00"
                   MOVE "N" TO FINAL-CANDHIS
                   PERFORM LEIA-PROXIMO-HISTORICO
                   PERFORM LISTA-UM-HISTORICO
                           UNTIL FINAL-CANDHIS IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-CANDHIS.

       LISTA-UM-CANDIDATO.
           IF CANDID-REQUISICAO IS EQUAL REQUIS-NUMERO
               MOVE CANDID-ETAPA TO ETAPA-DESCRITA
               PERFORM DESCREVE-ETAPA
               DISPLAY "  " CANDID-SEQ " " CANDID-NOME " "
                       DESCRICAO-ETAPA " " CANDID-DATA-ETAPA
                       " " CANDID-TELEFONE
               IF CANDID-CONTRATADO
                   DISPLAY "      ADMITIDO COMO FUNCIONARIO "
                           CANDID-FUNCIONARIO
               END-IF
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-CANDIDATO.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-CANDHIS AT END
           MOVE "S" TO FINAL-CANDHIS.

       LISTA-UM-HISTORICO.
           IF CANDHIS-REQUISICAO IS EQUAL REQUIS-NUMERO
               DISPLAY "  " CANDHIS-SEQ " " CANDHIS-DATA " "
                       CANDHIS-ETAPA " " CANDHIS-OPERADOR " "
                       CANDHIS-ANOTACAO.
           PERFORM LEIA-PROXIMO-HISTORICO.
